      * tenen viatger. CBL62PAS llista les reserves incompletes   *
      * abans de la sortida i CBL81MAN imprimeix aquests noms al  *
      * manifest.                                                 *
      * Cada viatger es col·loca en una habitacio: tipus ('I'     *
      * individual, 'D' doble, 'T' twin, 'R' triple) i numero     *
      * d'habitacio dins la referencia; els que la comparteixen   *
      * porten el mateix numero. Una habitacio no pot passar de   *
      * la seva capacitat ni barrejar tipus, i les individuals no *
      * poden superar les pagades amb suplement (PF2QSI). Tipus   *
      * en blanc = encara sense habitacio (CBL81ROM l'assenyala). *
      * Del document s'hi anota el tipus ('P' passaport, 'D'      *
      * DNI), la nacionalitat, la caducitat i el visat; CBL62DOC  *
      * els revisa contra els requisits de la destinacio.         *
      * Serveis especials (PF79, codis del cataleg PF78): 'S'     *
      * afegir un servei al seient (seient 000 = tota la          *
      * reserva), 'X' treure'l, 'Q' consultar-lo i 'K' marcar-lo  *
      * com a confirmat pel proveidor un cop CBL81SSR l'ha        *
      * enviat. El cataleg es mante amb 'N' alta, 'E' baixa       *
      * (nomes si cap viatger el te) i 'V' consulta del codi,     *
      * que no demanen referencia. Esborrar un viatger n'esborra  *
      * tambe els serveis.                                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS36-STAT-PF06.

           SELECT PF78
              ASSIGN TO DATABASE-PF78
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF78SSR
              FILE STATUS IS WS36-STAT-PF78.

           SELECT PF79
              ASSIGN TO DATABASE-PF79
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF79CLAU
              FILE STATUS IS WS36-STAT-PF79.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
       FD PF06 LABEL RECORD IS STANDARD.
          COPY CPPF06.

       FD PF78 LABEL RECORD IS STANDARD.
          COPY CPPF78.

       FD PF79 LABEL RECORD IS STANDARD.
          COPY CPPF79.

       FD DSPF01 LABEL RECORD IS OMITTED.
       01 REG-DSPF01.
           COPY DDS-ALL-FORMAT OF DSPF01.
           05 WP36SEQ PIC 9(3).
           05 WP36NOM PIC X(30).
           05 WP36DOC PIC X(15).
           05 WP36HAB PIC X(01).
           05 WP36GRP PIC 9(3).
           05 WP36TDO PIC X(01).
           05 WP36NAC PIC X(03).
           05 WP36CAD PIC 9(8).
           05 WP36VIS PIC X(15).
           05 WP36SSR PIC X(04).
           05 WP36SDE PIC X(20).
           05 WP36SDS PIC X(01).
           05 WP36SNT PIC X(30).
           05 WP36SES PIC X(01).
           05 WP36QTY PIC 9(3).
           05 WP36CPL PIC 9(3).
           05 WP36ACC PIC X(01).
       01 WS36-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS36-COD-RESERVA PIC 9(4).

      *----------------------------------------------------------*
      * Control d'habitacions: individuals pagades a la reserva,  *
      * capacitat del tipus triat i ocupacio actual de la         *
      * habitacio (sense comptar el seient que s'esta gravant).   *
      *----------------------------------------------------------*
       01 WS36-QSI-RESERVA PIC 9(3).
       01 WS36-CAPACITAT PIC 9(1).
       01 WS36-OCUPANTS PIC 9(3).
       01 WS36-NUM-INDIV PIC 9(3).
       01 WS36-TIPUS-DIFERENT PIC X(01).
       01 WS36-HAB-OK PIC X(01).

       01 WS36-CAD.
           05 WS36-CAD-AAAA PIC 9(4).
           05 WS36-CAD-MM PIC 9(2).
           05 WS36-CAD-DD PIC 9(2).
       01 WS36-CAD-N REDEFINES WS36-CAD PIC 9(8).

      *----------------------------------------------------------*
      * Serveis especials: si un codi del cataleg encara te       *
      * files a PF79.                                             *
      *----------------------------------------------------------*
       01 WS36-SSR-EN-US PIC X(01).
           88 WS36-SSR-EN-US-SI VALUE 'S'.

       01 WS36-STAT-PF37 PIC X(02).
           88 WS36-STAT-PF37-OK VALUES '00' '02'.
       01 WS36-STAT-PF02L1 PIC X(02).
           88 WS36-STAT-PF11-OK VALUES '00' '02'.
       01 WS36-STAT-PF06 PIC X(02).
           88 WS36-STAT-PF06-OK VALUES '00' '02'.
       01 WS36-STAT-PF78 PIC X(02).
           88 WS36-STAT-PF78-OK VALUES '00' '02'.
       01 WS36-STAT-PF79 PIC X(02).
           88 WS36-STAT-PF79-OK VALUES '00' '02'.
       01 WS36-STAT-DSPF01 PIC X(02).
           88 WS36-STAT-DSPF01-OK VALUE '00'.

           OPEN INPUT PF02L1
           OPEN I-O PF11
           OPEN I-O PF06
           OPEN I-O PF78
           OPEN I-O PF79

           IF NOT WS36-STAT-DSPF01-OK OR NOT WS36-STAT-PF37-OK
              OR NOT WS36-STAT-PF02L1-OK OR NOT WS36-STAT-PF11-OK
              OR NOT WS36-STAT-PF06-OK OR NOT WS36-STAT-PF78-OK
              OR NOT WS36-STAT-PF79-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

              GO FI
           END-IF.

      * El cataleg de serveis no va lligat a cap reserva.
           MOVE ZEROS TO WS36-COD-RESERVA
           EVALUATE WP36ACC
               WHEN 'N'
                   PERFORM ALTA-CODI-SERVEI THRU
                       FIN-ALTA-CODI-SERVEI
                   GO MANTENIR-VIATGERS
               WHEN 'E'
                   PERFORM BAIXA-CODI-SERVEI THRU
                       FIN-BAIXA-CODI-SERVEI
                   GO MANTENIR-VIATGERS
               WHEN 'V'
                   PERFORM CONSULTAR-CODI-SERVEI THRU
                       FIN-CONSULTAR-CODI-SERVEI
                   GO MANTENIR-VIATGERS
           END-EVALUATE.

           IF WP36REF = ZEROS
              MOVE 'Introdueix el numero de referencia' TO WP36ERR
              GO MANTENIR-VIATGERS
                       FIN-MODIFICAR-VIATGER
               WHEN 'B'
                   PERFORM BAIXA-VIATGER THRU FIN-BAIXA-VIATGER
               WHEN 'S'
                   PERFORM AFEGIR-SERVEI THRU FIN-AFEGIR-SERVEI
               WHEN 'X'
                   PERFORM TREURE-SERVEI THRU FIN-TREURE-SERVEI
               WHEN 'Q'
                   PERFORM CONSULTAR-SERVEI THRU
                       FIN-CONSULTAR-SERVEI
               WHEN 'K'
                   PERFORM CONFIRMAR-SERVEI THRU
                       FIN-CONFIRMAR-SERVEI
               WHEN OTHER
                   MOVE 'Accio: CAMB viatger SXQK servei NEV codi'
                        TO WP36ERR
           END-EVALUATE.

           PERFORM COMPTAR-COMPLETS THRU FIN-COMPTAR-COMPLETS
       CARREGAR-RESERVA.
           MOVE ZEROS TO WS36-QTY-RESERVA
           MOVE ZEROS TO WS36-COD-RESERVA
           MOVE ZEROS TO WS36-QSI-RESERVA
           MOVE 'N' TO WS36-FI-FITXER
           MOVE WP36REF TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
                    MOVE P2LQTY TO WS36-QTY-RESERVA
                    MOVE P2LCOD TO WS36-COD-RESERVA
                 END-IF
                 IF P2LTIP-RESERVA
                    AND P2LQSI > WS36-QSI-RESERVA
                    MOVE P2LQSI TO WS36-QSI-RESERVA
                 END-IF
              END-IF
           END-IF.
       FIN-CARREGAR-SEGUENT-FILA. EXIT.
                NOT INVALID KEY
                MOVE PF37NOM TO WP36NOM
                MOVE PF37DOC TO WP36DOC
                MOVE PF37HAB TO WP36HAB
                MOVE PF37GRP TO WP36GRP
                MOVE PF37TDO TO WP36TDO
                MOVE PF37NAC TO WP36NAC
                MOVE PF37CAD TO WP36CAD
                MOVE PF37VIS TO WP36VIS
                MOVE 'Mostrant viatger' TO WP36ERR
           END-READ.
       FIN-CONSULTAR-VIATGER. EXIT.
              GO FIN-ALTA-VIATGER
           END-IF.

           PERFORM VALIDAR-DOCUMENT THRU FIN-VALIDAR-DOCUMENT
           IF WP36ERR NOT = SPACES
              GO FIN-ALTA-VIATGER
           END-IF.

           PERFORM VALIDAR-HABITACIO THRU FIN-VALIDAR-HABITACIO
           IF WS36-HAB-OK NOT = 'S'
              GO FIN-ALTA-VIATGER
           END-IF.

           MOVE WP36REF TO PF37REF
           MOVE WP36SEQ TO PF37SEQ
           READ PF37 INVALID KEY
           MOVE WP36SEQ TO PF37SEQ
           MOVE WP36NOM TO PF37NOM
           MOVE WP36DOC TO PF37DOC
           MOVE WP36HAB TO PF37HAB
           MOVE WP36GRP TO PF37GRP
           MOVE WP36TDO TO PF37TDO
           MOVE WP36NAC TO PF37NAC
           MOVE WP36CAD TO PF37CAD
           MOVE WP36VIS TO PF37VIS
           WRITE REG-PF37

           IF NOT WS36-STAT-PF37-OK
              GO FIN-MODIFICAR-VIATGER
           END-IF.

           PERFORM VALIDAR-DOCUMENT THRU FIN-VALIDAR-DOCUMENT
           IF WP36ERR NOT = SPACES
              GO FIN-MODIFICAR-VIATGER
           END-IF.

           PERFORM VALIDAR-HABITACIO THRU FIN-VALIDAR-HABITACIO
           IF WS36-HAB-OK NOT = 'S'
              GO FIN-MODIFICAR-VIATGER
           END-IF.

           MOVE WP36REF TO PF37REF
           MOVE WP36SEQ TO PF37SEQ
           READ PF37 INVALID KEY

           MOVE WP36NOM TO PF37NOM
           MOVE WP36DOC TO PF37DOC
           MOVE WP36HAB TO PF37HAB
           MOVE WP36GRP TO PF37GRP
           MOVE WP36TDO TO PF37TDO
           MOVE WP36NAC TO PF37NAC
           MOVE WP36CAD TO PF37CAD
           MOVE WP36VIS TO PF37VIS
           REWRITE REG-PF37

           IF NOT WS36-STAT-PF37-OK
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              PERFORM ESBORRAR-SERVEIS-SEIENT THRU
                  FIN-ESBORRAR-SERVEIS-SEIENT
              MOVE 'Viatger esborrat' TO WP36ERR
           END-IF.
       FIN-BAIXA-VIATGER. EXIT.

      *----------------------------------------------------------*
      * Els serveis del seient esborrat no tenen ja a qui         *
      * aplicar-se: fora de PF79.                                 *
      *----------------------------------------------------------*
       ESBORRAR-SERVEIS-SEIENT.
           MOVE 'N' TO WS36-FI-FITXER
           MOVE WP36REF TO PF79REF
           MOVE WP36SEQ TO PF79SEQ
           MOVE LOW-VALUES TO PF79SSR
           START PF79 KEY IS NOT LESS THAN PF79CLAU
               INVALID KEY MOVE 'S' TO WS36-FI-FITXER
           END-START.

           PERFORM ESBORRAR-SEGUENT-SERVEI THRU
               FIN-ESBORRAR-SEGUENT-SERVEI
                   UNTIL WS36-FI-FITXER-SI
       FIN-ESBORRAR-SERVEIS-SEIENT. EXIT.

       ESBORRAR-SEGUENT-SERVEI.
           READ PF79 NEXT RECORD
               AT END MOVE 'S' TO WS36-FI-FITXER
           END-READ.

           IF WS36-FI-FITXER-SI
              GO FIN-ESBORRAR-SEGUENT-SERVEI
           END-IF.

           IF PF79REF NOT = WP36REF OR PF79SEQ NOT = WP36SEQ
              MOVE 'S' TO WS36-FI-FITXER
              GO FIN-ESBORRAR-SEGUENT-SERVEI
           END-IF.

           DELETE PF79 RECORD.
       FIN-ESBORRAR-SEGUENT-SERVEI. EXIT.

      *----------------------------------------------------------*
      * Servei especial per al seient (000 = tota la reserva): el *
      * codi ha d'existir al cataleg i, si es per a un viatger,   *
      * el seient ha de tenir viatger, perque el manifest el      *
      * pugui posar al costat del nom.                            *
      *----------------------------------------------------------*
       AFEGIR-SERVEI.
           IF WP36SEQ > WS36-QTY-RESERVA
              MOVE 'Numero de seient fora de la reserva' TO WP36ERR
              GO FIN-AFEGIR-SERVEI
           END-IF.

           MOVE WP36SSR TO PF78SSR
           READ PF78 INVALID KEY
                MOVE 'No existeix aquest servei al cataleg'
                     TO WP36ERR
                GO FIN-AFEGIR-SERVEI
           END-READ.
           MOVE PF78DES TO WP36SDE
           MOVE PF78DST TO WP36SDS

           IF WP36SEQ NOT = ZEROS
              MOVE WP36REF TO PF37REF
              MOVE WP36SEQ TO PF37SEQ
              READ PF37 INVALID KEY
                   MOVE 'Aquest seient encara no te viatger'
                        TO WP36ERR
                   GO FIN-AFEGIR-SERVEI
              END-READ
           END-IF.

           MOVE WP36REF TO PF79REF
           MOVE WP36SEQ TO PF79SEQ
           MOVE WP36SSR TO PF79SSR
           READ PF79 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'El seient ja te aquest servei' TO WP36ERR
                GO FIN-AFEGIR-SERVEI
           END-READ.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP36REF TO PF79REF
           MOVE WP36SEQ TO PF79SEQ
           MOVE WP36SSR TO PF79SSR
           MOVE WP36SNT TO PF79NOT
           MOVE SPACE TO PF79EST
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF79DAT
           MOVE ZEROS TO PF79DEN
           MOVE ZEROS TO PF79DCF
           MOVE CPUSRJ-NOM-USUARI TO PF79USR
           WRITE REG-PF79

           IF NOT WS36-STAT-PF79-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP36ERR
           ELSE
              MOVE PF79EST TO WP36SES
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Servei afegit correctament' TO WP36ERR
           END-IF.
       FIN-AFEGIR-SERVEI. EXIT.

       TREURE-SERVEI.
           MOVE WP36REF TO PF79REF
           MOVE WP36SEQ TO PF79SEQ
           MOVE WP36SSR TO PF79SSR
           READ PF79 INVALID KEY
                MOVE 'El seient no te aquest servei' TO WP36ERR
                GO FIN-TREURE-SERVEI
           END-READ.

           DELETE PF79 RECORD

           IF NOT WS36-STAT-PF79-OK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP36ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Servei tret' TO WP36ERR
           END-IF.
       FIN-TREURE-SERVEI. EXIT.

       CONSULTAR-SERVEI.
           MOVE WP36REF TO PF79REF
           MOVE WP36SEQ TO PF79SEQ
           MOVE WP36SSR TO PF79SSR
           READ PF79 INVALID KEY
                MOVE 'El seient no te aquest servei' TO WP36ERR
                GO FIN-CONSULTAR-SERVEI
           END-READ.

           MOVE PF79NOT TO WP36SNT
           MOVE PF79EST TO WP36SES
           MOVE WP36SSR TO PF78SSR
           READ PF78 INVALID KEY
                MOVE SPACES TO WP36SDE
                MOVE SPACE TO WP36SDS
                NOT INVALID KEY
                MOVE PF78DES TO WP36SDE
                MOVE PF78DST TO WP36SDS
           END-READ.
           MOVE 'Mostrant servei' TO WP36ERR.
       FIN-CONSULTAR-SERVEI. EXIT.

      *----------------------------------------------------------*
      * El proveidor ha confirmat el servei: surt de la llista de *
      * seguiment de CBL81SSR. Nomes un servei ja enviat.         *
      *----------------------------------------------------------*
       CONFIRMAR-SERVEI.
           MOVE WP36REF TO PF79REF
           MOVE WP36SEQ TO PF79SEQ
           MOVE WP36SSR TO PF79SSR
           READ PF79 INVALID KEY
                MOVE 'El seient no te aquest servei' TO WP36ERR
                GO FIN-CONFIRMAR-SERVEI
           END-READ.

           IF PF79EST-PENDENT
              MOVE 'Servei encara no enviat al proveidor'
                   TO WP36ERR
              GO FIN-CONFIRMAR-SERVEI
           END-IF.

           IF PF79EST-CONFIRMAT
              MOVE 'Aquest servei ja esta confirmat' TO WP36ERR
              GO FIN-CONFIRMAR-SERVEI
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           SET PF79EST-CONFIRMAT TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF79DCF
           MOVE CPUSRJ-NOM-USUARI TO PF79USR
           REWRITE REG-PF79

           IF NOT WS36-STAT-PF79-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP36ERR
           ELSE
              MOVE PF79EST TO WP36SES
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Servei confirmat pel proveidor' TO WP36ERR
           END-IF.
       FIN-CONFIRMAR-SERVEI. EXIT.

      *----------------------------------------------------------*
      * Cataleg de serveis especials (PF78): codi, descripcio i a *
      * qui es passa ('H' hotel, 'A' autocar, 'T' tots dos). Un   *
      * codi que algun viatger te demanat no es pot esborrar.     *
      *----------------------------------------------------------*
       CONSULTAR-CODI-SERVEI.
           MOVE WP36SSR TO PF78SSR
           READ PF78 INVALID KEY
                MOVE 'No existeix aquest servei al cataleg'
                     TO WP36ERR
                NOT INVALID KEY
                MOVE PF78DES TO WP36SDE
                MOVE PF78DST TO WP36SDS
                MOVE 'Mostrant servei del cataleg' TO WP36ERR
           END-READ.
       FIN-CONSULTAR-CODI-SERVEI. EXIT.

       ALTA-CODI-SERVEI.
           IF WP36SSR = SPACES OR WP36SDE = SPACES
              MOVE 'Indica codi i descripcio' TO WP36ERR
              GO FIN-ALTA-CODI-SERVEI
           END-IF.

           IF WP36SDS NOT = 'H' AND WP36SDS NOT = 'A'
              AND WP36SDS NOT = 'T'
              MOVE 'Proveidor: H hotel, A autocar o T tots'
                   TO WP36ERR
              GO FIN-ALTA-CODI-SERVEI
           END-IF.

           MOVE WP36SSR TO PF78SSR
           READ PF78 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'Aquest servei ja existeix' TO WP36ERR
                GO FIN-ALTA-CODI-SERVEI
           END-READ.

           MOVE WP36SSR TO PF78SSR
           MOVE WP36SDE TO PF78DES
           MOVE WP36SDS TO PF78DST
           WRITE REG-PF78

           IF NOT WS36-STAT-PF78-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP36ERR
           ELSE
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Servei donat dalta al cataleg' TO WP36ERR
           END-IF.
       FIN-ALTA-CODI-SERVEI. EXIT.

       BAIXA-CODI-SERVEI.
           MOVE WP36SSR TO PF78SSR
           READ PF78 INVALID KEY
                MOVE 'No existeix aquest servei al cataleg'
                     TO WP36ERR
                GO FIN-BAIXA-CODI-SERVEI
           END-READ.

           MOVE 'N' TO WS36-SSR-EN-US
           MOVE 'N' TO WS36-FI-FITXER
           MOVE LOW-VALUES TO PF79CLAU
           START PF79 KEY IS NOT LESS THAN PF79CLAU
               INVALID KEY MOVE 'S' TO WS36-FI-FITXER
           END-START
           PERFORM CERCAR-SERVEI-EN-US THRU FIN-CERCAR-SERVEI-EN-US
               UNTIL WS36-FI-FITXER-SI OR WS36-SSR-EN-US-SI

           IF WS36-SSR-EN-US-SI
              MOVE 'Hi ha viatgers amb aquest servei' TO WP36ERR
              GO FIN-BAIXA-CODI-SERVEI
           END-IF.

           MOVE WP36SSR TO PF78SSR
           READ PF78 INVALID KEY
                MOVE 'No existeix aquest servei al cataleg'
                     TO WP36ERR
                GO FIN-BAIXA-CODI-SERVEI
           END-READ.

           DELETE PF78 RECORD

           IF NOT WS36-STAT-PF78-OK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP36ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Servei esborrat del cataleg' TO WP36ERR
           END-IF.
       FIN-BAIXA-CODI-SERVEI. EXIT.

       CERCAR-SERVEI-EN-US.
           READ PF79 NEXT RECORD
               AT END MOVE 'S' TO WS36-FI-FITXER
           END-READ.

           IF NOT WS36-FI-FITXER-SI
              IF PF79SSR = WP36SSR
                 MOVE 'S' TO WS36-SSR-EN-US
              END-IF
           END-IF.
       FIN-CERCAR-SERVEI-EN-US. EXIT.

      *----------------------------------------------------------*
      * Document del viatger: tipus 'P' o 'D' (en blanc mentre no *
      * es coneix) i, si hi ha caducitat, una data AAAAMMDD       *
      * plausible.                                                *
      *----------------------------------------------------------*
       VALIDAR-DOCUMENT.
           MOVE SPACES TO WP36ERR

           IF WP36TDO NOT = 'P' AND WP36TDO NOT = 'D'
              AND WP36TDO NOT = SPACE
              MOVE 'Document: P passaport o D DNI' TO WP36ERR
              GO FIN-VALIDAR-DOCUMENT
           END-IF.

           IF WP36CAD NOT = ZEROS
              MOVE WP36CAD TO WS36-CAD-N
              IF WS36-CAD-AAAA < 1900
                 OR WS36-CAD-MM < 1 OR WS36-CAD-MM > 12
                 OR WS36-CAD-DD < 1 OR WS36-CAD-DD > 31
                 MOVE 'Data de caducitat incorrecta (AAAAMMDD)'
                      TO WP36ERR
                 GO FIN-VALIDAR-DOCUMENT
              END-IF
           END-IF.
       FIN-VALIDAR-DOCUMENT. EXIT.

      *----------------------------------------------------------*
      * Habitacio del viatger: sense tipus no hi pot haver numero *
      * (viatger pendent de col·locar); amb tipus cal numero, la  *
      * habitacio no pot estar plena ni tenir ja ocupants d'un    *
      * altre tipus, i una individual ha d'estar pagada amb el    *
      * suplement de la reserva. Es fa abans de llegir el seient  *
      * perque el recorregut de PF37 mou el registre.             *
      *----------------------------------------------------------*
       VALIDAR-HABITACIO.
           MOVE 'N' TO WS36-HAB-OK

           IF WP36HAB = SPACE
              IF WP36GRP NOT = ZEROS
                 MOVE 'Indica el tipus dhabitacio: I, D, T o R'
                      TO WP36ERR
              ELSE
                 MOVE 'S' TO WS36-HAB-OK
              END-IF
              GO FIN-VALIDAR-HABITACIO
           END-IF.

           EVALUATE WP36HAB
               WHEN 'I'
                   MOVE 1 TO WS36-CAPACITAT
               WHEN 'D'
               WHEN 'T'
                   MOVE 2 TO WS36-CAPACITAT
               WHEN 'R'
                   MOVE 3 TO WS36-CAPACITAT
               WHEN OTHER
                   MOVE 'Indica el tipus dhabitacio: I, D, T o R'
                        TO WP36ERR
                   GO FIN-VALIDAR-HABITACIO
           END-EVALUATE.

           IF WP36GRP = ZEROS
              MOVE 'Indica el numero dhabitacio' TO WP36ERR
              GO FIN-VALIDAR-HABITACIO
           END-IF.

           MOVE ZEROS TO WS36-OCUPANTS
           MOVE ZEROS TO WS36-NUM-INDIV
           MOVE 'N' TO WS36-TIPUS-DIFERENT
           MOVE 'N' TO WS36-FI-FITXER
           MOVE WP36REF TO PF37REF
           MOVE LOW-VALUES TO PF37SEQ
           START PF37 KEY IS NOT LESS THAN PF37CLAU
               INVALID KEY MOVE 'S' TO WS36-FI-FITXER
           END-START.

           PERFORM REVISAR-SEGUENT-HABITACIO THRU
               FIN-REVISAR-SEGUENT-HABITACIO
                   UNTIL WS36-FI-FITXER-SI

           IF WS36-TIPUS-DIFERENT = 'S'
              MOVE 'Habitacio ocupada amb un altre tipus' TO WP36ERR
              GO FIN-VALIDAR-HABITACIO
           END-IF.

           IF WS36-OCUPANTS NOT < WS36-CAPACITAT
              MOVE 'Habitacio plena' TO WP36ERR
              GO FIN-VALIDAR-HABITACIO
           END-IF.

           IF WP36HAB = 'I'
              AND WS36-NUM-INDIV NOT < WS36-QSI-RESERVA
              MOVE 'Individual sense suplement a la reserva'
                   TO WP36ERR
              GO FIN-VALIDAR-HABITACIO
           END-IF.

           MOVE 'S' TO WS36-HAB-OK.
       FIN-VALIDAR-HABITACIO. EXIT.

       REVISAR-SEGUENT-HABITACIO.
           READ PF37 NEXT RECORD
               AT END MOVE 'S' TO WS36-FI-FITXER
           END-READ.

           IF WS36-FI-FITXER-SI
              GO FIN-REVISAR-SEGUENT-HABITACIO
           END-IF.

           IF PF37REF NOT = WP36REF
              MOVE 'S' TO WS36-FI-FITXER
              GO FIN-REVISAR-SEGUENT-HABITACIO
           END-IF.

           IF PF37SEQ = WP36SEQ
              GO FIN-REVISAR-SEGUENT-HABITACIO
           END-IF.

           IF PF37HAB-INDIVIDUAL
              ADD 1 TO WS36-NUM-INDIV
           END-IF.

           IF PF37GRP = WP36GRP AND NOT PF37HAB-SENSE
              ADD 1 TO WS36-OCUPANTS
              IF PF37HAB NOT = WP36HAB
                 MOVE 'S' TO WS36-TIPUS-DIFERENT
              END-IF
           END-IF.
       FIN-REVISAR-SEGUENT-HABITACIO. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 l'accio feta sobre el detall de viatgers.    *
      *----------------------------------------------------------*
           DISPLAY 'ESTAT PF02L1 = ' WS36-STAT-PF02L1.
           DISPLAY 'ESTAT PF11   = ' WS36-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS36-STAT-PF06.
           DISPLAY 'ESTAT PF78   = ' WS36-STAT-PF78.
           DISPLAY 'ESTAT PF79   = ' WS36-STAT-PF79.
           DISPLAY 'ESTAT DSPF01 = ' WS36-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.
           CLOSE PF02L1.
           CLOSE PF11.
           CLOSE PF06.
           CLOSE PF78.
           CLOSE PF79.
           GOBACK.
