       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL53.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Campanyes promocionals (PF61) i destinacions on valen     *
      * (PF62). Accions:                                          *
      *  'C' consulta de la campanya, amb el consum viu i el      *
      *      nombre de destinacions (zero vol dir totes);         *
      *  'A' alta, 'M' modificacio (el consum no es toca),        *
      *  'B' baixa (nomes si no s'ha fet servir mai; s'esborren   *
      *      tambe les seves destinacions);                       *
      *  'D' afegir la destinacio WP53COD a la campanya,          *
      *  'E' treure-la'n.                                         *
      * El codi l'apliquen CBL02, CBL10 i CBL80INT en reservar;   *
      * CBL86CAM en treu cada setmana el resultat.                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF61
              ASSIGN TO DATABASE-PF61
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF61CAM
              FILE STATUS IS WS53-STAT-PF61.

           SELECT PF62
              ASSIGN TO DATABASE-PF62
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF62CLAU
              FILE STATUS IS WS53-STAT-PF62.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
              FILE STATUS IS WS53-STAT-PF01.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS53-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS53-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS53-STAT-DSPF01.

      *----------------------------------------------------------*
      * La baixa esborra la campanya i les seves destinacions en  *
      * una sola transaccio.                                      *
      *----------------------------------------------------------*
       I-O-CONTROL.
           COMMITMENT CONTROL FOR PF61 PF62.

       DATA DIVISION.
       FILE SECTION.
       FD PF61 LABEL RECORD IS STANDARD.
          COPY CPPF61.

       FD PF62 LABEL RECORD IS STANDARD.
          COPY CPPF62.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       FD PF06 LABEL RECORD IS STANDARD.
          COPY CPPF06.

       FD DSPF01 LABEL RECORD IS OMITTED.
       01 REG-DSPF01.
           COPY DDS-ALL-FORMAT OF DSPF01.

       WORKING-STORAGE SECTION.
       01 AREA-INDICADORES.
          COPY DDS-ALL-FORMAT-INDIC OF DSPF01.

       01 WP53.
           05 WP53CAM PIC X(10).
           05 WP53DES PIC X(30).
           05 WP53DDE PIC 9(8).
           05 WP53FIN PIC 9(8).
           05 WP53MOD PIC X(01).
           05 WP53VAL PIC 9(5)V99.
           05 WP53TOP PIC X(01).
           05 WP53MAX PIC 9(5).
           05 WP53USA PIC 9(5).
           05 WP53NDE PIC 9(4).
           05 WP53COD PIC 9(4).
           05 WP53ACC PIC X(01).
           05 WP53ERR PIC X(40).

       01 WS53-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS53-DADES-KO PIC X(01) VALUE 'N'.
           88 WS53-DADES-KO-SI VALUE 'S'.
       01 WS53-GRAVACIO-KO PIC X(01) VALUE 'N'.
           88 WS53-GRAVACIO-KO-SI VALUE 'S'.
       01 WS53-FI-PF62 PIC X(01) VALUE 'N'.
           88 WS53-FI-PF62-SI VALUE 'S'.
       01 WS53-ESBORRAR-PF62 PIC X(01) VALUE 'N'.
           88 WS53-ESBORRAR-PF62-SI VALUE 'S'.
       01 WS53-NUM-DESTINACIONS PIC 9(4).

       01 WS53-STAT-PF61 PIC X(02).
           88 WS53-STAT-PF61-OK VALUES '00' '02'.
       01 WS53-STAT-PF62 PIC X(02).
           88 WS53-STAT-PF62-OK VALUES '00' '02'.
       01 WS53-STAT-PF01 PIC X(02).
           88 WS53-STAT-PF01-OK VALUES '00' '02'.
       01 WS53-STAT-PF11 PIC X(02).
           88 WS53-STAT-PF11-OK VALUES '00' '02'.
       01 WS53-STAT-PF06 PIC X(02).
           88 WS53-STAT-PF06-OK VALUES '00' '02'.
       01 WS53-STAT-DSPF01 PIC X(02).
           88 WS53-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS53-FUN-AUT PIC X(02).
       01 WS53-NIV-AUT PIC 9(01).
       01 WS53-PERMES-AUT PIC X(01).
       01 WS53-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF61
           OPEN I-O PF62
           OPEN INPUT PF01
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS53-STAT-DSPF01-OK OR NOT WS53-STAT-PF61-OK
              OR NOT WS53-STAT-PF62-OK OR NOT WS53-STAT-PF01-OK
              OR NOT WS53-STAT-PF11-OK OR NOT WS53-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP53
           PERFORM MANTENIR-CAMPANYA.

       MANTENIR-CAMPANYA.
           PERFORM MUESTRO-P53 THRU FIN-MUESTRO-P53

           IF IN03 OF P53-I-INDIC = B"1"
              GO FI
           END-IF.

           IF WP53CAM = SPACES
              MOVE 'Introdueix el codi de campanya' TO WP53ERR
              GO MANTENIR-CAMPANYA
           END-IF.

           EVALUATE WP53ACC
               WHEN 'C'
                   PERFORM CONSULTAR-CAMPANYA THRU
                       FIN-CONSULTAR-CAMPANYA
               WHEN 'A'
                   PERFORM ALTA-CAMPANYA THRU FIN-ALTA-CAMPANYA
               WHEN 'M'
                   PERFORM MODIFICAR-CAMPANYA THRU
                       FIN-MODIFICAR-CAMPANYA
               WHEN 'B'
                   PERFORM BAIXA-CAMPANYA THRU FIN-BAIXA-CAMPANYA
               WHEN 'D'
                   PERFORM AFEGIR-DESTINACIO THRU
                       FIN-AFEGIR-DESTINACIO
               WHEN 'E'
                   PERFORM TREURE-DESTINACIO THRU
                       FIN-TREURE-DESTINACIO
               WHEN OTHER
                   MOVE 'Indica C, A, M, B, D (afegeix), E (treu)'
                        TO WP53ERR
           END-EVALUATE.

           GO MANTENIR-CAMPANYA.

       MUESTRO-P53.
           WRITE REG-DSPF01 FROM WP53 FORMAT "P53".

           READ  DSPF01     INTO WP53 FORMAT "P53"
                            INDICATORS ARE P53-I-INDIC.
       FIN-MUESTRO-P53. EXIT.

       CONSULTAR-CAMPANYA.
           MOVE WP53CAM TO PF61CAM
           READ PF61 INVALID KEY
                MOVE 'No existeix cap campanya amb aquest codi'
                     TO WP53ERR
                GO FIN-CONSULTAR-CAMPANYA
           END-READ.

           PERFORM MOSTRAR-CAMPANYA THRU FIN-MOSTRAR-CAMPANYA
           MOVE 'Mostrant campanya' TO WP53ERR.
       FIN-CONSULTAR-CAMPANYA. EXIT.

       MOSTRAR-CAMPANYA.
           MOVE PF61DES TO WP53DES
           MOVE PF61DDE TO WP53DDE
           MOVE PF61FIN TO WP53FIN
           MOVE PF61MOD TO WP53MOD
           MOVE PF61VAL TO WP53VAL
           MOVE PF61TOP TO WP53TOP
           MOVE PF61MAX TO WP53MAX
           MOVE PF61USA TO WP53USA

           MOVE 'N' TO WS53-ESBORRAR-PF62
           PERFORM RECORRER-DESTINACIONS THRU
               FIN-RECORRER-DESTINACIONS
           MOVE WS53-NUM-DESTINACIONS TO WP53NDE.
       FIN-MOSTRAR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Dades comunes a l'alta i a la modificacio: descripcio,    *
      * vigencia (sense data de fi vol dir oberta), modalitat     *
      * del descompte ('P' percentatge, 'F' import per placa) i   *
      * tipus de topall ('U' usos, 'P' places).                   *
      *----------------------------------------------------------*
       VALIDAR-DADES.
           MOVE 'N' TO WS53-DADES-KO

           IF WP53DES = SPACES
              MOVE 'Introdueix la descripcio' TO WP53ERR
              MOVE 'S' TO WS53-DADES-KO
              GO FIN-VALIDAR-DADES
           END-IF.

           IF WP53DDE = ZEROS
              MOVE 'Introdueix la data dinici de vigencia'
                   TO WP53ERR
              MOVE 'S' TO WS53-DADES-KO
              GO FIN-VALIDAR-DADES
           END-IF.

           IF WP53FIN NOT = ZEROS AND WP53FIN < WP53DDE
              MOVE 'La data de fi es anterior a la dinici'
                   TO WP53ERR
              MOVE 'S' TO WS53-DADES-KO
              GO FIN-VALIDAR-DADES
           END-IF.

           IF WP53MOD NOT = 'P' AND WP53MOD NOT = 'F'
              MOVE 'Modalitat: P (percentatge) o F (fix)'
                   TO WP53ERR
              MOVE 'S' TO WS53-DADES-KO
              GO FIN-VALIDAR-DADES
           END-IF.

           IF WP53VAL = ZEROS
              MOVE 'Indica el valor del descompte' TO WP53ERR
              MOVE 'S' TO WS53-DADES-KO
              GO FIN-VALIDAR-DADES
           END-IF.

           IF WP53MOD = 'P' AND WP53VAL > 100
              MOVE 'El percentatge no pot passar de 100'
                   TO WP53ERR
              MOVE 'S' TO WS53-DADES-KO
              GO FIN-VALIDAR-DADES
           END-IF.

           IF WP53TOP NOT = 'U' AND WP53TOP NOT = 'P'
              MOVE 'Topall: U (usos) o P (places)' TO WP53ERR
              MOVE 'S' TO WS53-DADES-KO
              GO FIN-VALIDAR-DADES
           END-IF.
       FIN-VALIDAR-DADES. EXIT.

       ALTA-CAMPANYA.
           PERFORM VALIDAR-DADES THRU FIN-VALIDAR-DADES
           IF WS53-DADES-KO-SI
              GO FIN-ALTA-CAMPANYA
           END-IF.

           MOVE WP53CAM TO PF61CAM
           READ PF61 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'La campanya ja existeix, fes M' TO WP53ERR
                GO FIN-ALTA-CAMPANYA
           END-READ.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP53CAM TO PF61CAM
           MOVE WP53DES TO PF61DES
           MOVE WP53DDE TO PF61DDE
           MOVE WP53FIN TO PF61FIN
           MOVE WP53MOD TO PF61MOD
           MOVE WP53VAL TO PF61VAL
           MOVE WP53TOP TO PF61TOP
           MOVE WP53MAX TO PF61MAX
           MOVE ZEROS TO PF61USA
           MOVE CPUSRJ-NOM-USUARI TO PF61USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF61DAS
           WRITE REG-PF61

           IF NOT WS53-STAT-PF61-OK
              ROLLBACK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP53ERR
           ELSE
              COMMIT
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE ZEROS TO WP53USA
              MOVE ZEROS TO WP53NDE
              MOVE 'Campanya donada dalta correctament' TO WP53ERR
           END-IF.
       FIN-ALTA-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * El consum viu (PF61USA) no es toca. Amb consum, el        *
      * topall no pot quedar per sota del que ja s'ha fet servir  *
      * ni pot canviar de tipus, perque el consum es compta en    *
      * usos o en places segons el tipus amb que es va fer.       *
      *----------------------------------------------------------*
       MODIFICAR-CAMPANYA.
           PERFORM VALIDAR-DADES THRU FIN-VALIDAR-DADES
           IF WS53-DADES-KO-SI
              GO FIN-MODIFICAR-CAMPANYA
           END-IF.

           MOVE WP53CAM TO PF61CAM
           READ PF61 INVALID KEY
                MOVE 'No existeix cap campanya amb aquest codi'
                     TO WP53ERR
                GO FIN-MODIFICAR-CAMPANYA
           END-READ.

           IF PF61USA > ZEROS AND WP53TOP NOT = PF61TOP
              MOVE 'Amb consum no es pot canviar el topall'
                   TO WP53ERR
              GO FIN-MODIFICAR-CAMPANYA
           END-IF.

           IF WP53MAX NOT = ZEROS AND WP53MAX < PF61USA
              MOVE PF61USA TO WP53USA
              MOVE 'El topall es inferior al consum actual'
                   TO WP53ERR
              GO FIN-MODIFICAR-CAMPANYA
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP53DES TO PF61DES
           MOVE WP53DDE TO PF61DDE
           MOVE WP53FIN TO PF61FIN
           MOVE WP53MOD TO PF61MOD
           MOVE WP53VAL TO PF61VAL
           MOVE WP53TOP TO PF61TOP
           MOVE WP53MAX TO PF61MAX
           MOVE CPUSRJ-NOM-USUARI TO PF61USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF61DAS
           REWRITE REG-PF61

           IF NOT WS53-STAT-PF61-OK
              ROLLBACK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP53ERR
           ELSE
              COMMIT
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF61USA TO WP53USA
              MOVE 'Campanya modificada' TO WP53ERR
           END-IF.
       FIN-MODIFICAR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Una campanya que ja s'ha fet servir no es pot esborrar:   *
      * les reserves de PF02 en porten el codi i CBL86CAM en      *
      * necessita la descripcio. Per tancar-la abans d'hora,      *
      * s'informa la data de fi amb 'M'.                          *
      *----------------------------------------------------------*
       BAIXA-CAMPANYA.
           MOVE 'N' TO WS53-GRAVACIO-KO

           MOVE WP53CAM TO PF61CAM
           READ PF61 INVALID KEY
                MOVE 'No existeix cap campanya amb aquest codi'
                     TO WP53ERR
                GO FIN-BAIXA-CAMPANYA
           END-READ.

           IF PF61USA NOT = ZEROS
              MOVE PF61USA TO WP53USA
              MOVE 'Campanya en us, tanca-la amb data de fi'
                   TO WP53ERR
              GO FIN-BAIXA-CAMPANYA
           END-IF.

           DELETE PF61 RECORD
           IF NOT WS53-STAT-PF61-OK
              MOVE 'S' TO WS53-GRAVACIO-KO
           END-IF.

           MOVE 'S' TO WS53-ESBORRAR-PF62
           PERFORM RECORRER-DESTINACIONS THRU
               FIN-RECORRER-DESTINACIONS
           MOVE 'N' TO WS53-ESBORRAR-PF62

           IF WS53-GRAVACIO-KO-SI
              ROLLBACK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP53ERR
           ELSE
              COMMIT
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE ZEROS TO WP53NDE
              MOVE 'Campanya esborrada' TO WP53ERR
           END-IF.
       FIN-BAIXA-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Recorre les destinacions de la campanya WP53CAM: les      *
      * compta i, si WS53-ESBORRAR-PF62 ho demana, les esborra.   *
      *----------------------------------------------------------*
       RECORRER-DESTINACIONS.
           MOVE ZEROS TO WS53-NUM-DESTINACIONS
           MOVE 'N' TO WS53-FI-PF62
           MOVE WP53CAM TO PF62CAM
           MOVE ZEROS TO PF62COD
           START PF62 KEY IS NOT LESS THAN PF62CLAU
               INVALID KEY MOVE 'S' TO WS53-FI-PF62
           END-START.

           PERFORM LLEGIR-DESTINACIO THRU FIN-LLEGIR-DESTINACIO
               UNTIL WS53-FI-PF62-SI.
       FIN-RECORRER-DESTINACIONS. EXIT.

       LLEGIR-DESTINACIO.
           READ PF62 NEXT RECORD
               AT END MOVE 'S' TO WS53-FI-PF62
                      GO FIN-LLEGIR-DESTINACIO
           END-READ.

           IF PF62CAM NOT = WP53CAM
              MOVE 'S' TO WS53-FI-PF62
              GO FIN-LLEGIR-DESTINACIO
           END-IF.

           ADD 1 TO WS53-NUM-DESTINACIONS

           IF WS53-ESBORRAR-PF62-SI
              DELETE PF62 RECORD
              IF NOT WS53-STAT-PF62-OK
                 MOVE 'S' TO WS53-GRAVACIO-KO
              END-IF
           END-IF.
       FIN-LLEGIR-DESTINACIO. EXIT.

      *----------------------------------------------------------*
      * Limita la campanya a la destinacio WP53COD, que ha        *
      * d'existir a PF01. Amb la primera fila la campanya deixa   *
      * de valer per a totes les destinacions.                    *
      *----------------------------------------------------------*
       AFEGIR-DESTINACIO.
           MOVE WP53CAM TO PF61CAM
           READ PF61 INVALID KEY
                MOVE 'No existeix cap campanya amb aquest codi'
                     TO WP53ERR
                GO FIN-AFEGIR-DESTINACIO
           END-READ.

           MOVE WP53COD TO PF1COD
           READ PF01 INVALID KEY
                MOVE 'La destinacio no existeix' TO WP53ERR
                GO FIN-AFEGIR-DESTINACIO
           END-READ.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP53CAM TO PF62CAM
           MOVE WP53COD TO PF62COD
           MOVE CPUSRJ-NOM-USUARI TO PF62USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF62DAS
           WRITE REG-PF62 INVALID KEY
                 MOVE 'La destinacio ja es a la campanya'
                      TO WP53ERR
                 GO FIN-AFEGIR-DESTINACIO
           END-WRITE.

           IF NOT WS53-STAT-PF62-OK
              ROLLBACK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP53ERR
           ELSE
              COMMIT
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              PERFORM MOSTRAR-CAMPANYA THRU FIN-MOSTRAR-CAMPANYA
              MOVE 'Destinacio afegida a la campanya' TO WP53ERR
           END-IF.
       FIN-AFEGIR-DESTINACIO. EXIT.

      *----------------------------------------------------------*
      * Treu la destinacio WP53COD de la campanya. Si era         *
      * l'ultima, la campanya torna a valer per a totes.          *
      *----------------------------------------------------------*
       TREURE-DESTINACIO.
           MOVE WP53CAM TO PF61CAM
           READ PF61 INVALID KEY
                MOVE 'No existeix cap campanya amb aquest codi'
                     TO WP53ERR
                GO FIN-TREURE-DESTINACIO
           END-READ.

           MOVE WP53CAM TO PF62CAM
           MOVE WP53COD TO PF62COD
           READ PF62 INVALID KEY
                MOVE 'La destinacio no es a la campanya' TO WP53ERR
                GO FIN-TREURE-DESTINACIO
           END-READ.

           DELETE PF62 RECORD

           IF NOT WS53-STAT-PF62-OK
              ROLLBACK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP53ERR
           ELSE
              COMMIT
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              PERFORM MOSTRAR-CAMPANYA THRU FIN-MOSTRAR-CAMPANYA
              MOVE 'Destinacio treta de la campanya' TO WP53ERR
           END-IF.
       FIN-TREURE-DESTINACIO. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 l'accio feta sobre la campanya; en afegir o  *
      * treure una destinacio, amb el codi de la destinacio.      *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS53-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL53' TO PF6PGM
           IF WP53ACC = 'D' OR WP53ACC = 'E'
              MOVE WP53COD TO PF6COD
           ELSE
              MOVE ZEROS TO PF6COD
           END-IF
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS53-SEQ-AUDIT
                MOVE WS53-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS53-SEQ-AUDIT
                REWRITE REG-PF11
           END-READ.
       FIN-OBTENIR-SEGUENT-SEQ-PF06. EXIT.

      *----------------------------------------------------------*
      * Obte el perfil d'usuari del job actiu (API QUSRJOBI,      *
      * format JOBI0100), per deixar constancia de qui ha fet    *
      * l'accio als fitxers historics.                            *
      *----------------------------------------------------------*
       OBTENIR-USUARI-JOB.
           CALL 'QUSRJOBI' USING CPUSRJ-RECEPTOR
                                  CPUSRJ-LONGITUD
                                  'JOBI0100'
                                  CPUSRJ-JOB-QUALIFICAT
                                  CPUSRJ-ID-INTERN-JOB
                                  CPUSRJ-CODI-ERROR.
       FIN-OBTENIR-USUARI-JOB. EXIT.

      *----------------------------------------------------------*
      * Comprovacio d'autoritat a l'entrada (PF28 via CBL25AUT):  *
      * sense el nivell requerit, l'acces queda denegat, anotat a *
      * PF06 pel propi comprovador, i el programa acaba.          *
      *----------------------------------------------------------*
       COMPROVAR-AUTORITAT.
           MOVE '53' TO WS53-FUN-AUT
           MOVE 1 TO WS53-NIV-AUT
           MOVE 'S' TO WS53-AUDIT-AUT
           CALL 'CBL25AUT' USING WS53-FUN-AUT WS53-NIV-AUT
                                 WS53-PERMES-AUT WS53-AUDIT-AUT

           IF WS53-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL53: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL53: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF61   = ' WS53-STAT-PF61.
           DISPLAY 'ESTAT PF62   = ' WS53-STAT-PF62.
           DISPLAY 'ESTAT PF01   = ' WS53-STAT-PF01.
           DISPLAY 'ESTAT PF11   = ' WS53-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS53-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS53-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF61.
           CLOSE PF62.
           CLOSE PF01.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
