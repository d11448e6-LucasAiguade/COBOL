       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL62.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Decisio de tirar endavant o anul·lar una sortida del      *
      * calendari (PF21) que no arriba al minim de passatgers.    *
      * La llista de cada nit (CBL62MIN) diu quines sortides han  *
      * arribat al termini de decisio; aqui es mira cada una i es *
      * deixa la decisio a PF83. Accions:                         *
      *  'C' consulta: places venudes, minim i termini vigents    *
      *      (els de la sortida o, si no en te, els de la         *
      *      destinacio), dies laborables que falten i decisio;   *
      *  'M' desa el minim i el termini propis de la sortida;     *
      *  'S' tira endavant la sortida;                            *
      *  'N' l'anul·la: obre la retirada de la sortida (CBL23)    *
      *      amb el codi i la data posats i, si l'operador la     *
      *      confirma, anota la decisio i imprimeix a RPT62 un    *
      *      avis d'alliberament per a cada proveidor de les      *
      *      linies de cost (PF39) de la sortida.                 *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
              FILE STATUS IS WS62-STAT-PF01.

           SELECT PF01X
              ASSIGN TO DATABASE-PF01X
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF1XCOD
              FILE STATUS IS WS62-STAT-PF01X.

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU
              FILE STATUS IS WS62-STAT-PF21.

           SELECT PF83
              ASSIGN TO DATABASE-PF83
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF83CLAU
              FILE STATUS IS WS62-STAT-PF83.

           SELECT PF38
              ASSIGN TO DATABASE-PF38
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF38PRV
              FILE STATUS IS WS62-STAT-PF38.

           SELECT PF39
              ASSIGN TO DATABASE-PF39
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF39CLAU
              FILE STATUS IS WS62-STAT-PF39.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS62-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS62-STAT-PF06.

           SELECT RPT62
              ASSIGN TO PRINTER-RPT62.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS62-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF83 LABEL RECORD IS STANDARD.
          COPY CPPF83.

       FD PF38 LABEL RECORD IS STANDARD.
          COPY CPPF38.

       FD PF39 LABEL RECORD IS STANDARD.
          COPY CPPF39.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       FD PF06 LABEL RECORD IS STANDARD.
          COPY CPPF06.

       FD RPT62 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT62 PIC X(80).

       FD DSPF01 LABEL RECORD IS OMITTED.
       01 REG-DSPF01.
           COPY DDS-ALL-FORMAT OF DSPF01.

       WORKING-STORAGE SECTION.
       01 AREA-INDICADORES.
          COPY DDS-ALL-FORMAT-INDIC OF DSPF01.

       01 WP62.
           05 WP62COD PIC 9(4).
           05 WP62DATS PIC 9(8).
           05 WP62VEN PIC 9(3).
           05 WP62MIN PIC 9(3).
           05 WP62DLT PIC 9(3).
           05 WP62DIE PIC 9(3).
           05 WP62DEC PIC X(01).
           05 WP62SUG PIC 9(8).
           05 WP62USR PIC X(10).
           05 WP62ACC PIC X(01).
           05 WP62ERR PIC X(40).

       01 WS62-AVUI PIC 9(8).
       01 WS62-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS62-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS62-FI-FITXER-SI VALUE 'S'.

      * Dies laborables fins a la sortida (CBL61DIA sobre PF46).
       01 WS62-DIA-ACC PIC X(01).
       01 WS62-DIA-DAT1 PIC 9(8).
       01 WS62-DIA-DAT2 PIC 9(8).
       01 WS62-DIA-DIES PIC S9(5).

      * Retirada de la sortida via CBL23: 'S' si s'ha confirmat.
       01 WS62-RET-FET PIC X(01).

       01 WS62-STAT-PF01 PIC X(02).
           88 WS62-STAT-PF01-OK VALUES '00' '02'.
       01 WS62-STAT-PF01X PIC X(02).
           88 WS62-STAT-PF01X-OK VALUES '00' '02'.
       01 WS62-STAT-PF21 PIC X(02).
           88 WS62-STAT-PF21-OK VALUES '00' '02'.
       01 WS62-STAT-PF83 PIC X(02).
           88 WS62-STAT-PF83-OK VALUES '00' '02'.
       01 WS62-STAT-PF38 PIC X(02).
           88 WS62-STAT-PF38-OK VALUES '00' '02'.
       01 WS62-STAT-PF39 PIC X(02).
           88 WS62-STAT-PF39-OK VALUES '00' '02'.
       01 WS62-STAT-PF11 PIC X(02).
           88 WS62-STAT-PF11-OK VALUES '00' '02'.
       01 WS62-STAT-PF06 PIC X(02).
           88 WS62-STAT-PF06-OK VALUES '00' '02'.
       01 WS62-STAT-DSPF01 PIC X(02).
           88 WS62-STAT-DSPF01-OK VALUE '00'.

      *----------------------------------------------------------*
      * Avis d'alliberament al proveidor, una pagina per linia de *
      * cost de la sortida anul·lada.                             *
      *----------------------------------------------------------*
       01 CAR62-01.
           05 FILLER PIC X(34) VALUE
              'AVIS DALLIBERAMENT DE SERVEIS'.
           05 C62-DATA PIC 9(8).
           05 FILLER PIC X(38) VALUE SPACES.

       01 CAR62-02.
           05 FILLER PIC X(12) VALUE 'PROVEIDOR:'.
           05 C62-PRV PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C62-NOM PIC X(30).
           05 FILLER PIC X(32) VALUE SPACES.

       01 CAR62-03.
           05 FILLER PIC X(12) VALUE 'DESTINACIO:'.
           05 C62-COD PIC 9(4).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C62-DST PIC X(30).
           05 FILLER PIC X(32) VALUE SPACES.

       01 CAR62-04.
           05 FILLER PIC X(12) VALUE 'SORTIDA:'.
           05 C62-DATS PIC 9(8).
           05 FILLER PIC X(11) VALUE '   SERVEI:'.
           05 C62-SRV PIC X(10).
           05 FILLER PIC X(39) VALUE SPACES.

       01 CAR62-05.
           05 FILLER PIC X(12) VALUE 'IMPORT:'.
           05 C62-IMP PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 C62-DIV PIC X(03).
           05 FILLER PIC X(51) VALUE SPACES.

       01 CAR62-06.
           05 FILLER PIC X(60) VALUE
              'SORTIDA ANULADA: US PREGUEM QUE ALLIBEREU EL SERVEI'.
           05 FILLER PIC X(20) VALUE SPACES.

           COPY CPUSRJ.

       01 WS62-FUN-AUT PIC X(02).
       01 WS62-NIV-AUT PIC 9(01).
       01 WS62-PERMES-AUT PIC X(01).
       01 WS62-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN INPUT PF01
           OPEN INPUT PF01X
           OPEN INPUT PF21
           OPEN I-O PF83
           OPEN INPUT PF38
           OPEN INPUT PF39
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS62-STAT-DSPF01-OK OR NOT WS62-STAT-PF01-OK
              OR NOT WS62-STAT-PF01X-OK OR NOT WS62-STAT-PF21-OK
              OR NOT WS62-STAT-PF83-OK OR NOT WS62-STAT-PF38-OK
              OR NOT WS62-STAT-PF39-OK OR NOT WS62-STAT-PF11-OK
              OR NOT WS62-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP62
           PERFORM DECIDIR-SORTIDES.

       DECIDIR-SORTIDES.
           PERFORM MUESTRO-P62 THRU FIN-MUESTRO-P62

           IF IN03 OF P62-I-INDIC = B"1"
              GO FI
           END-IF.

           EVALUATE WP62ACC
               WHEN 'C'
                   PERFORM CONSULTAR-SORTIDA THRU
                       FIN-CONSULTAR-SORTIDA
               WHEN 'M'
                   PERFORM DESAR-MINIM THRU FIN-DESAR-MINIM
               WHEN 'S'
                   PERFORM TIRAR-ENDAVANT THRU FIN-TIRAR-ENDAVANT
               WHEN 'N'
                   PERFORM ANULAR-SORTIDA THRU FIN-ANULAR-SORTIDA
               WHEN OTHER
                   MOVE 'Accions: C consulta, M minim, S/N decisio'
                        TO WP62ERR
           END-EVALUATE.

           GO DECIDIR-SORTIDES.

       MUESTRO-P62.
           WRITE REG-DSPF01 FROM WP62 FORMAT "P62".

           READ  DSPF01     INTO WP62 FORMAT "P62"
                            INDICATORS ARE P62-I-INDIC.
       FIN-MUESTRO-P62. EXIT.

      *----------------------------------------------------------*
      * Llegeix la sortida i omple la pantalla. El minim i el     *
      * termini son els de PF83 si la sortida en te de propis i,  *
      * si no, els de la destinacio (PF01X). Deixa a REG-PF21 la  *
      * sortida llegida; WS62-FI-FITXER a 'S' vol dir que no hi   *
      * es.                                                       *
      *----------------------------------------------------------*
       CONSULTAR-SORTIDA.
           MOVE 'N' TO WS62-FI-FITXER
           MOVE WP62COD TO PF21COD
           MOVE WP62DATS TO PF21DAT
           READ PF21 INVALID KEY
                MOVE 'S' TO WS62-FI-FITXER
                MOVE 'No existeix aquesta sortida al calendari'
                     TO WP62ERR
                GO FIN-CONSULTAR-SORTIDA
           END-READ.

           COMPUTE WP62VEN = PF21PLT - PF21PLD + PF21OVS

           MOVE ZEROS TO WP62MIN
           MOVE ZEROS TO WP62DLT
           MOVE WP62COD TO PF1XCOD
           READ PF01X INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF1XMIN TO WP62MIN
                MOVE PF1XDLT TO WP62DLT
           END-READ.

           MOVE SPACE TO WP62DEC
           MOVE ZEROS TO WP62SUG
           MOVE SPACES TO WP62USR
           MOVE WP62COD TO PF83COD
           MOVE WP62DATS TO PF83DATS
           READ PF83 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF83MIN NOT = ZEROS
                   MOVE PF83MIN TO WP62MIN
                END-IF
                IF PF83DLT NOT = ZEROS
                   MOVE PF83DLT TO WP62DLT
                END-IF
                MOVE PF83DEC TO WP62DEC
                MOVE PF83SUG TO WP62SUG
                MOVE PF83USR TO WP62USR
           END-READ.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS62-AVUI
           MOVE ZEROS TO WP62DIE
           IF WP62DATS > WS62-AVUI
              MOVE 'D' TO WS62-DIA-ACC
              MOVE WS62-AVUI TO WS62-DIA-DAT1
              MOVE WP62DATS TO WS62-DIA-DAT2
              CALL 'CBL61DIA' USING WS62-DIA-ACC WS62-DIA-DAT1
                                    WS62-DIA-DAT2 WS62-DIA-DIES
              MOVE WS62-DIA-DIES TO WP62DIE
           END-IF.

           IF PF21EST-TANCADA
              MOVE 'Sortida tancada' TO WP62ERR
           ELSE
              MOVE 'Mostrant sortida' TO WP62ERR
           END-IF.
       FIN-CONSULTAR-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Minim i termini propis de la sortida; a zeros tornen a    *
      * valer els de la destinacio.                               *
      *----------------------------------------------------------*
       DESAR-MINIM.
           MOVE WP62COD TO PF21COD
           MOVE WP62DATS TO PF21DAT
           READ PF21 INVALID KEY
                MOVE 'No existeix aquesta sortida al calendari'
                     TO WP62ERR
                GO FIN-DESAR-MINIM
           END-READ.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP62COD TO PF83COD
           MOVE WP62DATS TO PF83DATS
           READ PF83 INVALID KEY
                INITIALIZE REG-PF83
                MOVE WP62COD TO PF83COD
                MOVE WP62DATS TO PF83DATS
                MOVE WP62MIN TO PF83MIN
                MOVE WP62DLT TO PF83DLT
                MOVE CPUSRJ-NOM-USUARI TO PF83USR
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF83DAT
                WRITE REG-PF83
                SET PF6ACC-ALTA TO TRUE
                NOT INVALID KEY
                MOVE WP62MIN TO PF83MIN
                MOVE WP62DLT TO PF83DLT
                MOVE CPUSRJ-NOM-USUARI TO PF83USR
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF83DAT
                REWRITE REG-PF83
                SET PF6ACC-MODIF TO TRUE
           END-READ.

           IF NOT WS62-STAT-PF83-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP62ERR
           ELSE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              PERFORM CONSULTAR-SORTIDA THRU FIN-CONSULTAR-SORTIDA
              MOVE 'Minim de la sortida desat' TO WP62ERR
           END-IF.
       FIN-DESAR-MINIM. EXIT.

       TIRAR-ENDAVANT.
           PERFORM CONSULTAR-SORTIDA THRU FIN-CONSULTAR-SORTIDA
           IF WS62-FI-FITXER-SI
              GO FIN-TIRAR-ENDAVANT
           END-IF.

           IF PF21EST-TANCADA
              MOVE 'Sortida tancada, no es pot decidir' TO WP62ERR
              GO FIN-TIRAR-ENDAVANT
           END-IF.

           MOVE 'S' TO WP62DEC
           PERFORM DESAR-DECISIO THRU FIN-DESAR-DECISIO

           IF WS62-STAT-PF83-OK
              MOVE 'La sortida tira endavant' TO WP62ERR
           END-IF.
       FIN-TIRAR-ENDAVANT. EXIT.

      *----------------------------------------------------------*
      * Anul·lacio: la fa la retirada de sempre (CBL23) limitada  *
      * a aquesta sortida, on l'operador veu les reserves i       *
      * esperes afectades i la confirma amb Intro o se'n fa       *
      * enrere amb F3. Nomes si s'ha retirat queda la decisio i   *
      * surten els avisos als proveidors.                         *
      *----------------------------------------------------------*
       ANULAR-SORTIDA.
           PERFORM CONSULTAR-SORTIDA THRU FIN-CONSULTAR-SORTIDA
           IF WS62-FI-FITXER-SI
              GO FIN-ANULAR-SORTIDA
           END-IF.

           IF PF21EST-TANCADA
              MOVE 'Sortida tancada, no es pot decidir' TO WP62ERR
              GO FIN-ANULAR-SORTIDA
           END-IF.

           MOVE 'N' TO WS62-RET-FET
           CALL 'CBL23' USING WP62COD WP62DATS WS62-RET-FET

           IF WS62-RET-FET NOT = 'S'
              MOVE 'Retirada no confirmada; res no canvia'
                   TO WP62ERR
              GO FIN-ANULAR-SORTIDA
           END-IF.

           MOVE 'N' TO WP62DEC
           PERFORM DESAR-DECISIO THRU FIN-DESAR-DECISIO

           PERFORM IMPRIMIR-AVISOS THRU FIN-IMPRIMIR-AVISOS

           PERFORM CONSULTAR-SORTIDA THRU FIN-CONSULTAR-SORTIDA
           MOVE 'Sortida anul·lada; avisos impresos' TO WP62ERR.
       FIN-ANULAR-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Grava la decisio de WP62DEC a PF83, amb qui i quan.       *
      *----------------------------------------------------------*
       DESAR-DECISIO.
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP62COD TO PF83COD
           MOVE WP62DATS TO PF83DATS
           READ PF83 INVALID KEY
                INITIALIZE REG-PF83
                MOVE WP62COD TO PF83COD
                MOVE WP62DATS TO PF83DATS
                MOVE WP62DEC TO PF83DEC
                MOVE CPUSRJ-NOM-USUARI TO PF83USR
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF83DAT
                WRITE REG-PF83
                NOT INVALID KEY
                MOVE WP62DEC TO PF83DEC
                MOVE CPUSRJ-NOM-USUARI TO PF83USR
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF83DAT
                REWRITE REG-PF83
           END-READ.

           IF NOT WS62-STAT-PF83-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP62ERR
           ELSE
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF83USR TO WP62USR
           END-IF.
       FIN-DESAR-DECISIO. EXIT.

      *----------------------------------------------------------*
      * Un avis per cada linia de cost de la sortida amb          *
      * proveidor; les del comptador agregat (PF39DATS a zeros)   *
      * no son d'aquesta sortida i no s'alliberen.                *
      *----------------------------------------------------------*
       IMPRIMIR-AVISOS.
           MOVE SPACES TO C62-DST
           MOVE WP62COD TO PF1COD
           READ PF01 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF1NOM TO C62-DST
           END-READ.

           OPEN OUTPUT RPT62

           MOVE 'N' TO WS62-FI-FITXER
           MOVE WP62COD TO PF39COD
           MOVE WP62DATS TO PF39DATS
           MOVE ZEROS TO PF39SEQ
           START PF39 KEY IS NOT LESS THAN PF39CLAU
               INVALID KEY MOVE 'S' TO WS62-FI-FITXER
           END-START.

           PERFORM IMPRIMIR-SEGUENT-AVIS THRU FIN-IMPRIMIR-SEGUENT-AVIS
               UNTIL WS62-FI-FITXER-SI

           CLOSE RPT62.
       FIN-IMPRIMIR-AVISOS. EXIT.

       IMPRIMIR-SEGUENT-AVIS.
           READ PF39 NEXT RECORD
               AT END MOVE 'S' TO WS62-FI-FITXER
           END-READ.

           IF WS62-FI-FITXER-SI
              GO FIN-IMPRIMIR-SEGUENT-AVIS
           END-IF.

           IF PF39COD NOT = WP62COD OR PF39DATS NOT = WP62DATS
              MOVE 'S' TO WS62-FI-FITXER
              GO FIN-IMPRIMIR-SEGUENT-AVIS
           END-IF.

           IF PF39PRV = SPACES
              GO FIN-IMPRIMIR-SEGUENT-AVIS
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO C62-DATA
           WRITE LINIA-RPT62 FROM CAR62-01 AFTER ADVANCING PAGE

           MOVE PF39PRV TO C62-PRV
           MOVE SPACES TO C62-NOM
           MOVE PF39PRV TO PF38PRV
           READ PF38 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF38NOM TO C62-NOM
           END-READ.
           WRITE LINIA-RPT62 FROM CAR62-02 AFTER ADVANCING 2 LINES

           MOVE WP62COD TO C62-COD
           WRITE LINIA-RPT62 FROM CAR62-03 AFTER ADVANCING 1 LINE

           MOVE WP62DATS TO C62-DATS
           EVALUATE TRUE
               WHEN PF39TIP-HOTEL
                   MOVE 'HOTEL' TO C62-SRV
               WHEN PF39TIP-AUTOCAR
                   MOVE 'AUTOCAR' TO C62-SRV
               WHEN PF39TIP-GUIA
                   MOVE 'GUIA' TO C62-SRV
               WHEN OTHER
                   MOVE PF39TIP TO C62-SRV
           END-EVALUATE
           WRITE LINIA-RPT62 FROM CAR62-04 AFTER ADVANCING 1 LINE

           MOVE PF39IMP TO C62-IMP
           IF PF39DIV-EUR
              MOVE 'EUR' TO C62-DIV
           ELSE
              MOVE PF39DIV TO C62-DIV
           END-IF
           WRITE LINIA-RPT62 FROM CAR62-05 AFTER ADVANCING 1 LINE

           WRITE LINIA-RPT62 FROM CAR62-06 AFTER ADVANCING 2 LINES.
       FIN-IMPRIMIR-SEGUENT-AVIS. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 l'accio feta sobre la decisio de la sortida. *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS62-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL62' TO PF6PGM
           MOVE WP62COD TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS62-SEQ-AUDIT
                MOVE WS62-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS62-SEQ-AUDIT
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
           MOVE '62' TO WS62-FUN-AUT
           MOVE 2 TO WS62-NIV-AUT
           MOVE 'S' TO WS62-AUDIT-AUT
           CALL 'CBL25AUT' USING WS62-FUN-AUT WS62-NIV-AUT
                                 WS62-PERMES-AUT WS62-AUDIT-AUT

           IF WS62-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL62: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL62: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF01   = ' WS62-STAT-PF01.
           DISPLAY 'ESTAT PF01X  = ' WS62-STAT-PF01X.
           DISPLAY 'ESTAT PF21   = ' WS62-STAT-PF21.
           DISPLAY 'ESTAT PF83   = ' WS62-STAT-PF83.
           DISPLAY 'ESTAT PF38   = ' WS62-STAT-PF38.
           DISPLAY 'ESTAT PF39   = ' WS62-STAT-PF39.
           DISPLAY 'ESTAT PF11   = ' WS62-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS62-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS62-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF21.
           CLOSE PF83.
           CLOSE PF38.
           CLOSE PF39.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
