       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL51.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Requisits de documentacio per destinacio (PF57) i visats  *
      * per nacionalitat (PF58). Accions:                         *
      *  'C' consulta dels requisits de la destinacio i, si s'ha  *
      *      informat una nacionalitat, de si necessita visat;    *
      *  'A' alta, 'M' modificacio, 'B' baixa dels requisits:     *
      *      documents acceptats (passaport, DNI, S/N) i mesos de *
      *      validesa minima despres de la tornada;               *
      *  'V' anotar que la nacionalitat necessita visat per a la  *
      *      destinacio (amb una observacio lliure);              *
      *  'X' treure la nacionalitat de la llista de visats.       *
      * CBL62DOC revisa cada nit els documents dels viatgers      *
      * (PF37) contra aquestes taules.                            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF57
              ASSIGN TO DATABASE-PF57
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF57COD
              FILE STATUS IS WS51-STAT-PF57.

           SELECT PF58
              ASSIGN TO DATABASE-PF58
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF58CLAU
              FILE STATUS IS WS51-STAT-PF58.

           SELECT PF01X
              ASSIGN TO DATABASE-PF01X
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF1XCOD
              FILE STATUS IS WS51-STAT-PF01X.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS51-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS51-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS51-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF57 LABEL RECORD IS STANDARD.
          COPY CPPF57.

       FD PF58 LABEL RECORD IS STANDARD.
          COPY CPPF58.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

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

       01 WP51.
           05 WP51COD PIC 9(4).
           05 WP51PAS PIC X(01).
           05 WP51DNI PIC X(01).
           05 WP51MES PIC 9(2).
           05 WP51NAC PIC X(03).
           05 WP51VIS PIC X(01).
           05 WP51OBS PIC X(30).
           05 WP51ACC PIC X(01).
           05 WP51ERR PIC X(40).

       01 WS51-SEQ-AUDIT PIC 9(9) COMP-3.

       01 WS51-STAT-PF57 PIC X(02).
           88 WS51-STAT-PF57-OK VALUES '00' '02'.
       01 WS51-STAT-PF58 PIC X(02).
           88 WS51-STAT-PF58-OK VALUES '00' '02'.
       01 WS51-STAT-PF01X PIC X(02).
           88 WS51-STAT-PF01X-OK VALUES '00' '02'.
       01 WS51-STAT-PF11 PIC X(02).
           88 WS51-STAT-PF11-OK VALUES '00' '02'.
       01 WS51-STAT-PF06 PIC X(02).
           88 WS51-STAT-PF06-OK VALUES '00' '02'.
       01 WS51-STAT-DSPF01 PIC X(02).
           88 WS51-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS51-FUN-AUT PIC X(02).
       01 WS51-NIV-AUT PIC 9(01).
       01 WS51-PERMES-AUT PIC X(01).
       01 WS51-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF57
           OPEN I-O PF58
           OPEN INPUT PF01X
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS51-STAT-DSPF01-OK OR NOT WS51-STAT-PF57-OK
              OR NOT WS51-STAT-PF58-OK OR NOT WS51-STAT-PF01X-OK
              OR NOT WS51-STAT-PF11-OK OR NOT WS51-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP51
           PERFORM MANTENIR-REQUISITS.

       MANTENIR-REQUISITS.
           PERFORM MUESTRO-P51 THRU FIN-MUESTRO-P51

           IF IN03 OF P51-I-INDIC = B"1"
              GO FI
           END-IF.

           IF WP51COD = ZEROS
              MOVE 'Introdueix el codi de destinacio' TO WP51ERR
              GO MANTENIR-REQUISITS
           END-IF.

           MOVE WP51COD TO PF1XCOD
           READ PF01X INVALID KEY
                MOVE 'No existeix aquesta destinacio' TO WP51ERR
                GO MANTENIR-REQUISITS
           END-READ.

           EVALUATE WP51ACC
               WHEN 'C'
                   PERFORM CONSULTAR-REQUISITS THRU
                       FIN-CONSULTAR-REQUISITS
               WHEN 'A'
                   PERFORM ALTA-REQUISITS THRU FIN-ALTA-REQUISITS
               WHEN 'M'
                   PERFORM MODIFICAR-REQUISITS THRU
                       FIN-MODIFICAR-REQUISITS
               WHEN 'B'
                   PERFORM BAIXA-REQUISITS THRU FIN-BAIXA-REQUISITS
               WHEN 'V'
                   PERFORM ANOTAR-VISAT THRU FIN-ANOTAR-VISAT
               WHEN 'X'
                   PERFORM TREURE-VISAT THRU FIN-TREURE-VISAT
               WHEN OTHER
                   MOVE 'Indica C, A, M, B, V (visat) o X (treure)'
                        TO WP51ERR
           END-EVALUATE.

           GO MANTENIR-REQUISITS.

       MUESTRO-P51.
           WRITE REG-DSPF01 FROM WP51 FORMAT "P51".

           READ  DSPF01     INTO WP51 FORMAT "P51"
                            INDICATORS ARE P51-I-INDIC.
       FIN-MUESTRO-P51. EXIT.

       CONSULTAR-REQUISITS.
           MOVE WP51COD TO PF57COD
           READ PF57 INVALID KEY
                MOVE SPACES TO WP51PAS
                MOVE SPACES TO WP51DNI
                MOVE ZEROS TO WP51MES
                MOVE 'Destinacio sense requisits informats'
                     TO WP51ERR
                NOT INVALID KEY
                MOVE PF57PAS TO WP51PAS
                MOVE PF57DNI TO WP51DNI
                MOVE PF57MES TO WP51MES
                MOVE 'Mostrant requisits' TO WP51ERR
           END-READ.

           IF WP51NAC = SPACES
              GO FIN-CONSULTAR-REQUISITS
           END-IF.

           MOVE WP51COD TO PF58COD
           MOVE WP51NAC TO PF58NAC
           READ PF58 INVALID KEY
                MOVE 'N' TO WP51VIS
                MOVE SPACES TO WP51OBS
                NOT INVALID KEY
                MOVE 'S' TO WP51VIS
                MOVE PF58OBS TO WP51OBS
           END-READ.
       FIN-CONSULTAR-REQUISITS. EXIT.

      *----------------------------------------------------------*
      * Validacio comuna d'alta i modificacio: marques S/N dels   *
      * documents i almenys un document acceptat.                 *
      *----------------------------------------------------------*
       VALIDAR-REQUISITS.
           IF WP51PAS NOT = 'S' AND WP51PAS NOT = 'N'
              MOVE 'Passaport acceptat ha de ser S o N' TO WP51ERR
              GO FIN-VALIDAR-REQUISITS
           END-IF.

           IF WP51DNI NOT = 'S' AND WP51DNI NOT = 'N'
              MOVE 'DNI acceptat ha de ser S o N' TO WP51ERR
              GO FIN-VALIDAR-REQUISITS
           END-IF.

           IF WP51PAS = 'N' AND WP51DNI = 'N'
              MOVE 'Cal acceptar almenys un document' TO WP51ERR
              GO FIN-VALIDAR-REQUISITS
           END-IF.

           MOVE SPACES TO WP51ERR.
       FIN-VALIDAR-REQUISITS. EXIT.

       ALTA-REQUISITS.
           PERFORM VALIDAR-REQUISITS THRU FIN-VALIDAR-REQUISITS
           IF WP51ERR NOT = SPACES
              GO FIN-ALTA-REQUISITS
           END-IF.

           MOVE WP51COD TO PF57COD
           READ PF57 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'La destinacio ja te requisits, fes M'
                     TO WP51ERR
                GO FIN-ALTA-REQUISITS
           END-READ.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP51COD TO PF57COD
           MOVE WP51PAS TO PF57PAS
           MOVE WP51DNI TO PF57DNI
           MOVE WP51MES TO PF57MES
           MOVE CPUSRJ-NOM-USUARI TO PF57USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF57DAS
           WRITE REG-PF57

           IF NOT WS51-STAT-PF57-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP51ERR
           ELSE
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Requisits donats dalta correctament' TO WP51ERR
           END-IF.
       FIN-ALTA-REQUISITS. EXIT.

       MODIFICAR-REQUISITS.
           PERFORM VALIDAR-REQUISITS THRU FIN-VALIDAR-REQUISITS
           IF WP51ERR NOT = SPACES
              GO FIN-MODIFICAR-REQUISITS
           END-IF.

           MOVE WP51COD TO PF57COD
           READ PF57 INVALID KEY
                MOVE 'Destinacio sense requisits informats'
                     TO WP51ERR
                GO FIN-MODIFICAR-REQUISITS
           END-READ.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP51PAS TO PF57PAS
           MOVE WP51DNI TO PF57DNI
           MOVE WP51MES TO PF57MES
           MOVE CPUSRJ-NOM-USUARI TO PF57USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF57DAS
           REWRITE REG-PF57

           IF NOT WS51-STAT-PF57-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP51ERR
           ELSE
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Requisits modificats correctament' TO WP51ERR
           END-IF.
       FIN-MODIFICAR-REQUISITS. EXIT.

       BAIXA-REQUISITS.
           MOVE WP51COD TO PF57COD
           READ PF57 INVALID KEY
                MOVE 'Destinacio sense requisits informats'
                     TO WP51ERR
                GO FIN-BAIXA-REQUISITS
           END-READ.

           DELETE PF57 RECORD

           IF NOT WS51-STAT-PF57-OK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP51ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Requisits esborrats' TO WP51ERR
           END-IF.
       FIN-BAIXA-REQUISITS. EXIT.

      *----------------------------------------------------------*
      * Visat per nacionalitat: 'V' l'anota (o n'actualitza       *
      * l'observacio si ja hi era) i 'X' el treu.                 *
      *----------------------------------------------------------*
       ANOTAR-VISAT.
           IF WP51NAC = SPACES
              MOVE 'Indica la nacionalitat (codi ISO)' TO WP51ERR
              GO FIN-ANOTAR-VISAT
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP51COD TO PF58COD
           MOVE WP51NAC TO PF58NAC
           READ PF58 INVALID KEY
                MOVE WP51OBS TO PF58OBS
                MOVE CPUSRJ-NOM-USUARI TO PF58USR
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF58DAS
                WRITE REG-PF58
                SET PF6ACC-ALTA TO TRUE
                NOT INVALID KEY
                MOVE WP51OBS TO PF58OBS
                MOVE CPUSRJ-NOM-USUARI TO PF58USR
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF58DAS
                REWRITE REG-PF58
                SET PF6ACC-MODIF TO TRUE
           END-READ.

           IF NOT WS51-STAT-PF58-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP51ERR
           ELSE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'S' TO WP51VIS
              MOVE 'Visat anotat per a la nacionalitat' TO WP51ERR
           END-IF.
       FIN-ANOTAR-VISAT. EXIT.

       TREURE-VISAT.
           MOVE WP51COD TO PF58COD
           MOVE WP51NAC TO PF58NAC
           READ PF58 INVALID KEY
                MOVE 'Aquesta nacionalitat no necessita visat'
                     TO WP51ERR
                GO FIN-TREURE-VISAT
           END-READ.

           DELETE PF58 RECORD

           IF NOT WS51-STAT-PF58-OK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP51ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'N' TO WP51VIS
              MOVE SPACES TO WP51OBS
              MOVE 'Visat tret de la nacionalitat' TO WP51ERR
           END-IF.
       FIN-TREURE-VISAT. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 l'accio feta sobre els requisits o visats.   *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS51-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL51' TO PF6PGM
           MOVE WP51COD TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS51-SEQ-AUDIT
                MOVE WS51-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS51-SEQ-AUDIT
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
           MOVE '51' TO WS51-FUN-AUT
           MOVE 1 TO WS51-NIV-AUT
           MOVE 'S' TO WS51-AUDIT-AUT
           CALL 'CBL25AUT' USING WS51-FUN-AUT WS51-NIV-AUT
                                 WS51-PERMES-AUT WS51-AUDIT-AUT

           IF WS51-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL51: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL51: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF57   = ' WS51-STAT-PF57.
           DISPLAY 'ESTAT PF58   = ' WS51-STAT-PF58.
           DISPLAY 'ESTAT PF01X  = ' WS51-STAT-PF01X.
           DISPLAY 'ESTAT PF11   = ' WS51-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS51-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS51-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF57.
           CLOSE PF58.
           CLOSE PF01X.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
