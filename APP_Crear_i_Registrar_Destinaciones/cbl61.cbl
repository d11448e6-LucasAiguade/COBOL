       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL61.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Manteniment de la taula de canvis de moneda (PF82): euros *
      * per unitat de cada moneda estrangera, un per data. Es     *
      * carrega cada dia des del fitxer del banc (CBL73DIV) i     *
      * aqui es consulta o es corregeix a ma. Accions:            *
      *  'C' consulta; amb la data a zeros mostra el canvi vigent *
      *      avui (el mateix que fan servir els altres programes  *
      *      via CBL25DIV);                                       *
      *  'A' alta o modificacio del canvi d'una moneda i data;    *
      *  'B' baixa del canvi d'una moneda i data.                 *
      * L'euro no te fila: el seu canvi sempre es 1.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF82
              ASSIGN TO DATABASE-PF82
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF82CLAU
              FILE STATUS IS WS61-STAT-PF82.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS61-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS61-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS61-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF82 LABEL RECORD IS STANDARD.
          COPY CPPF82.

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

       01 WP61.
           05 WP61DIV PIC X(03).
           05 WP61DAT PIC 9(8).
           05 WP61CNV PIC 9(3)V9(6).
           05 WP61ORI PIC X(01).
           05 WP61USR PIC X(10).
           05 WP61ACC PIC X(01).
           05 WP61ERR PIC X(40).

       01 WS61-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS61-DAT-CNV PIC 9(8).
       01 WS61-CNV PIC 9(3)V9(6).
       01 WS61-DCN PIC 9(8).

       01 WS61-STAT-PF82 PIC X(02).
           88 WS61-STAT-PF82-OK VALUES '00' '02'.
       01 WS61-STAT-PF11 PIC X(02).
           88 WS61-STAT-PF11-OK VALUES '00' '02'.
       01 WS61-STAT-PF06 PIC X(02).
           88 WS61-STAT-PF06-OK VALUES '00' '02'.
       01 WS61-STAT-DSPF01 PIC X(02).
           88 WS61-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS61-FUN-AUT PIC X(02).
       01 WS61-NIV-AUT PIC 9(01).
       01 WS61-PERMES-AUT PIC X(01).
       01 WS61-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF82
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS61-STAT-DSPF01-OK OR NOT WS61-STAT-PF82-OK
              OR NOT WS61-STAT-PF11-OK OR NOT WS61-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP61
           PERFORM MANTENIR-CANVIS.

       MANTENIR-CANVIS.
           PERFORM MUESTRO-P61 THRU FIN-MUESTRO-P61

           IF IN03 OF P61-I-INDIC = B"1"
              GO FI
           END-IF.

           EVALUATE WP61ACC
               WHEN 'C'
                   PERFORM CONSULTAR-CANVI THRU FIN-CONSULTAR-CANVI
               WHEN 'A'
                   PERFORM DESAR-CANVI THRU FIN-DESAR-CANVI
               WHEN 'B'
                   PERFORM BAIXA-CANVI THRU FIN-BAIXA-CANVI
               WHEN OTHER
                   MOVE 'Accions: C consulta, A alta, B baixa'
                        TO WP61ERR
           END-EVALUATE.

           GO MANTENIR-CANVIS.

       MUESTRO-P61.
           WRITE REG-DSPF01 FROM WP61 FORMAT "P61".

           READ  DSPF01     INTO WP61 FORMAT "P61"
                            INDICATORS ARE P61-I-INDIC.
       FIN-MUESTRO-P61. EXIT.

      *----------------------------------------------------------*
      * Amb data, la fila exacta; sense, la vigent avui, buscada  *
      * com ho fan els programes que converteixen imports.        *
      *----------------------------------------------------------*
       CONSULTAR-CANVI.
           IF WP61DIV = SPACES OR WP61DIV = 'EUR'
              MOVE 'Indica una moneda estrangera' TO WP61ERR
              GO FIN-CONSULTAR-CANVI
           END-IF.

           IF WP61DAT = ZEROS
              MOVE ZEROS TO WS61-DAT-CNV
              CALL 'CBL25DIV' USING WP61DIV WS61-DAT-CNV
                                    WS61-CNV WS61-DCN
              IF WS61-CNV = ZEROS
                 MOVE 'No hi ha canvi daquesta moneda' TO WP61ERR
                 GO FIN-CONSULTAR-CANVI
              END-IF
              MOVE WS61-DCN TO WP61DAT
           END-IF.

           MOVE WP61DIV TO PF82DIV
           MOVE WP61DAT TO PF82DAT
           READ PF82 INVALID KEY
                MOVE 'No hi ha canvi en aquesta data' TO WP61ERR
                NOT INVALID KEY
                MOVE PF82CNV TO WP61CNV
                MOVE PF82ORI TO WP61ORI
                MOVE PF82USR TO WP61USR
                MOVE 'Mostrant canvi' TO WP61ERR
           END-READ.
       FIN-CONSULTAR-CANVI. EXIT.

      *----------------------------------------------------------*
      * Si la fila ja hi era (carregada del fitxer o d'abans) es  *
      * sobreescriu: queda marcada com entrada per pantalla.      *
      *----------------------------------------------------------*
       DESAR-CANVI.
           IF WP61DIV = SPACES OR WP61DIV = 'EUR'
              MOVE 'Indica una moneda estrangera' TO WP61ERR
              GO FIN-DESAR-CANVI
           END-IF.

           IF WP61DAT = ZEROS OR WP61CNV = ZEROS
              MOVE 'Indica data i canvi mes gran que zero'
                   TO WP61ERR
              GO FIN-DESAR-CANVI
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP61DIV TO PF82DIV
           MOVE WP61DAT TO PF82DAT
           READ PF82 INVALID KEY
                MOVE WP61CNV TO PF82CNV
                SET PF82ORI-PANTALLA TO TRUE
                MOVE CPUSRJ-NOM-USUARI TO PF82USR
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF82DTM
                WRITE REG-PF82
                SET PF6ACC-ALTA TO TRUE
                NOT INVALID KEY
                MOVE WP61CNV TO PF82CNV
                SET PF82ORI-PANTALLA TO TRUE
                MOVE CPUSRJ-NOM-USUARI TO PF82USR
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF82DTM
                REWRITE REG-PF82
                SET PF6ACC-MODIF TO TRUE
           END-READ.

           IF NOT WS61-STAT-PF82-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP61ERR
           ELSE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF82ORI TO WP61ORI
              MOVE PF82USR TO WP61USR
              MOVE 'Canvi desat correctament' TO WP61ERR
           END-IF.
       FIN-DESAR-CANVI. EXIT.

       BAIXA-CANVI.
           MOVE WP61DIV TO PF82DIV
           MOVE WP61DAT TO PF82DAT
           READ PF82 INVALID KEY
                MOVE 'No hi ha canvi en aquesta data' TO WP61ERR
                GO FIN-BAIXA-CANVI
           END-READ.

           DELETE PF82 RECORD

           IF NOT WS61-STAT-PF82-OK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP61ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Canvi esborrat' TO WP61ERR
           END-IF.
       FIN-BAIXA-CANVI. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 l'accio feta sobre la taula de canvis; el    *
      * canvi no va lligat a cap destinacio.                      *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS61-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL61' TO PF6PGM
           MOVE ZEROS TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS61-SEQ-AUDIT
                MOVE WS61-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS61-SEQ-AUDIT
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
           MOVE '61' TO WS61-FUN-AUT
           MOVE 1 TO WS61-NIV-AUT
           MOVE 'S' TO WS61-AUDIT-AUT
           CALL 'CBL25AUT' USING WS61-FUN-AUT WS61-NIV-AUT
                                 WS61-PERMES-AUT WS61-AUDIT-AUT

           IF WS61-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL61: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL61: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF82   = ' WS61-STAT-PF82.
           DISPLAY 'ESTAT PF11   = ' WS61-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS61-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS61-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF82.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
