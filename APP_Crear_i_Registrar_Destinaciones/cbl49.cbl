       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL49.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Factures rebutjades pel SII (PF54). El subfitxer mostra   *
      * les factures que l'agencia ha rebutjat o ha acceptat amb  *
      * errors, amb el codi i el motiu de la resposta, perque     *
      * administracio en corregeixi les dades (client, document,  *
      * rectificativa) i les torni a enviar. Amb WP49NUM i        *
      * WP49ACC 'R' la factura queda PENDENT de reenviar i la     *
      * propera tramesa de CBL64SII la presenta com a             *
      * modificacio; qui ho ha demanat queda a PF54 i a PF06.     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF54
              ASSIGN TO DATABASE-PF54
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF54NUM
              FILE STATUS IS WS49-STAT-PF54.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS49-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS49-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS49-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF54 LABEL RECORD IS STANDARD.
          COPY CPPF54.

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

      * Linia de subfitxer P49SFL.
       01 WP49SFL.
           05 WP49SNUM PIC 9(9).
           05 WP49SDFA PIC 9(8).
           05 WP49SEST PIC X(01).
           05 WP49SNEN PIC 9(3).
           05 WP49SERR PIC 9(4).
           05 WP49SMOT PIC X(40).

      * Format de control P49CTL.
       01 WP49CTL.
           05 WP49RRN PIC 9(4).
           05 WP49NUM PIC 9(9).
           05 WP49ACC PIC X(01).
           05 WP49ERR PIC X(40).

       01 WS49-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS49-FI-FITXER-SI VALUE 'S'.
       01 WS49-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS49-NUM-REBUTJADES PIC 9(5).

       01 WS49-STAT-PF54 PIC X(02).
           88 WS49-STAT-PF54-OK VALUES '00' '02'.
       01 WS49-STAT-PF11 PIC X(02).
           88 WS49-STAT-PF11-OK VALUES '00' '02'.
       01 WS49-STAT-PF06 PIC X(02).
           88 WS49-STAT-PF06-OK VALUES '00' '02'.
       01 WS49-STAT-DSPF01 PIC X(02).
           88 WS49-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS49-FUN-AUT PIC X(02).
       01 WS49-NIV-AUT PIC 9(01).
       01 WS49-PERMES-AUT PIC X(01).
       01 WS49-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF54
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS49-STAT-DSPF01-OK OR NOT WS49-STAT-PF54-OK
              OR NOT WS49-STAT-PF11-OK OR NOT WS49-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP49CTL
           PERFORM GESTIONAR-REBUTJADES.

       GESTIONAR-REBUTJADES.
           MOVE ZEROS TO WP49RRN
           MOVE B"1" TO IN40
           MOVE B"0" TO IN41
           PERFORM MOSTRA-CONTROL THRU FIN-MOSTRA-CONTROL

           IF IN03 OF P49CTL-I-INDIC = B"1"
              GO FI
           END-IF.

           IF WP49NUM NOT = ZEROS
              PERFORM TRACTAR-ACCIO THRU FIN-TRACTAR-ACCIO
              MOVE ZEROS TO WP49NUM
              MOVE SPACES TO WP49ACC
           END-IF.

           MOVE B"0" TO IN40
           PERFORM CARREGAR-REBUTJADES THRU FIN-CARREGAR-REBUTJADES

           IF WS49-NUM-REBUTJADES = ZEROS AND WP49ERR = SPACES
              MOVE 'Cap factura rebutjada pel SII' TO WP49ERR
           END-IF.

           MOVE B"1" TO IN41
           PERFORM MOSTRA-CONTROL THRU FIN-MOSTRA-CONTROL

           IF IN03 OF P49CTL-I-INDIC = B"1"
              GO FI
           END-IF.

           GO GESTIONAR-REBUTJADES.

       MOSTRA-CONTROL.
           WRITE REG-DSPF01 FROM WP49CTL FORMAT "P49CTL"
                            INDICATORS ARE P49CTL-O-INDIC.

           READ  DSPF01     INTO WP49CTL FORMAT "P49CTL"
                            INDICATORS ARE P49CTL-I-INDIC.
       FIN-MOSTRA-CONTROL. EXIT.

      *----------------------------------------------------------*
      * Carrega al subfitxer les factures rebutjades o acceptades *
      * amb errors, per ordre de numero.                          *
      *----------------------------------------------------------*
       CARREGAR-REBUTJADES.
           MOVE ZEROS TO WS49-NUM-REBUTJADES
           MOVE 'N' TO WS49-FI-FITXER
           MOVE ZEROS TO PF54NUM
           START PF54 KEY IS NOT LESS THAN PF54NUM
               INVALID KEY MOVE 'S' TO WS49-FI-FITXER
           END-START.

           PERFORM CARREGAR-SEGUENT-FACTURA THRU
               FIN-CARREGAR-SEGUENT-FACTURA
                   UNTIL WS49-FI-FITXER-SI
       FIN-CARREGAR-REBUTJADES. EXIT.

       CARREGAR-SEGUENT-FACTURA.
           READ PF54 NEXT RECORD
               AT END MOVE 'S' TO WS49-FI-FITXER
           END-READ.

           IF NOT WS49-FI-FITXER-SI
              AND (PF54EST-REBUTJADA OR PF54EST-ACC-ERRORS)
              ADD 1 TO WS49-NUM-REBUTJADES
              ADD 1 TO WP49RRN
              MOVE PF54NUM TO WP49SNUM
              MOVE PF54DFA TO WP49SDFA
              MOVE PF54EST TO WP49SEST
              MOVE PF54NEN TO WP49SNEN
              MOVE PF54ERR TO WP49SERR
              MOVE PF54MOT TO WP49SMOT
              WRITE REG-DSPF01 FROM WP49SFL FORMAT "P49SFL"
           END-IF.
       FIN-CARREGAR-SEGUENT-FACTURA. EXIT.

      *----------------------------------------------------------*
      * Accio sobre una factura concreta: deixar-la pendent de    *
      * reenviar un cop corregides les dades.                     *
      *----------------------------------------------------------*
       TRACTAR-ACCIO.
           MOVE WP49NUM TO PF54NUM
           READ PF54 INVALID KEY
                MOVE 'Aquesta factura no s''ha enviat al SII'
                     TO WP49ERR
                GO FIN-TRACTAR-ACCIO
           END-READ.

           IF NOT PF54EST-REBUTJADA AND NOT PF54EST-ACC-ERRORS
              MOVE 'Aquesta factura no esta rebutjada' TO WP49ERR
              GO FIN-TRACTAR-ACCIO
           END-IF.

           IF WP49ACC NOT = 'R'
              MOVE 'Indica R per tornar-la a enviar' TO WP49ERR
              GO FIN-TRACTAR-ACCIO
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           SET PF54EST-PENDENT TO TRUE
           SET PF54COM-MODIF TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF54USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF54DRV
           REWRITE REG-PF54

           SET PF6ACC-MODIF TO TRUE
           MOVE ZEROS TO PF6COD
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           MOVE 'Factura pendent de reenviar al SII' TO WP49ERR.
       FIN-TRACTAR-ACCIO. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 la peticio de reenviament.                   *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS49-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL49' TO PF6PGM
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS49-SEQ-AUDIT
                MOVE WS49-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS49-SEQ-AUDIT
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
           MOVE '49' TO WS49-FUN-AUT
           MOVE 1 TO WS49-NIV-AUT
           MOVE 'S' TO WS49-AUDIT-AUT
           CALL 'CBL25AUT' USING WS49-FUN-AUT WS49-NIV-AUT
                                 WS49-PERMES-AUT WS49-AUDIT-AUT

           IF WS49-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL49: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmes...); es notifica i s'atura el programa, ja que     *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL49: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF54   = ' WS49-STAT-PF54.
           DISPLAY 'ESTAT PF11   = ' WS49-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS49-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS49-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF54.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
