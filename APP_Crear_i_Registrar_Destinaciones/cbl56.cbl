       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL56.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Aprovacio dels canvis de preu per rendiment que CBL91REN  *
      * ha deixat pendents a PF67 perque passaven l'import de     *
      * PF09 'RENDAPR'. Nomes supervisors. Accions amb WP56ACC:   *
      *  'S' seguent canvi pendent a partir de la clau de la      *
      *      pantalla (destinacio, sortida, sequencia; a zeros,   *
      *      des del principi);                                   *
      *  'V' aprova el canvi mostrat: grava la banda 'R' de la    *
      *      sortida amb el preu proposat, com faria CBL91REN;    *
      *  'R' rebutja el canvi mostrat: el preu no es toca i la    *
      *      regla ja no torna a actuar sobre la sortida.         *
      * La decisio queda a la mateixa fila de PF67 (qui i quan).  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF67
              ASSIGN TO DATABASE-PF67
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF67CLAU
              FILE STATUS IS WS56-STAT-PF67.

           SELECT PF19
              ASSIGN TO DATABASE-PF19
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF19CLAU
              FILE STATUS IS WS56-STAT-PF19.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
              FILE STATUS IS WS56-STAT-PF01.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS56-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS56-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS56-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF67 LABEL RECORD IS STANDARD.
          COPY CPPF67.

       FD PF19 LABEL RECORD IS STANDARD.
          COPY CPPF19.

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

       01 WP56.
           05 WP56COD PIC 9(4).
           05 WP56NOM PIC X(30).
           05 WP56DATS PIC 9(8).
           05 WP56SEQ PIC 9(3).
           05 WP56REG PIC 9(3).
           05 WP56OCU PIC 9(3)V99.
           05 WP56DIE PIC 9(5).
           05 WP56PREA PIC 9(5)V99.
           05 WP56PREN PIC 9(5)V99.
           05 WP56DAT PIC 9(8).
           05 WP56ACC PIC X(01).
           05 WP56ERR PIC X(40).

       01 WS56-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS56-FI-PF67 PIC X(01).
           88 WS56-FI-PF67-SI VALUE 'S'.
       01 WS56-FI-PF19 PIC X(01).
           88 WS56-FI-PF19-SI VALUE 'S'.
       01 WS56-TROBAT PIC X(01) VALUE 'N'.
           88 WS56-TROBAT-SI VALUE 'S'.
       01 WS56-DARRERA-SEQ-BANDA PIC 9(3).
       01 WS56-SEQ-BANDA PIC 9(3).
       01 WS56-SEQ-BANDA-ANT PIC 9(3).

       01 WS56-STAT-PF67 PIC X(02).
           88 WS56-STAT-PF67-OK VALUES '00' '02'.
       01 WS56-STAT-PF19 PIC X(02).
           88 WS56-STAT-PF19-OK VALUES '00' '02'.
       01 WS56-STAT-PF01 PIC X(02).
           88 WS56-STAT-PF01-OK VALUES '00' '02'.
       01 WS56-STAT-PF11 PIC X(02).
           88 WS56-STAT-PF11-OK VALUES '00' '02'.
       01 WS56-STAT-PF06 PIC X(02).
           88 WS56-STAT-PF06-OK VALUES '00' '02'.
       01 WS56-STAT-DSPF01 PIC X(02).
           88 WS56-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS56-FUN-AUT PIC X(02).
       01 WS56-NIV-AUT PIC 9(01).
       01 WS56-PERMES-AUT PIC X(01).
       01 WS56-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF67
           OPEN I-O PF19
           OPEN INPUT PF01
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS56-STAT-DSPF01-OK OR NOT WS56-STAT-PF67-OK
              OR NOT WS56-STAT-PF19-OK OR NOT WS56-STAT-PF01-OK
              OR NOT WS56-STAT-PF11-OK OR NOT WS56-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP56
           PERFORM APROVAR-CANVIS.

       APROVAR-CANVIS.
           PERFORM MUESTRO-P56 THRU FIN-MUESTRO-P56

           IF IN03 OF P56-I-INDIC = B"1"
              GO FI
           END-IF.

           EVALUATE WP56ACC
               WHEN 'S'
                   PERFORM SEGUENT-PENDENT THRU FIN-SEGUENT-PENDENT
               WHEN 'V'
                   PERFORM APROVAR-CANVI THRU FIN-APROVAR-CANVI
               WHEN 'R'
                   PERFORM REBUTJAR-CANVI THRU FIN-REBUTJAR-CANVI
               WHEN OTHER
                   MOVE 'Indica S, V o R com a accio' TO WP56ERR
           END-EVALUATE.

           GO APROVAR-CANVIS.

       MUESTRO-P56.
           WRITE REG-DSPF01 FROM WP56 FORMAT "P56".

           READ  DSPF01     INTO WP56 FORMAT "P56"
                            INDICATORS ARE P56-I-INDIC.
       FIN-MUESTRO-P56. EXIT.

      *----------------------------------------------------------*
      * Busca el seguent canvi pendent de PF67 despres de la clau *
      * de la pantalla i el mostra.                               *
      *----------------------------------------------------------*
       SEGUENT-PENDENT.
           MOVE 'N' TO WS56-FI-PF67
           MOVE 'N' TO WS56-TROBAT
           MOVE WP56COD TO PF67COD
           MOVE WP56DATS TO PF67DATS
           MOVE WP56SEQ TO PF67SEQ
           START PF67 KEY IS GREATER THAN PF67CLAU
               INVALID KEY MOVE 'S' TO WS56-FI-PF67
           END-START.

           PERFORM LLEGIR-SEGUENT-PENDENT THRU
               FIN-LLEGIR-SEGUENT-PENDENT
                   UNTIL WS56-FI-PF67-SI OR WS56-TROBAT-SI

           IF NOT WS56-TROBAT-SI
              INITIALIZE WP56
              MOVE 'No hi ha mes canvis pendents' TO WP56ERR
              GO FIN-SEGUENT-PENDENT
           END-IF.

           PERFORM MOSTRAR-CANVI THRU FIN-MOSTRAR-CANVI
           MOVE 'Canvi pendent: V aprova, R rebutja' TO WP56ERR.
       FIN-SEGUENT-PENDENT. EXIT.

       LLEGIR-SEGUENT-PENDENT.
           READ PF67 NEXT RECORD
               AT END MOVE 'S' TO WS56-FI-PF67
                      GO FIN-LLEGIR-SEGUENT-PENDENT
           END-READ.

           IF PF67EST-PENDENT
              MOVE 'S' TO WS56-TROBAT
           END-IF.
       FIN-LLEGIR-SEGUENT-PENDENT. EXIT.

       MOSTRAR-CANVI.
           MOVE PF67COD TO WP56COD
           MOVE PF67DATS TO WP56DATS
           MOVE PF67SEQ TO WP56SEQ
           MOVE PF67REG TO WP56REG
           MOVE PF67OCU TO WP56OCU
           MOVE PF67DIE TO WP56DIE
           MOVE PF67PREA TO WP56PREA
           MOVE PF67PREN TO WP56PREN
           MOVE PF67DAT TO WP56DAT

           MOVE PF67COD TO PF1COD
           READ PF01 INVALID KEY
                MOVE SPACES TO WP56NOM
                NOT INVALID KEY
                MOVE PF1NOM TO WP56NOM
           END-READ.
       FIN-MOSTRAR-CANVI. EXIT.

      *----------------------------------------------------------*
      * Llegeix el canvi de la clau de la pantalla, que ha de     *
      * seguir pendent (un altre supervisor el pot haver resolt). *
      *----------------------------------------------------------*
       LLEGIR-CANVI.
           MOVE 'N' TO WS56-TROBAT
           MOVE WP56COD TO PF67COD
           MOVE WP56DATS TO PF67DATS
           MOVE WP56SEQ TO PF67SEQ
           READ PF67 INVALID KEY
                MOVE 'No existeix aquest canvi' TO WP56ERR
                GO FIN-LLEGIR-CANVI
           END-READ.

           IF NOT PF67EST-PENDENT
              MOVE 'Aquest canvi ja no esta pendent' TO WP56ERR
              GO FIN-LLEGIR-CANVI
           END-IF.

           MOVE 'S' TO WS56-TROBAT.
       FIN-LLEGIR-CANVI. EXIT.

       APROVAR-CANVI.
           PERFORM LLEGIR-CANVI THRU FIN-LLEGIR-CANVI
           IF NOT WS56-TROBAT-SI
              GO FIN-APROVAR-CANVI
           END-IF.

           PERFORM GRAVAR-BANDA THRU FIN-GRAVAR-BANDA
           IF WS56-SEQ-BANDA = ZEROS
              MOVE 'No sha pogut gravar la banda de preu'
                   TO WP56ERR
              GO FIN-APROVAR-CANVI
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           SET PF67EST-APROVAT TO TRUE
           MOVE WS56-SEQ-BANDA TO PF67BSQ
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF67DTA
           MOVE CPUSRJ-NOM-USUARI TO PF67USA
           REWRITE REG-PF67

           IF NOT WS56-STAT-PF67-OK
              MOVE 'Banda gravada, PF67 no actualitzat'
                   TO WP56ERR
              GO FIN-APROVAR-CANVI
           END-IF.

           SET PF6ACC-MODIF TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           MOVE 'Canvi aprovat i preu aplicat' TO WP56ERR.
       FIN-APROVAR-CANVI. EXIT.

       REBUTJAR-CANVI.
           PERFORM LLEGIR-CANVI THRU FIN-LLEGIR-CANVI
           IF NOT WS56-TROBAT-SI
              GO FIN-REBUTJAR-CANVI
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           SET PF67EST-REBUTJAT TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF67DTA
           MOVE CPUSRJ-NOM-USUARI TO PF67USA
           REWRITE REG-PF67

           IF NOT WS56-STAT-PF67-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP56ERR
              GO FIN-REBUTJAR-CANVI
           END-IF.

           SET PF6ACC-BAIXA TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           MOVE 'Canvi rebutjat, el preu no es toca' TO WP56ERR.
       FIN-REBUTJAR-CANVI. EXIT.

      *----------------------------------------------------------*
      * Grava la banda 'R' de la sortida amb el preu aprovat a la *
      * seguent sequencia lliure i esborra la 'R' anterior de la  *
      * mateixa sortida, com CBL91REN. Sense sequencia lliure     *
      * WS56-SEQ-BANDA queda a zeros.                             *
      *----------------------------------------------------------*
       GRAVAR-BANDA.
           MOVE ZEROS TO WS56-SEQ-BANDA
           MOVE ZEROS TO WS56-SEQ-BANDA-ANT
           MOVE ZEROS TO WS56-DARRERA-SEQ-BANDA
           MOVE 'N' TO WS56-FI-PF19
           MOVE PF67COD TO PF19COD
           MOVE ZEROS TO PF19SEQ
           START PF19 KEY IS NOT LESS THAN PF19CLAU
               INVALID KEY MOVE 'S' TO WS56-FI-PF19
           END-START.

           PERFORM CERCAR-BANDA-SORTIDA THRU
               FIN-CERCAR-BANDA-SORTIDA
                   UNTIL WS56-FI-PF19-SI

           IF WS56-DARRERA-SEQ-BANDA >= 999
              GO FIN-GRAVAR-BANDA
           END-IF.

           MOVE PF67COD TO PF19COD
           ADD 1 TO WS56-DARRERA-SEQ-BANDA GIVING PF19SEQ
           SET PF19TIP-RENDIMENT TO TRUE
           MOVE PF67DATS TO PF19DDE
           MOVE PF67DATS TO PF19FIN
           MOVE ZEROS TO PF19DIE
           MOVE PF67PREN TO PF19PRE
           WRITE REG-PF19

           IF NOT WS56-STAT-PF19-OK
              GO FIN-GRAVAR-BANDA
           END-IF.
           MOVE PF19SEQ TO WS56-SEQ-BANDA

           IF WS56-SEQ-BANDA-ANT NOT = ZEROS
              MOVE PF67COD TO PF19COD
              MOVE WS56-SEQ-BANDA-ANT TO PF19SEQ
              READ PF19 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   DELETE PF19 RECORD
              END-READ
           END-IF.
       FIN-GRAVAR-BANDA. EXIT.

       CERCAR-BANDA-SORTIDA.
           READ PF19 NEXT RECORD
               AT END MOVE 'S' TO WS56-FI-PF19
                      GO FIN-CERCAR-BANDA-SORTIDA
           END-READ.

           IF PF19COD NOT = PF67COD
              MOVE 'S' TO WS56-FI-PF19
              GO FIN-CERCAR-BANDA-SORTIDA
           END-IF.

           MOVE PF19SEQ TO WS56-DARRERA-SEQ-BANDA
           IF PF19TIP-RENDIMENT AND PF19DDE = PF67DATS
              MOVE PF19SEQ TO WS56-SEQ-BANDA-ANT
           END-IF.
       FIN-CERCAR-BANDA-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 la decisio del supervisor: modificacio si    *
      * aprova, baixa si rebutja, amb la destinacio.              *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS56-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL56' TO PF6PGM
           MOVE WP56COD TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS56-SEQ-AUDIT
                MOVE WS56-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS56-SEQ-AUDIT
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
           MOVE '56' TO WS56-FUN-AUT
           MOVE 2 TO WS56-NIV-AUT
           MOVE 'S' TO WS56-AUDIT-AUT
           CALL 'CBL25AUT' USING WS56-FUN-AUT WS56-NIV-AUT
                                 WS56-PERMES-AUT WS56-AUDIT-AUT

           IF WS56-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL56: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL56: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF67   = ' WS56-STAT-PF67.
           DISPLAY 'ESTAT PF19   = ' WS56-STAT-PF19.
           DISPLAY 'ESTAT PF01   = ' WS56-STAT-PF01.
           DISPLAY 'ESTAT PF11   = ' WS56-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS56-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS56-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF67.
           CLOSE PF19.
           CLOSE PF01.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
