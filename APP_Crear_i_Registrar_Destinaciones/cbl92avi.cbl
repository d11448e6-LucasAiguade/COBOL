       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL92AVI.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Escriu un avis al client a la bustia PF52. El criden tots *
      * els programes que fins ara nomes deixaven un paper per al *
      * client (justificant, oferta d'espera, reclamacio,         *
      * caducitat, consolidacio i retirada), amb el tipus         *
      * d'esdeveniment i les dades de la reserva. Aqui es resol:  *
      *  - el client: el codi rebut o, si ve a zeros, el de la    *
      *    fila 'R' de la referencia a l'historic (PF02L1);       *
      *  - el canal: correu si el mestre PF13 en te, SMS si nomes *
      *    hi ha telefon, i paper si no hi ha cap dels dos (la    *
      *    fila queda en 'N' perque surti a la llista de          *
      *    seguiment de CBL92RET i algu truqui o enviï la carta); *
      *  - la plantilla: numero 92xx de PF10 segons el tipus      *
      *    d'esdeveniment, en l'idioma del client (PF13LNG), amb  *
      *    el catala i el literal compilat com a reserves.        *
      * El numero d'avis surt del comptador 'AVIS' de PF11.       *
      * PARM-ERR torna en blanc si l'avis ha quedat gravat; si    *
      * no, amb l'estat del fitxer que ha fallat, perque qui      *
      * crida dins d'una transaccio la pugui desfer.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF52
              ASSIGN TO DATABASE-PF52
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF52SEQ
              FILE STATUS IS WS92A-STAT-PF52.

           SELECT PF13
              ASSIGN TO DATABASE-PF13
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF13COD
              FILE STATUS IS WS92A-STAT-PF13.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2LREF WITH DUPLICATES
              FILE STATUS IS WS92A-STAT-PF02L1.

           SELECT PF10
              ASSIGN TO DATABASE-PF10
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF10CLAU
              FILE STATUS IS WS92A-STAT-PF10.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS92A-STAT-PF11.

       DATA DIVISION.
       FILE SECTION.
       FD PF52 LABEL RECORD IS STANDARD.
          COPY CPPF52.

       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF10 LABEL RECORD IS STANDARD.
          COPY CPPF10.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       WORKING-STORAGE SECTION.
       01 WS92A-STAT-PF52 PIC X(02).
           88 WS92A-STAT-PF52-OK VALUES '00' '02'.
       01 WS92A-STAT-PF13 PIC X(02).
           88 WS92A-STAT-PF13-OK VALUES '00' '02'.
       01 WS92A-STAT-PF02L1 PIC X(02).
           88 WS92A-STAT-PF02L1-OK VALUES '00' '02'.
       01 WS92A-STAT-PF10 PIC X(02).
           88 WS92A-STAT-PF10-OK VALUES '00' '02'.
       01 WS92A-STAT-PF11 PIC X(02).
           88 WS92A-STAT-PF11-OK VALUES '00' '02'.

       01 WS92A-FI-PF02L1 PIC X(01).
           88 WS92A-FI-PF02L1-SI VALUE 'S'.
       01 WS92A-TROBAT PIC X(01).
           88 WS92A-TROBAT-SI VALUE 'S'.

       01 WS92A-SEQ PIC 9(9).
       01 WS92A-CLI PIC 9(6).
       01 WS92A-NOM PIC X(30).
       01 WS92A-NUM PIC 9(04).
       01 WS92A-TXT PIC X(40).

      *----------------------------------------------------------*
      * Plantilles per esdeveniment: numero de missatge de PF10 i *
      * literal catala per si la plantilla no s'ha donat d'alta.  *
      *----------------------------------------------------------*
       01 TAULA-PLANTILLES.
           05 FILLER PIC X(02) VALUE 'CF'.
           05 FILLER PIC 9(04) VALUE 9201.
           05 FILLER PIC X(40) VALUE
              'Reserva confirmada. Moltes gracies'.
           05 FILLER PIC X(02) VALUE 'ES'.
           05 FILLER PIC 9(04) VALUE 9202.
           05 FILLER PIC X(40) VALUE
              'Hi ha placa per a la seva espera'.
           05 FILLER PIC X(02) VALUE 'RC'.
           05 FILLER PIC 9(04) VALUE 9203.
           05 FILLER PIC X(40) VALUE
              'Te un pagament pendent de la reserva'.
           05 FILLER PIC X(02) VALUE 'CA'.
           05 FILLER PIC 9(04) VALUE 9204.
           05 FILLER PIC X(40) VALUE
              'Reserva anul.lada per manca de pagament'.
           05 FILLER PIC X(02) VALUE 'CO'.
           05 FILLER PIC 9(04) VALUE 9205.
           05 FILLER PIC X(40) VALUE
              'La sortida del seu viatge canvia de data'.
           05 FILLER PIC X(02) VALUE 'RT'.
           05 FILLER PIC 9(04) VALUE 9206.
           05 FILLER PIC X(40) VALUE
              'Viatge anul.lat: li tornarem l import'.
       01 TAULA-PLANTILLES-R REDEFINES TAULA-PLANTILLES.
           05 TPL-ENTRY OCCURS 6 TIMES.
               10 TPL-TIP PIC X(02).
               10 TPL-NUM PIC 9(04).
               10 TPL-TXT PIC X(40).
       01 WS92A-I PIC 9(2).

       LINKAGE SECTION.
       01 PARM-TIP PIC X(02).
       01 PARM-CLI PIC 9(6).
       01 PARM-NOM PIC X(30).
       01 PARM-REF PIC 9(9).
       01 PARM-COD PIC 9(4).
       01 PARM-DATS PIC 9(8).
       01 PARM-IMP PIC 9(7)V99.
       01 PARM-PGM PIC X(08).
       01 PARM-ERR PIC X(02).

       PROCEDURE DIVISION USING PARM-TIP PARM-CLI PARM-NOM PARM-REF
                                PARM-COD PARM-DATS PARM-IMP PARM-PGM
                                PARM-ERR.

       MAIN.
           MOVE SPACES TO PARM-ERR
           OPEN I-O PF52
           OPEN INPUT PF13
           OPEN INPUT PF02L1
           OPEN INPUT PF10
           OPEN I-O PF11

           IF NOT WS92A-STAT-PF52-OK OR NOT WS92A-STAT-PF13-OK
              OR NOT WS92A-STAT-PF02L1-OK OR NOT WS92A-STAT-PF10-OK
              OR NOT WS92A-STAT-PF11-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           MOVE PARM-CLI TO WS92A-CLI
           MOVE PARM-NOM TO WS92A-NOM
           IF WS92A-CLI = ZEROS AND PARM-REF NOT = ZEROS
              PERFORM CERCAR-CLIENT-REF THRU FIN-CERCAR-CLIENT-REF
           END-IF.

           INITIALIZE REG-PF52
           MOVE PARM-TIP TO PF52TIP
           MOVE WS92A-CLI TO PF52CLI
           MOVE WS92A-NOM TO PF52NOM
           MOVE PARM-REF TO PF52REF
           MOVE PARM-COD TO PF52COD
           MOVE PARM-DATS TO PF52DATS
           MOVE PARM-IMP TO PF52IMP
           MOVE PARM-PGM TO PF52PGM
           MOVE 'CA' TO PF52LNG

           PERFORM TRIAR-CANAL THRU FIN-TRIAR-CANAL
           PERFORM RESOLDRE-PLANTILLA THRU FIN-RESOLDRE-PLANTILLA

           PERFORM OBTENIR-SEGUENT-AVIS THRU FIN-OBTENIR-SEGUENT-AVIS
           IF PARM-ERR = SPACES
              MOVE WS92A-SEQ TO PF52SEQ
              MOVE FUNCTION CURRENT-DATE (1:8) TO PF52DAT
              MOVE FUNCTION CURRENT-DATE (9:6) TO PF52HOR
              WRITE REG-PF52
              IF NOT WS92A-STAT-PF52-OK
                 MOVE WS92A-STAT-PF52 TO PARM-ERR
              END-IF
           END-IF.

           CLOSE PF52.
           CLOSE PF13.
           CLOSE PF02L1.
           CLOSE PF10.
           CLOSE PF11.
           GOBACK.

      *----------------------------------------------------------*
      * Client de la referencia quan qui crida no el coneix (el   *
      * justificant de CBL92CNF nomes rep la referencia): la      *
      * primera fila 'R' de la referencia amb codi de client.     *
      *----------------------------------------------------------*
       CERCAR-CLIENT-REF.
           MOVE 'N' TO WS92A-FI-PF02L1
           MOVE 'N' TO WS92A-TROBAT
           MOVE PARM-REF TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS92A-FI-PF02L1
           END-START.

           PERFORM CERCAR-SEGUENT-FILA THRU FIN-CERCAR-SEGUENT-FILA
               UNTIL WS92A-FI-PF02L1-SI OR WS92A-TROBAT-SI
       FIN-CERCAR-CLIENT-REF. EXIT.

       CERCAR-SEGUENT-FILA.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS92A-FI-PF02L1
           END-READ.

           IF NOT WS92A-FI-PF02L1-SI
              IF P2LREF NOT = PARM-REF
                 MOVE 'S' TO WS92A-FI-PF02L1
              ELSE
                 IF P2LTIP-RESERVA
                    IF WS92A-NOM = SPACES
                       MOVE P2LNOM TO WS92A-NOM
                    END-IF
                    IF P2LCLI NOT = ZEROS
                       MOVE P2LCLI TO WS92A-CLI
                       MOVE 'S' TO WS92A-TROBAT
                    END-IF
                 END-IF
              END-IF
           END-IF.
       FIN-CERCAR-SEGUENT-FILA. EXIT.

      *----------------------------------------------------------*
      * Canal i adreça segons el mestre de clients: correu, si    *
      * no SMS, si no paper. L'idioma del client (en blanc,       *
      * catala) tria la plantilla.                                *
      *----------------------------------------------------------*
       TRIAR-CANAL.
           SET PF52CAN-PAPER TO TRUE
           SET PF52EST-PAPER TO TRUE
           MOVE SPACES TO PF52ADR

           IF WS92A-CLI = ZEROS
              GO FIN-TRIAR-CANAL
           END-IF.

           MOVE WS92A-CLI TO PF13COD
           READ PF13 INVALID KEY
                GO FIN-TRIAR-CANAL
           END-READ.

           IF PF13NOM NOT = SPACES
              MOVE PF13NOM TO PF52NOM
           END-IF.
           IF PF13LNG = 'ES' OR PF13LNG = 'EN'
              MOVE PF13LNG TO PF52LNG
           END-IF.

           IF PF13EML NOT = SPACES
              SET PF52CAN-CORREU TO TRUE
              SET PF52EST-PENDENT TO TRUE
              MOVE PF13EML TO PF52ADR
           ELSE
              IF PF13TEL NOT = SPACES
                 SET PF52CAN-SMS TO TRUE
                 SET PF52EST-PENDENT TO TRUE
                 MOVE PF13TEL TO PF52ADR
              END-IF
           END-IF.
       FIN-TRIAR-CANAL. EXIT.

      *----------------------------------------------------------*
      * Text de la plantilla: primer en l'idioma del client, si   *
      * no en catala, i si tampoc hi es, el literal compilat.     *
      *----------------------------------------------------------*
       RESOLDRE-PLANTILLA.
           MOVE ZEROS TO WS92A-NUM
           MOVE SPACES TO WS92A-TXT
           MOVE 1 TO WS92A-I
           PERFORM CERCAR-PLANTILLA THRU FIN-CERCAR-PLANTILLA
               UNTIL WS92A-I > 6

           MOVE WS92A-NUM TO PF52NUM
           MOVE WS92A-TXT TO PF52TXT

           MOVE PF52LNG TO PF10LNG
           MOVE WS92A-NUM TO PF10NUM
           READ PF10 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF10TXT TO PF52TXT
                GO FIN-RESOLDRE-PLANTILLA
           END-READ.

           IF PF52LNG NOT = 'CA'
              MOVE 'CA' TO PF10LNG
              READ PF10 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF10TXT TO PF52TXT
              END-READ
           END-IF.
       FIN-RESOLDRE-PLANTILLA. EXIT.

       CERCAR-PLANTILLA.
           IF TPL-TIP (WS92A-I) = PARM-TIP
              MOVE TPL-NUM (WS92A-I) TO WS92A-NUM
              MOVE TPL-TXT (WS92A-I) TO WS92A-TXT
           END-IF.
           ADD 1 TO WS92A-I.
       FIN-CERCAR-PLANTILLA. EXIT.

      *----------------------------------------------------------*
      * Seguent numero d'avis, comptador 'AVIS' de PF11. L'estat  *
      * que queda es el de la darrera operacio (l'alta o la       *
      * regravacio, o la lectura si ha fallat per altra cosa).    *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-AVIS.
           MOVE 'AVIS      ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS92A-SEQ
                MOVE WS92A-SEQ TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS92A-SEQ
                REWRITE REG-PF11
           END-READ.

           IF NOT WS92A-STAT-PF11-OK
              MOVE WS92A-STAT-PF11 TO PARM-ERR
           END-IF.
       FIN-OBTENIR-SEGUENT-AVIS. EXIT.

      *----------------------------------------------------------*
      * Sense la bustia no es pot deixar l'avis; el paper del     *
      * programa que crida ja s'ha fet, aixi que nomes s'avisa i  *
      * es torna sense aturar-lo, amb l'estat del primer fitxer   *
      * que no s'ha obert a PARM-ERR.                             *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL92AVI: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF52   = ' WS92A-STAT-PF52.
           DISPLAY 'ESTAT PF13   = ' WS92A-STAT-PF13.
           DISPLAY 'ESTAT PF02L1 = ' WS92A-STAT-PF02L1.
           DISPLAY 'ESTAT PF10   = ' WS92A-STAT-PF10.
           DISPLAY 'ESTAT PF11   = ' WS92A-STAT-PF11.
           IF NOT WS92A-STAT-PF52-OK
              MOVE WS92A-STAT-PF52 TO PARM-ERR
           ELSE IF NOT WS92A-STAT-PF13-OK
              MOVE WS92A-STAT-PF13 TO PARM-ERR
           ELSE IF NOT WS92A-STAT-PF02L1-OK
              MOVE WS92A-STAT-PF02L1 TO PARM-ERR
           ELSE IF NOT WS92A-STAT-PF10-OK
              MOVE WS92A-STAT-PF10 TO PARM-ERR
           ELSE
              MOVE WS92A-STAT-PF11 TO PARM-ERR
           END-IF.
           CLOSE PF52.
           CLOSE PF13.
           CLOSE PF02L1.
           CLOSE PF10.
           CLOSE PF11.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.
