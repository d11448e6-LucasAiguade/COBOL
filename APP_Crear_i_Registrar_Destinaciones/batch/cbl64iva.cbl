      * 'FACTURA' de PF11, surt marcat -- els comptables volen    *
      * serie seguida sense forats. La copia plana INT64 es deixa *
      * per al gestor al costat de l'extracte INT94.              *
      * Els dos regims surten per separat: els totals per tipus   *
      * son nomes del regim general, i la part de cada factura en *
      * regim especial d'agencies (IVA sobre el marge) surt en    *
      * una linia propia sota el document i en un total a part,   *
      * perque la declaracio trimestral s'ompli directament.      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               10 TI-BAS PIC S9(11)V99.
               10 TI-QIV PIC S9(11)V99.

      *----------------------------------------------------------*
      * Totals del regim especial d'agencies (les rectificatives  *
      * resten).                                                  *
      *----------------------------------------------------------*
       01 WS64-ESP-VMG PIC S9(11)V99 VALUE ZEROS.
       01 WS64-ESP-MRG PIC S9(11)V99 VALUE ZEROS.
       01 WS64-ESP-BMG PIC S9(11)V99 VALUE ZEROS.
       01 WS64-ESP-QMG PIC S9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * Comprovacio de la numeracio de la serie de factures: es   *
      * segueix sobre tot el registre, no nomes el trimestre (un  *
      *----------------------------------------------------------*
       01 WS64-DARRER-NUM-F PIC 9(9) VALUE ZEROS.
       01 WS64-NUM-FORATS PIC 9(5) VALUE ZEROS.

      *----------------------------------------------------------*
      * Darrer numero de serie (PF15NSE) vist per oficina i tipus *
      * de document: cada oficina numera les factures i les       *
      * rectificatives per separat (comptadors FACTURA i RECTIF   *
      * + oficina). Les files sense numero de serie, d'abans de   *
      * la numeracio per oficina, nomes passen pel control global.*
      *----------------------------------------------------------*
       01 WS64-NUM-SERIES PIC 9(2) VALUE ZEROS.
       01 WS64-S PIC 9(2).
       01 WS64-TROBADA-SERIE PIC X(01).
       01 WS64-NSE PIC 9(9).
       01 TAULA-SERIES.
           05 SE-ENTRY OCCURS 99 TIMES.
               10 SE-TIP PIC X(01).
               10 SE-OFI PIC X(03).
               10 SE-NSE PIC 9(9).
       01 WS64-VAL-COMPTADOR PIC 9(9) VALUE ZEROS.
       01 WS64-NUM-DOCS PIC 9(7) VALUE ZEROS.

           05 FILLER PIC X(39) VALUE SPACES.

       01 CAP64-02.
           05 FILLER PIC X(10) VALUE 'NUMERO'.
           05 FILLER PIC X(02) VALUE 'T'.
           05 FILLER PIC X(14) VALUE 'SERIE'.
           05 FILLER PIC X(09) VALUE 'DATA'.
           05 FILLER PIC X(13) VALUE 'BASE'.
           05 FILLER PIC X(06) VALUE 'IVA %'.
           05 FILLER PIC X(13) VALUE 'QUOTA'.
           05 FILLER PIC X(13) VALUE 'TOTAL'.

       01 DET64-01.
           05 D64-NUM  PIC Z(8)9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64-TIP  PIC X(01).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64-SER  PIC X(03).
           05 FILLER   PIC X(01) VALUE '/'.
           05 D64-NSE  PIC Z(8)9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64-DAT  PIC 9(8).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64-BAS  PIC Z(8)9,99.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64-PCT  PIC Z9,99.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64-QIV  PIC Z(8)9,99.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64-TOT  PIC Z(8)9,99.
           05 FILLER   PIC X(01) VALUE SPACES.

       01 DET64-02.
           05 FILLER   PIC X(14) VALUE '  REG.ESPECIAL'.
           05 FILLER   PIC X(06) VALUE 'MARGE '.
           05 D64-MRG  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(07) VALUE ' BASE '.
           05 D64-BMG  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(08) VALUE ' QUOTA '.
           05 D64-QMG  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(03) VALUE SPACES.

       01 AVIS64-01.
           05 FILLER PIC X(04) VALUE ' ***'.
           05 FILLER PIC X(41) VALUE SPACES.

       01 AVIS64-02.
           05 FILLER PIC X(21) VALUE '*** FORAT A LA SERIE '.
           05 A64-STP PIC X(01).
           05 FILLER PIC X(01) VALUE SPACES.
           05 A64-SER PIC X(03).
           05 FILLER PIC X(08) VALUE ' DESPRES'.
           05 A64-NSE PIC Z(8)9.
           05 FILLER PIC X(04) VALUE ' ***'.
           05 FILLER PIC X(33) VALUE SPACES.

       01 TOT64-01.
           05 FILLER PIC X(12) VALUE 'TOTAL IVA'.
           05 T64-PCT PIC Z9,99.
           05 T64-QIV PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(29) VALUE SPACES.

       01 TOT64-00.
           05 T64-REG PIC X(40).
           05 FILLER PIC X(40) VALUE SPACES.

       01 TOT64-03.
           05 FILLER PIC X(24) VALUE 'VENDES (IVA INCLOS)'.
           05 T64-VMG PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(09) VALUE '  MARGE '.
           05 T64-MRG PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(17) VALUE SPACES.

       01 TOT64-04.
           05 FILLER PIC X(24) VALUE 'BASE DEL MARGE'.
           05 T64-BMG PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(09) VALUE '  QUOTA '.
           05 T64-QMG PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER PIC X(17) VALUE SPACES.

       01 TOT64-02.
           05 FILLER PIC X(22) VALUE 'FORATS DE NUMERACIO'.
           05 T64-FOR PIC ZZZZ9.
           PERFORM TRACTAR-FACTURA THRU FIN-TRACTAR-FACTURA
               UNTIL WS64-FI-FITXER-SI

           MOVE 'REGIM GENERAL' TO T64-REG
           WRITE LINIA-RPT64 FROM TOT64-00 AFTER ADVANCING 2 LINES.
           MOVE 1 TO WS64-I
           PERFORM IMPRIMIR-TOTAL-TIPUS THRU
               FIN-IMPRIMIR-TOTAL-TIPUS
                   UNTIL WS64-I > WS64-NUM-TIPUS

           MOVE 'REGIM ESPECIAL DE LES AGENCIES DE VIATGES'
                TO T64-REG
           WRITE LINIA-RPT64 FROM TOT64-00 AFTER ADVANCING 2 LINES.
           MOVE WS64-ESP-VMG TO T64-VMG
           MOVE WS64-ESP-MRG TO T64-MRG
           WRITE LINIA-RPT64 FROM TOT64-03 AFTER ADVANCING 1 LINE.
           MOVE WS64-ESP-BMG TO T64-BMG
           MOVE WS64-ESP-QMG TO T64-QMG
           WRITE LINIA-RPT64 FROM TOT64-04 AFTER ADVANCING 1 LINE.

           MOVE 'FACTURA   ' TO PF11CLA
           READ PF11 INVALID KEY
                CONTINUE
              MOVE PF15NUM TO WS64-DARRER-NUM-F
           END-IF.

           IF PF15TIP-RECTIF
              MOVE 'R' TO D64-TIP
           ELSE
              MOVE 'F' TO D64-TIP
           END-IF.

           IF PF15OFI NOT = SPACES AND PF15NSE NOT = ZEROS
              PERFORM SEGUIR-SERIE THRU FIN-SEGUIR-SERIE
           END-IF.

           IF PF15DAT < WS64-DDE OR PF15DAT > WS64-FIN
              GO FIN-TRACTAR-FACTURA
           END-IF.

           MOVE PF15NUM TO D64-NUM
           IF PF15NSE = ZEROS
              MOVE PF15NUM TO WS64-NSE
           ELSE
              MOVE PF15NSE TO WS64-NSE
           END-IF
           MOVE PF15OFI TO D64-SER
           MOVE WS64-NSE TO D64-NSE
           MOVE PF15DAT TO D64-DAT
           MOVE PF15BAS TO D64-BAS
           MOVE PF15PCT TO D64-PCT
           MOVE PF15PCT TO I64PCT
           MOVE PF15QIV TO I64QIV
           MOVE PF15TOT TO I64TOT
           EVALUATE TRUE
               WHEN PF15VMG = ZEROS
                   SET I64REG-GENERAL TO TRUE
               WHEN PF15BAS = ZEROS
                   SET I64REG-ESPECIAL TO TRUE
               WHEN OTHER
                   SET I64REG-MIXTA TO TRUE
           END-EVALUATE
           MOVE PF15VMG TO I64VMG
           MOVE PF15MRG TO I64MRG
           MOVE PF15BMG TO I64BMG
           MOVE PF15QMG TO I64QMG
           MOVE PF15OFI TO I64SER
           MOVE WS64-NSE TO I64NSE
           WRITE REG-INT64
           ADD 1 TO WS64-NUM-DOCS

      * Una factura nomes de regim especial no entra als totals
      * per tipus del general; la seva part surt a la linia de
      * sota i al total propi.
           IF NOT I64REG-ESPECIAL
              PERFORM ACUMULAR-TIPUS THRU FIN-ACUMULAR-TIPUS
           END-IF.

           IF NOT I64REG-GENERAL
              MOVE PF15MRG TO D64-MRG
              MOVE PF15BMG TO D64-BMG
              MOVE PF15QMG TO D64-QMG
              WRITE LINIA-RPT64 FROM DET64-02 AFTER ADVANCING 1 LINE
              PERFORM ACUMULAR-ESPECIAL THRU FIN-ACUMULAR-ESPECIAL
           END-IF.
       FIN-TRACTAR-FACTURA. EXIT.

      *----------------------------------------------------------*
      * Control de la numeracio per serie d'oficina: el numero    *
      * dins la serie ha de seguir el darrer vist de la mateixa   *
      * oficina i tipus de document.                              *
      *----------------------------------------------------------*
       SEGUIR-SERIE.
           MOVE 'N' TO WS64-TROBADA-SERIE
           MOVE 1 TO WS64-S
           PERFORM CERCAR-SERIE THRU FIN-CERCAR-SERIE
               UNTIL WS64-S > WS64-NUM-SERIES
                  OR WS64-TROBADA-SERIE = 'S'

           IF WS64-TROBADA-SERIE NOT = 'S'
              IF WS64-NUM-SERIES >= 99
                 GO FIN-SEGUIR-SERIE
              END-IF
              ADD 1 TO WS64-NUM-SERIES
              MOVE WS64-NUM-SERIES TO WS64-S
              MOVE D64-TIP TO SE-TIP (WS64-S)
              MOVE PF15OFI TO SE-OFI (WS64-S)
              MOVE PF15NSE TO SE-NSE (WS64-S)
              GO FIN-SEGUIR-SERIE
           END-IF.

           IF PF15NSE NOT = SE-NSE (WS64-S) + 1
              MOVE SE-TIP (WS64-S) TO A64-STP
              MOVE SE-OFI (WS64-S) TO A64-SER
              MOVE SE-NSE (WS64-S) TO A64-NSE
              WRITE LINIA-RPT64 FROM AVIS64-02
                  AFTER ADVANCING 1 LINE
              ADD 1 TO WS64-NUM-FORATS
           END-IF.
           MOVE PF15NSE TO SE-NSE (WS64-S).
       FIN-SEGUIR-SERIE. EXIT.

       CERCAR-SERIE.
           IF SE-TIP (WS64-S) = D64-TIP
              AND SE-OFI (WS64-S) = PF15OFI
              MOVE 'S' TO WS64-TROBADA-SERIE
           ELSE
              ADD 1 TO WS64-S
           END-IF.
       FIN-CERCAR-SERIE. EXIT.

       ACUMULAR-ESPECIAL.
           IF PF15TIP-RECTIF
              SUBTRACT PF15VMG FROM WS64-ESP-VMG
              SUBTRACT PF15MRG FROM WS64-ESP-MRG
              SUBTRACT PF15BMG FROM WS64-ESP-BMG
              SUBTRACT PF15QMG FROM WS64-ESP-QMG
           ELSE
              ADD PF15VMG TO WS64-ESP-VMG
              ADD PF15MRG TO WS64-ESP-MRG
              ADD PF15BMG TO WS64-ESP-BMG
              ADD PF15QMG TO WS64-ESP-QMG
           END-IF.
       FIN-ACUMULAR-ESPECIAL. EXIT.

       ACUMULAR-TIPUS.
           MOVE 'N' TO WS64-TROBAT
           MOVE 1 TO WS64-I
