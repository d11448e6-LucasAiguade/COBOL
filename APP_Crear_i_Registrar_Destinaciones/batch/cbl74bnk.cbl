      *     mestre PF13, surt un rebut al fitxer.                 *
      *  2) INT74T, transferencies: una fila per devolucio de     *
      *     PF18 en estat AUTORITZADA amb IBAN conegut.           *
      *  3) INT74P, transferencies a proveidors: una fila per     *
      *     factura de PF80 conciliada o aprovada a CBL60 amb     *
      *     IBAN al mestre PF38. A diferencia de les devolucions, *
      *     la factura queda marcada com a tramesa (PF80DTT): el  *
      *     retorn del banc no porta factures de proveidor i      *
      *     sense la marca es pagaria cada nit.                   *
      * Cada rebut presentat queda anotat al registre de rebuts   *
      * en circulacio (PF51): mentre el banc no contesta (o fins  *
      * que la fila envelleix 'BANCDIES' dies, retorn perdut),    *
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF51REF.

           SELECT PF80
              ASSIGN TO DATABASE-PF80
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF80NUM.

           SELECT PF38
              ASSIGN TO DATABASE-PF38
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF38PRV.

           SELECT INT74C
              ASSIGN TO DATABASE-INT74C
              ORGANIZATION IS SEQUENTIAL.
              ASSIGN TO DATABASE-INT74T
              ORGANIZATION IS SEQUENTIAL.

           SELECT INT74P
              ASSIGN TO DATABASE-INT74P
              ORGANIZATION IS SEQUENTIAL.

           SELECT RPT74
              ASSIGN TO PRINTER-RPT74.

       FD PF51 LABEL RECORD IS STANDARD.
          COPY CPPF51.

       FD PF80 LABEL RECORD IS STANDARD.
          COPY CPPF80.

       FD PF38 LABEL RECORD IS STANDARD.
          COPY CPPF38.

       FD INT74C LABEL RECORD IS STANDARD.
          COPY CPINT74C.

       FD INT74T LABEL RECORD IS STANDARD.
          COPY CPINT74T.

       FD INT74P LABEL RECORD IS STANDARD.
          COPY CPINT74P.

       FD RPT74 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT74 PIC X(80).
           88 WS74-FI-PF14-SI VALUE 'S'.
       01 WS74-FI-PF18 PIC X(01) VALUE 'N'.
           88 WS74-FI-PF18-SI VALUE 'S'.
       01 WS74-FI-PF80 PIC X(01) VALUE 'N'.
           88 WS74-FI-PF80-SI VALUE 'S'.

       01 WS74-AVUI PIC 9(8).
       01 WS74-PCT-DIPOSIT PIC 9(3) VALUE 20.
       01 WS74-NUM-TRANSF PIC 9(5) VALUE ZEROS.
       01 WS74-IMP-REBUTS PIC 9(9)V99 VALUE ZEROS.
       01 WS74-IMP-TRANSF PIC 9(9)V99 VALUE ZEROS.
       01 WS74-NUM-PROV PIC 9(5) VALUE ZEROS.
       01 WS74-IMP-PROV PIC 9(9)V99 VALUE ZEROS.
       01 WS74-NUM-SENSE-IBAN PIC 9(5) VALUE ZEROS.
       01 WS74-CNV PIC 9(3)V9(6).
       01 WS74-DCN PIC 9(8).

      *----------------------------------------------------------*
      * Agrupacio per referencia i pla de pagaments, mateixa      *
           05 T74-ITR PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(07) VALUE SPACES.

       01 TOT74-02.
           05 FILLER PIC X(10) VALUE 'PROVEID.'.
           05 T74-NPR PIC ZZZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 T74-IPR PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(16) VALUE ' SENSE IBAN'.
           05 T74-NSI PIC ZZZZ9.
           05 FILLER PIC X(27) VALUE SPACES.

       01 CAP74-01.
           05 FILLER PIC X(34) VALUE
              'FITXERS PER AL BANC - GENERACIO'.
           OPEN INPUT PF01X
           OPEN INPUT PF09
           OPEN I-O PF51
           OPEN I-O PF80
           OPEN INPUT PF38
           OPEN OUTPUT INT74C
           OPEN OUTPUT INT74T
           OPEN OUTPUT INT74P
           OPEN OUTPUT RPT74

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS74-AVUI
           PERFORM GENERAR-TRANSFERENCIES THRU
               FIN-GENERAR-TRANSFERENCIES

           PERFORM GENERAR-PAGAMENTS-PROV THRU
               FIN-GENERAR-PAGAMENTS-PROV

           MOVE WS74-NUM-REBUTS TO T74-NRE
           MOVE WS74-IMP-REBUTS TO T74-IRE
           MOVE WS74-NUM-TRANSF TO T74-NTR
           MOVE WS74-IMP-TRANSF TO T74-ITR
           WRITE LINIA-RPT74 FROM TOT74-01 AFTER ADVANCING 2 LINES.
           MOVE WS74-NUM-PROV TO T74-NPR
           MOVE WS74-IMP-PROV TO T74-IPR
           MOVE WS74-NUM-SENSE-IBAN TO T74-NSI
           WRITE LINIA-RPT74 FROM TOT74-02 AFTER ADVANCING 1 LINE.

           CLOSE PF02L1.
           CLOSE PF31.
           CLOSE PF01X.
           CLOSE PF09.
           CLOSE PF51.
           CLOSE PF80.
           CLOSE PF38.
           CLOSE INT74C.
           CLOSE INT74T.
           CLOSE INT74P.
           CLOSE RPT74.

           PERFORM ESCRIURE-JORNAL-FI THRU
           ADD PF18IMP TO WS74-IMP-TRANSF.
       FIN-TRACTAR-DEVOLUCIO. EXIT.

      *----------------------------------------------------------*
      * Pagaments a proveidors: una transferencia per factura de  *
      * PF80 conciliada o aprovada; sense IBAN al mestre PF38 es  *
      * queda on es i surt al recompte de l'informe.              *
      *----------------------------------------------------------*
       GENERAR-PAGAMENTS-PROV.
           MOVE 'N' TO WS74-FI-PF80
           MOVE LOW-VALUES TO PF80NUM
           START PF80 KEY IS NOT LESS THAN PF80NUM
               INVALID KEY MOVE 'S' TO WS74-FI-PF80
           END-START.

           PERFORM TRACTAR-FACTURA-PROV THRU
               FIN-TRACTAR-FACTURA-PROV
                   UNTIL WS74-FI-PF80-SI
       FIN-GENERAR-PAGAMENTS-PROV. EXIT.

       TRACTAR-FACTURA-PROV.
           READ PF80 NEXT RECORD
               AT END MOVE 'S' TO WS74-FI-PF80
           END-READ.

           IF WS74-FI-PF80-SI
              GO FIN-TRACTAR-FACTURA-PROV
           END-IF.

           IF NOT PF80EST-CONCILIADA AND NOT PF80EST-APROVADA
              GO FIN-TRACTAR-FACTURA-PROV
           END-IF.

           MOVE PF80PRV TO PF38PRV
           READ PF38 INVALID KEY
                MOVE SPACES TO PF38IBA
           END-READ.

           IF PF38IBA = SPACES
              ADD 1 TO WS74-NUM-SENSE-IBAN
              GO FIN-TRACTAR-FACTURA-PROV
           END-IF.

           MOVE PF80NUM TO I74PNUM
           MOVE PF80PRV TO I74PPRV
           MOVE PF80FAC TO I74PFAC
           MOVE PF38IBA TO I74PIBA
           MOVE PF80IMP TO I74PIMP
           IF PF80DIV-EUR
              MOVE 'EUR' TO I74PDIV
           ELSE
              MOVE PF80DIV TO I74PDIV
           END-IF
           WRITE REG-INT74P
           ADD 1 TO WS74-NUM-PROV

      * El total de l'informe va en euros: les factures en moneda
      * estrangera hi sumen al canvi d'avui.
           IF PF80DIV-EUR
              ADD PF80IMP TO WS74-IMP-PROV
           ELSE
              CALL 'CBL25DIV' USING PF80DIV WS74-AVUI
                                    WS74-CNV WS74-DCN
              COMPUTE WS74-IMP-PROV ROUNDED = WS74-IMP-PROV +
                  PF80IMP * WS74-CNV
           END-IF

           SET PF80EST-TRAMESA TO TRUE
           MOVE WS74-AVUI TO PF80DTT
           REWRITE REG-PF80.
       FIN-TRACTAR-FACTURA-PROV. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           COMPUTE PF30CNT = WS74-NUM-REBUTS + WS74-NUM-TRANSF
                           + WS74-NUM-PROV
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
