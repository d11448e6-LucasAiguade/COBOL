       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL75DIV.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Informe de tancament de mes dels compromisos oberts en    *
      * moneda estrangera. Recorre les linies de cost de PF39 en  *
      * una moneda que no es l'euro i, per a cada una que encara  *
      * no s'ha pagat (cap factura del proveidor a la sortida     *
      * passada al banc: PF81 + PF80 en estat TRAMESA), en treu   *
      * l'import en la moneda (l'hotel per les places embarcades  *
      * a PF41 o, si la sortida encara no ha marxat, per les      *
      * places netes de PF02), en euros al canvi de pressupost de *
      * la linia i al canvi d'avui de PF82 (CBL25DIV), i la       *
      * diferencia com a exposicio de canvi. Al final, totals per *
      * moneda i de tota la casa en euros.                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF39
              ASSIGN TO DATABASE-PF39
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF39CLAU
              FILE STATUS IS WS75D-STAT-PF39.

           SELECT PF81
              ASSIGN TO DATABASE-PF81
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF81CLAU.

           SELECT PF80
              ASSIGN TO DATABASE-PF80
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF80NUM.

           SELECT PF41
              ASSIGN TO DATABASE-PF41
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF41CLAU.

           SELECT PF02
              ASSIGN TO DATABASE-PF02
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF2CLAU.

           SELECT RPT75D
              ASSIGN TO PRINTER-RPT75D.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS75D-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF39 LABEL RECORD IS STANDARD.
          COPY CPPF39.

       FD PF81 LABEL RECORD IS STANDARD.
          COPY CPPF81.

       FD PF80 LABEL RECORD IS STANDARD.
          COPY CPPF80.

       FD PF41 LABEL RECORD IS STANDARD.
          COPY CPPF41.

       FD PF02 LABEL RECORD IS STANDARD.
          COPY CPPF02.

       FD RPT75D LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT75D PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS75D-FI-PF39 PIC X(01) VALUE 'N'.
           88 WS75D-FI-PF39-SI VALUE 'S'.
       01 WS75D-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS75D-FI-FITXER-SI VALUE 'S'.

       01 WS75D-STAT-PF39 PIC X(02).
           88 WS75D-STAT-PF39-OK VALUES '00' '02'.

       01 WS75D-AVUI PIC 9(8).
       01 WS75D-PAGADA PIC X(01).
       01 WS75D-NUM-LINIES PIC 9(7) VALUE ZEROS.

      *----------------------------------------------------------*
      * Places de la sortida de l'ultima linia d'hotel tractada:  *
      * les linies d'una sortida venen seguides i no cal tornar a *
      * comptar-les.                                              *
      *----------------------------------------------------------*
       01 WS75D-PAX-COD PIC 9(4) VALUE ZEROS.
       01 WS75D-PAX-DATS PIC 9(8) VALUE ZEROS.
       01 WS75D-PAX PIC S9(7).
       01 WS75D-PAX-NET PIC S9(7).

       01 WS75D-IMP-DIV PIC 9(9)V99.
       01 WS75D-IMP-PRE PIC 9(9)V99.
       01 WS75D-IMP-ACT PIC 9(9)V99.
       01 WS75D-EXPOSICIO PIC S9(9)V99.
       01 WS75D-CNV-ACT PIC 9(3)V9(6).
       01 WS75D-DCN PIC 9(8).

       01 WS75D-TOT-PRE PIC 9(9)V99 VALUE ZEROS.
       01 WS75D-TOT-ACT PIC 9(9)V99 VALUE ZEROS.
       01 WS75D-TOT-EXP PIC S9(9)V99 VALUE ZEROS.

      *----------------------------------------------------------*
      * Totals per moneda.                                        *
      *----------------------------------------------------------*
       01 WS75D-K PIC 9(3).
       01 WS75D-TROBADA PIC X(01).
       01 TAULA-MONEDES.
           05 TM-NUM PIC 9(3) VALUE ZEROS.
           05 TM-ENTRY OCCURS 20 TIMES.
               10 TM-DIV PIC X(03).
               10 TM-IMP PIC 9(9)V99.
               10 TM-PRE PIC 9(9)V99.
               10 TM-ACT PIC 9(9)V99.
               10 TM-EXP PIC S9(9)V99.

       01 CAP75D-01.
           05 FILLER PIC X(44) VALUE
              'COMPROMISOS OBERTS EN MONEDA ESTRANGERA'.
           05 C75D-DATA PIC 9(08).
           05 FILLER PIC X(28) VALUE SPACES.

       01 CAP75D-02.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 FILLER PIC X(09) VALUE 'SORTIDA'.
           05 FILLER PIC X(05) VALUE 'PRV'.
           05 FILLER PIC X(04) VALUE 'MON'.
           05 FILLER PIC X(14) VALUE 'IMPORT MON.'.
           05 FILLER PIC X(14) VALUE 'EUR PRESSUP.'.
           05 FILLER PIC X(14) VALUE 'EUR AVUI'.
           05 FILLER PIC X(14) VALUE 'EXPOSICIO'.

       01 DET75D-01.
           05 D75D-COD  PIC 9(4).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D75D-DATS PIC 9(8).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D75D-PRV  PIC X(04).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D75D-DIV  PIC X(03).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D75D-IMP  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D75D-PRE  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D75D-ACT  PIC ZZ.ZZZ.ZZ9,99.
           05 D75D-EXP  PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER    PIC X(01) VALUE SPACES.

       01 CAP75D-03.
           05 FILLER PIC X(80) VALUE 'TOTALS PER MONEDA'.

       01 DET75D-02.
           05 FILLER    PIC X(20) VALUE SPACES.
           05 D75D-TDIV PIC X(03).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D75D-TIMP PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D75D-TPRE PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D75D-TACT PIC ZZ.ZZZ.ZZ9,99.
           05 D75D-TEXP PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER    PIC X(01) VALUE SPACES.

       01 TOT75D-01.
           05 FILLER   PIC X(38) VALUE 'TOTAL CASA EN EUROS'.
           05 T75D-PRE PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 T75D-ACT PIC ZZ.ZZZ.ZZ9,99.
           05 T75D-EXP PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(01) VALUE SPACES.

       01 WS75D-STAT-PF30 PIC X(02).
           88 WS75D-STAT-PF30-OK VALUES '00' '02'.
       01 WS75D-JRN-DAT PIC 9(8).
       01 WS75D-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF39
           OPEN INPUT PF81
           OPEN INPUT PF80
           OPEN INPUT PF41
           OPEN INPUT PF02
           OPEN OUTPUT RPT75D

           IF NOT WS75D-STAT-PF39-OK
              DISPLAY 'CBL75DIV: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT PF39   = ' WS75D-STAT-PF39
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS75D-AVUI
           MOVE WS75D-AVUI TO C75D-DATA
           WRITE LINIA-RPT75D FROM CAP75D-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT75D FROM CAP75D-02 AFTER ADVANCING 2 LINES.

           MOVE LOW-VALUES TO PF39CLAU
           START PF39 KEY IS NOT LESS THAN PF39CLAU
               INVALID KEY MOVE 'S' TO WS75D-FI-PF39
           END-START.

           PERFORM TRACTAR-COST THRU FIN-TRACTAR-COST
               UNTIL WS75D-FI-PF39-SI

           IF TM-NUM > ZEROS
              WRITE LINIA-RPT75D FROM CAP75D-03 AFTER ADVANCING 2 LINES
              MOVE 1 TO WS75D-K
              PERFORM IMPRIMIR-MONEDA THRU FIN-IMPRIMIR-MONEDA
                  UNTIL WS75D-K > TM-NUM
           END-IF.

           MOVE WS75D-TOT-PRE TO T75D-PRE
           MOVE WS75D-TOT-ACT TO T75D-ACT
           MOVE WS75D-TOT-EXP TO T75D-EXP
           WRITE LINIA-RPT75D FROM TOT75D-01 AFTER ADVANCING 2 LINES.

           CLOSE PF39.
           CLOSE PF81.
           CLOSE PF80.
           CLOSE PF41.
           CLOSE PF02.
           CLOSE RPT75D.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Una linia de cost: nomes les de moneda estrangera encara  *
      * no pagades surten a l'informe.                            *
      *----------------------------------------------------------*
       TRACTAR-COST.
           READ PF39 NEXT RECORD
               AT END MOVE 'S' TO WS75D-FI-PF39
           END-READ.

           IF WS75D-FI-PF39-SI
              GO FIN-TRACTAR-COST
           END-IF.

           IF PF39DIV-EUR
              GO FIN-TRACTAR-COST
           END-IF.

           PERFORM MIRAR-PAGADA THRU FIN-MIRAR-PAGADA
           IF WS75D-PAGADA = 'S'
              GO FIN-TRACTAR-COST
           END-IF.

           IF PF39TIP-HOTEL
              IF PF39COD NOT = WS75D-PAX-COD
                 OR PF39DATS NOT = WS75D-PAX-DATS
                 PERFORM COMPTAR-PLACES THRU FIN-COMPTAR-PLACES
              END-IF
              IF WS75D-PAX > ZEROS
                 COMPUTE WS75D-IMP-DIV ROUNDED = PF39IMP * WS75D-PAX
              ELSE
                 MOVE ZEROS TO WS75D-IMP-DIV
              END-IF
           ELSE
              MOVE PF39IMP TO WS75D-IMP-DIV
           END-IF.

           IF WS75D-IMP-DIV = ZEROS
              GO FIN-TRACTAR-COST
           END-IF.

      * Sense canvi a PF82 per a la moneda, el d'avui es pren igual
      * al de pressupost.
           COMPUTE WS75D-IMP-PRE ROUNDED = WS75D-IMP-DIV * PF39CNV
           CALL 'CBL25DIV' USING PF39DIV WS75D-AVUI
                                 WS75D-CNV-ACT WS75D-DCN
           IF WS75D-CNV-ACT = ZEROS
              MOVE PF39CNV TO WS75D-CNV-ACT
           END-IF.
           COMPUTE WS75D-IMP-ACT ROUNDED =
               WS75D-IMP-DIV * WS75D-CNV-ACT
           COMPUTE WS75D-EXPOSICIO = WS75D-IMP-ACT - WS75D-IMP-PRE

           MOVE PF39COD TO D75D-COD
           MOVE PF39DATS TO D75D-DATS
           MOVE PF39PRV TO D75D-PRV
           MOVE PF39DIV TO D75D-DIV
           MOVE WS75D-IMP-DIV TO D75D-IMP
           MOVE WS75D-IMP-PRE TO D75D-PRE
           MOVE WS75D-IMP-ACT TO D75D-ACT
           MOVE WS75D-EXPOSICIO TO D75D-EXP
           WRITE LINIA-RPT75D FROM DET75D-01 AFTER ADVANCING 1 LINE

           ADD 1 TO WS75D-NUM-LINIES
           ADD WS75D-IMP-PRE TO WS75D-TOT-PRE
           ADD WS75D-IMP-ACT TO WS75D-TOT-ACT
           ADD WS75D-EXPOSICIO TO WS75D-TOT-EXP
           PERFORM ACUMULAR-MONEDA THRU FIN-ACUMULAR-MONEDA.
       FIN-TRACTAR-COST. EXIT.

      *----------------------------------------------------------*
      * Pagada vol dir que alguna factura del mateix proveidor    *
      * que cobreix la sortida ja ha anat al banc (CBL74BNK).     *
      *----------------------------------------------------------*
       MIRAR-PAGADA.
           MOVE 'N' TO WS75D-PAGADA
           MOVE 'N' TO WS75D-FI-FITXER
           MOVE PF39COD TO PF81COD
           MOVE PF39DATS TO PF81DATS
           MOVE ZEROS TO PF81NUM
           START PF81 KEY IS NOT LESS THAN PF81CLAU
               INVALID KEY MOVE 'S' TO WS75D-FI-FITXER
           END-START

           PERFORM MIRAR-SEGUENT-FACTURA THRU
               FIN-MIRAR-SEGUENT-FACTURA
                   UNTIL WS75D-FI-FITXER-SI.
       FIN-MIRAR-PAGADA. EXIT.

       MIRAR-SEGUENT-FACTURA.
           READ PF81 NEXT RECORD
               AT END MOVE 'S' TO WS75D-FI-FITXER
           END-READ.

           IF WS75D-FI-FITXER-SI
              GO FIN-MIRAR-SEGUENT-FACTURA
           END-IF.

           IF PF81COD NOT = PF39COD OR PF81DATS NOT = PF39DATS
              MOVE 'S' TO WS75D-FI-FITXER
              GO FIN-MIRAR-SEGUENT-FACTURA
           END-IF.

           IF PF81PRV NOT = PF39PRV
              GO FIN-MIRAR-SEGUENT-FACTURA
           END-IF.

           MOVE PF81NUM TO PF80NUM
           READ PF80 INVALID KEY
                GO FIN-MIRAR-SEGUENT-FACTURA
           END-READ.

           IF PF80EST-TRAMESA
              MOVE 'S' TO WS75D-PAGADA
              MOVE 'S' TO WS75D-FI-FITXER
           END-IF.
       FIN-MIRAR-SEGUENT-FACTURA. EXIT.

      *----------------------------------------------------------*
      * Places de la sortida: les embarcades a PF41 si ja ha      *
      * marxat; si no, les netes venudes a PF02 (reserves menys   *
      * cancel·lacions de la mateixa data de sortida).            *
      *----------------------------------------------------------*
       COMPTAR-PLACES.
           MOVE PF39COD TO WS75D-PAX-COD
           MOVE PF39DATS TO WS75D-PAX-DATS
           MOVE ZEROS TO WS75D-PAX

           MOVE 'N' TO WS75D-FI-FITXER
           MOVE PF39COD TO PF41COD
           MOVE PF39DATS TO PF41DATS
           MOVE ZEROS TO PF41REF
           START PF41 KEY IS NOT LESS THAN PF41CLAU
               INVALID KEY MOVE 'S' TO WS75D-FI-FITXER
           END-START

           PERFORM SUMAR-SEGUENT-EMBARCAT THRU
               FIN-SUMAR-SEGUENT-EMBARCAT
                   UNTIL WS75D-FI-FITXER-SI

           IF WS75D-PAX > ZEROS
              GO FIN-COMPTAR-PLACES
           END-IF.

           MOVE ZEROS TO WS75D-PAX-NET
           MOVE 'N' TO WS75D-FI-FITXER
           MOVE PF39COD TO PF2COD
           MOVE ZEROS TO PF2SEQ
           START PF02 KEY IS NOT LESS THAN PF2CLAU
               INVALID KEY MOVE 'S' TO WS75D-FI-FITXER
           END-START

           PERFORM SUMAR-SEGUENT-RESERVA THRU
               FIN-SUMAR-SEGUENT-RESERVA
                   UNTIL WS75D-FI-FITXER-SI

           MOVE WS75D-PAX-NET TO WS75D-PAX.
       FIN-COMPTAR-PLACES. EXIT.

       SUMAR-SEGUENT-EMBARCAT.
           READ PF41 NEXT RECORD
               AT END MOVE 'S' TO WS75D-FI-FITXER
           END-READ.

           IF NOT WS75D-FI-FITXER-SI
              IF PF41COD NOT = PF39COD OR PF41DATS NOT = PF39DATS
                 MOVE 'S' TO WS75D-FI-FITXER
              ELSE
                 IF PF41EST-EMBARCAT
                    ADD PF41QTY TO WS75D-PAX
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-EMBARCAT. EXIT.

       SUMAR-SEGUENT-RESERVA.
           READ PF02 NEXT RECORD
               AT END MOVE 'S' TO WS75D-FI-FITXER
           END-READ.

           IF NOT WS75D-FI-FITXER-SI
              IF PF2COD NOT = PF39COD
                 MOVE 'S' TO WS75D-FI-FITXER
              ELSE
                 IF PF2DATS = PF39DATS
                    IF PF2TIP-RESERVA
                       ADD PF2QTY TO WS75D-PAX-NET
                    ELSE
                       SUBTRACT PF2QTY FROM WS75D-PAX-NET
                    END-IF
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-RESERVA. EXIT.

      *----------------------------------------------------------*
      * Suma la linia a l'entrada de la seva moneda (creant-la si *
      * cal).                                                     *
      *----------------------------------------------------------*
       ACUMULAR-MONEDA.
           MOVE 'N' TO WS75D-TROBADA
           MOVE 1 TO WS75D-K
           PERFORM CERCAR-MONEDA THRU FIN-CERCAR-MONEDA
               UNTIL WS75D-K > TM-NUM OR WS75D-TROBADA = 'S'

           IF WS75D-TROBADA NOT = 'S'
              IF TM-NUM >= 20
                 GO FIN-ACUMULAR-MONEDA
              END-IF
              ADD 1 TO TM-NUM
              MOVE TM-NUM TO WS75D-K
              MOVE PF39DIV TO TM-DIV (WS75D-K)
              MOVE ZEROS TO TM-IMP (WS75D-K)
              MOVE ZEROS TO TM-PRE (WS75D-K)
              MOVE ZEROS TO TM-ACT (WS75D-K)
              MOVE ZEROS TO TM-EXP (WS75D-K)
           END-IF.

           ADD WS75D-IMP-DIV TO TM-IMP (WS75D-K)
           ADD WS75D-IMP-PRE TO TM-PRE (WS75D-K)
           ADD WS75D-IMP-ACT TO TM-ACT (WS75D-K)
           ADD WS75D-EXPOSICIO TO TM-EXP (WS75D-K).
       FIN-ACUMULAR-MONEDA. EXIT.

       CERCAR-MONEDA.
           IF TM-DIV (WS75D-K) = PF39DIV
              MOVE 'S' TO WS75D-TROBADA
           ELSE
              ADD 1 TO WS75D-K
           END-IF.
       FIN-CERCAR-MONEDA. EXIT.

       IMPRIMIR-MONEDA.
           MOVE TM-DIV (WS75D-K) TO D75D-TDIV
           MOVE TM-IMP (WS75D-K) TO D75D-TIMP
           MOVE TM-PRE (WS75D-K) TO D75D-TPRE
           MOVE TM-ACT (WS75D-K) TO D75D-TACT
           MOVE TM-EXP (WS75D-K) TO D75D-TEXP
           WRITE LINIA-RPT75D FROM DET75D-02 AFTER ADVANCING 1 LINE

           ADD 1 TO WS75D-K.
       FIN-IMPRIMIR-MONEDA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS75D-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS75D-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS75D-JRN-HIN
           MOVE 'CBL75DIV' TO PF30PGM
           MOVE WS75D-JRN-DAT TO PF30DAT
           MOVE WS75D-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS75D-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL75DIV' TO PF30PGM
           MOVE WS75D-JRN-DAT TO PF30DAT
           MOVE WS75D-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS75D-NUM-LINIES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
