      * l'ocupacio actual, marcada amb PERDUES quan el marge es   *
      * negatiu -- que es el que fins ara ningu podia veure       *
      * perque tot el que es publicava era nomes venda.           *
      * Rep l'oficina per parametre: a espais es l'informe de     *
      * tota la casa, amb l'ingres i les places netes per oficina *
      * (PF2OFI) al final; amb codi cada sortida surt amb l'ingres*
      * de l'oficina i la part del cost que li toca segons les    *
      * places netes que ha venut sobre el total de la sortida.   *
      * Sota cada sortida amb factures de proveidor (PF81, CBL60) *
      * surt el cost facturat i la diferencia amb l'esperat; el   *
      * marge es continua calculant sobre l'esperat.              *
      * Els costos en moneda estrangera entren al cost (i al      *
      * marge) al canvi de pressupost de la linia de PF39; si la  *
      * sortida en te, surt a sota el cost al canvi vigent avui   *
      * (PF82, via CBL25DIV) i la diferencia com a exposicio de   *
      * canvi. El facturat en moneda estrangera va al canvi d'avui.*
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF39CLAU.

           SELECT PF81
              ASSIGN TO DATABASE-PF81
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF81CLAU.

           SELECT PF71
              ASSIGN TO DATABASE-PF71
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF71OFI
              FILE STATUS IS WS75-STAT-PF71.

           SELECT RPT75
              ASSIGN TO PRINTER-RPT75.

       FD PF39 LABEL RECORD IS STANDARD.
          COPY CPPF39.

       FD PF81 LABEL RECORD IS STANDARD.
          COPY CPPF81.

       FD PF71 LABEL RECORD IS STANDARD.
          COPY CPPF71.

       FD RPT75 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT75 PIC X(80).
           88 WS75-FI-PF02-SI VALUE 'S'.
       01 WS75-FI-PF39 PIC X(01) VALUE 'N'.
           88 WS75-FI-PF39-SI VALUE 'S'.
       01 WS75-FI-PF81 PIC X(01) VALUE 'N'.
           88 WS75-FI-PF81-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Acumulacio per destinacio: una entrada per sortida (la    *
               10 TS-DATS PIC 9(8).
               10 TS-REV PIC S9(9)V99.
               10 TS-PAX PIC S9(5).
               10 TS-OFI-MOV PIC X(01).
               10 TS-OFI-REV PIC S9(9)V99.
               10 TS-OFI-PAX PIC S9(5).

      *----------------------------------------------------------*
      * Oficina demanada (espais = tota la casa): TS-OFI-xxx son  *
      * la seva part de cada sortida. Per a tota la casa, ingres  *
      * i places netes per oficina; el codi a espais recull la    *
      * web i les files anteriors al camp.                        *
      *----------------------------------------------------------*
       01 WS75-OFI PIC X(03).
           88 WS75-OFI-TOTES VALUE SPACES.
       01 WS75-K PIC 9(3).
       01 WS75-TROBAT-OFI PIC X(01) VALUE 'N'.
           88 WS75-TROBAT-OFI-SI VALUE 'S'.
       01 WS75-STAT-PF71 PIC X(02).
           88 WS75-STAT-PF71-OK VALUES '00' '02'.
       01 TAULA-OFICINES.
           05 TO-NUM PIC 9(3) VALUE ZEROS.
           05 TO-ENTRY OCCURS 20 TIMES.
               10 TO-OFI PIC X(03).
               10 TO-REV PIC S9(9)V99.
               10 TO-PAX PIC S9(7).

       01 WS75-COST PIC 9(9)V99.
       01 WS75-MARGE PIC S9(9)V99.
       01 WS75-REV-DST PIC S9(9)V99.
       01 WS75-COST-DST PIC 9(9)V99.
       01 WS75-FACTURAT PIC 9(9)V99.
       01 WS75-FAC-DST PIC 9(9)V99.
       01 WS75-DIF-FAC PIC S9(9)V99.

      *----------------------------------------------------------*
      * Revaloracio de canvi: cost de la sortida al canvi d'avui, *
      * si te linies en moneda estrangera, i la seva diferencia   *
      * amb el cost al canvi de pressupost.                       *
      *----------------------------------------------------------*
       01 WS75-AVUI PIC 9(8).
       01 WS75-TE-DIV PIC X(01).
       01 WS75-DIV-DST PIC X(01).
       01 WS75-IMP-LIN PIC 9(9)V99.
       01 WS75-CNV-ACT PIC 9(3)V9(6).
       01 WS75-DCN PIC 9(8).
       01 WS75-COST-ACT PIC 9(9)V99.
       01 WS75-EXPOSICIO PIC S9(9)V99.
       01 WS75-CAC-DST PIC 9(9)V99.
       01 WS75-EXP-DST PIC S9(9)V99.
       01 WS75-NUM-PERDUES PIC 9(5) VALUE ZEROS.

       01 CAP75-01.
           05 FILLER PIC X(34) VALUE
              'MARGE PER DESTINACIO I SORTIDA'.
           05 C75-DATA PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C75-OFI-LIT PIC X(08).
           05 C75-OFI PIC X(03).
           05 FILLER PIC X(25) VALUE SPACES.

       01 CAP75-02.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D75-MARCA PIC X(14).

       01 DET75-03.
           05 FILLER   PIC X(22) VALUE SPACES.
           05 FILLER   PIC X(15) VALUE '  FACT. / DIF.'.
           05 D75-FAC  PIC ZZZ.ZZZ.ZZ9,99.
           05 D75-DFC  PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(14) VALUE SPACES.

       01 DET75-04.
           05 FILLER   PIC X(22) VALUE SPACES.
           05 FILLER   PIC X(15) VALUE '  CANVI ACTUAL'.
           05 D75-CAC  PIC ZZZ.ZZZ.ZZ9,99.
           05 D75-EXP  PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 FILLER   PIC X(13) VALUE 'EXPOSICIO'.

       01 TOT75-01.
           05 FILLER   PIC X(20) VALUE 'TOTAL DESTINACIO'.
           05 T75-REV  PIC ZZZ.ZZZ.ZZ9,99-.
           05 T75-MAR  PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(11) VALUE SPACES.

       01 TOT75-03.
           05 FILLER   PIC X(37) VALUE 'FACTURAT DESTINACIO'.
           05 T75-FAC  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(29) VALUE SPACES.

       01 TOT75-04.
           05 FILLER   PIC X(37) VALUE 'CANVI ACTUAL / EXPOSICIO'.
           05 T75-CAC  PIC ZZZ.ZZZ.ZZ9,99.
           05 T75-EXP  PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(14) VALUE SPACES.

       01 TOT75-02.
           05 FILLER   PIC X(30) VALUE 'SORTIDES AMB PERDUES'.
           05 T75-NUM  PIC ZZZZ9.

       01 CAP75-03.
           05 FILLER PIC X(06) VALUE 'OFI'.
           05 FILLER PIC X(32) VALUE 'INGRES I PLACES PER OFICINA'.
           05 FILLER PIC X(10) VALUE 'PLACES'.
           05 FILLER PIC X(14) VALUE 'INGRES'.
           05 FILLER PIC X(18) VALUE SPACES.

       01 DET75-02.
           05 D75-OFI  PIC X(03).
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D75-NOM  PIC X(30).
           05 D75-OPAX PIC Z.ZZZ.ZZ9-.
           05 D75-OREV PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(19) VALUE SPACES.

       01 WS75-STAT-PF30 PIC X(02).
           88 WS75-STAT-PF30-OK VALUES '00' '02'.
       01 WS75-JRN-DAT PIC 9(8).
       01 WS75-JRN-HIN PIC 9(6).

       LINKAGE SECTION.
       01 PARM-OFI PIC X(03).

       PROCEDURE DIVISION USING PARM-OFI.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU

           OPEN INPUT PF02
           OPEN INPUT PF39
           OPEN INPUT PF81
           OPEN INPUT PF71
           OPEN OUTPUT RPT75

           MOVE PARM-OFI TO WS75-OFI
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS75-AVUI
           MOVE WS75-AVUI TO C75-DATA
           IF WS75-OFI-TOTES
              MOVE SPACES TO C75-OFI-LIT
           ELSE
              MOVE 'OFICINA' TO C75-OFI-LIT
           END-IF
           MOVE WS75-OFI TO C75-OFI
           WRITE LINIA-RPT75 FROM CAP75-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT75 FROM CAP75-02 AFTER ADVANCING 2 LINES.

           MOVE WS75-NUM-PERDUES TO T75-NUM
           WRITE LINIA-RPT75 FROM TOT75-02 AFTER ADVANCING 2 LINES.

           IF WS75-OFI-TOTES AND TO-NUM > ZEROS
              WRITE LINIA-RPT75 FROM CAP75-03 AFTER ADVANCING 2 LINES
              MOVE 1 TO WS75-K
              PERFORM IMPRIMIR-OFICINA THRU FIN-IMPRIMIR-OFICINA
                  UNTIL WS75-K > TO-NUM
           END-IF.

           CLOSE PF02.
           CLOSE PF39.
           CLOSE PF81.
           CLOSE PF71.
           CLOSE RPT75.

           PERFORM ESCRIURE-JORNAL-FI THRU
              MOVE PF2DATS TO TS-DATS (WS75-I)
              MOVE ZEROS TO TS-REV (WS75-I)
              MOVE ZEROS TO TS-PAX (WS75-I)
              MOVE 'N' TO TS-OFI-MOV (WS75-I)
              MOVE ZEROS TO TS-OFI-REV (WS75-I)
              MOVE ZEROS TO TS-OFI-PAX (WS75-I)
           END-IF.

           IF PF2TIP-RESERVA
              SUBTRACT PF2IMP FROM TS-REV (WS75-I)
              SUBTRACT PF2QTY FROM TS-PAX (WS75-I)
           END-IF.

      * El total de la sortida es sempre de tota la casa (el cost
      * es reparteix sobre totes les places); la part de l'oficina
      * va a banda.
           IF WS75-OFI-TOTES
              PERFORM ACUMULAR-OFICINA THRU FIN-ACUMULAR-OFICINA
              GO FIN-ACUMULAR-FILA
           END-IF.
           IF PF2OFI NOT = WS75-OFI
              GO FIN-ACUMULAR-FILA
           END-IF.

           MOVE 'S' TO TS-OFI-MOV (WS75-I)
           IF PF2TIP-RESERVA
              ADD PF2IMP TO TS-OFI-REV (WS75-I)
              ADD PF2QTY TO TS-OFI-PAX (WS75-I)
           ELSE
              SUBTRACT PF2IMP FROM TS-OFI-REV (WS75-I)
              SUBTRACT PF2QTY FROM TS-OFI-PAX (WS75-I)
           END-IF.
       FIN-ACUMULAR-FILA. EXIT.

       CERCAR-SORTIDA.
           END-IF.
       FIN-CERCAR-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Suma la fila a l'entrada de la seva oficina (creant-la si *
      * cal), per al desglossament final de tota la casa.         *
      *----------------------------------------------------------*
       ACUMULAR-OFICINA.
           MOVE 'N' TO WS75-TROBAT-OFI
           MOVE 1 TO WS75-K
           PERFORM CERCAR-OFICINA THRU FIN-CERCAR-OFICINA
               UNTIL WS75-K > TO-NUM OR WS75-TROBAT-OFI-SI

           IF NOT WS75-TROBAT-OFI-SI
              IF TO-NUM >= 20
                 GO FIN-ACUMULAR-OFICINA
              END-IF
              ADD 1 TO TO-NUM
              MOVE TO-NUM TO WS75-K
              MOVE PF2OFI TO TO-OFI (WS75-K)
              MOVE ZEROS TO TO-REV (WS75-K)
              MOVE ZEROS TO TO-PAX (WS75-K)
           END-IF.

           IF PF2TIP-RESERVA
              ADD PF2IMP TO TO-REV (WS75-K)
              ADD PF2QTY TO TO-PAX (WS75-K)
           ELSE
              SUBTRACT PF2IMP FROM TO-REV (WS75-K)
              SUBTRACT PF2QTY FROM TO-PAX (WS75-K)
           END-IF.
       FIN-ACUMULAR-OFICINA. EXIT.

       CERCAR-OFICINA.
           IF TO-OFI (WS75-K) = PF2OFI
              MOVE 'S' TO WS75-TROBAT-OFI
           ELSE
              ADD 1 TO WS75-K
           END-IF.
       FIN-CERCAR-OFICINA. EXIT.

       IMPRIMIR-OFICINA.
           MOVE TO-OFI (WS75-K) TO D75-OFI
           IF TO-OFI (WS75-K) = SPACES
              MOVE 'WEB O SENSE OFICINA' TO D75-NOM
           ELSE
              MOVE TO-OFI (WS75-K) TO PF71OFI
              READ PF71 INVALID KEY
                   MOVE SPACES TO D75-NOM
                   NOT INVALID KEY
                   MOVE PF71NOM TO D75-NOM
              END-READ
           END-IF.
           MOVE TO-PAX (WS75-K) TO D75-OPAX
           MOVE TO-REV (WS75-K) TO D75-OREV
           WRITE LINIA-RPT75 FROM DET75-02 AFTER ADVANCING 1 LINE

           ADD 1 TO WS75-K.
       FIN-IMPRIMIR-OFICINA. EXIT.

       PROCESSAR-DESTINACIO.
           MOVE 'N' TO WS75-HI-HA-GRUP
           MOVE ZEROS TO WS75-REV-DST
           MOVE ZEROS TO WS75-COST-DST
           MOVE ZEROS TO WS75-FAC-DST
           MOVE ZEROS TO WS75-CAC-DST
           MOVE ZEROS TO WS75-EXP-DST
           MOVE 'N' TO WS75-DIV-DST

           MOVE 1 TO WS75-I
           PERFORM IMPRIMIR-SORTIDA THRU FIN-IMPRIMIR-SORTIDA
               UNTIL WS75-I > WS75-NUM-SORTIDES

           IF NOT WS75-OFI-TOTES
              AND WS75-REV-DST = ZEROS AND WS75-COST-DST = ZEROS
              GO FIN-PROCESSAR-DESTINACIO
           END-IF.

           MOVE WS75-REV-DST TO T75-REV
           MOVE WS75-COST-DST TO T75-COS
           COMPUTE WS75-MARGE = WS75-REV-DST - WS75-COST-DST
           MOVE WS75-MARGE TO T75-MAR
           WRITE LINIA-RPT75 FROM TOT75-01 AFTER ADVANCING 1 LINE.

           IF WS75-FAC-DST > ZEROS
              MOVE WS75-FAC-DST TO T75-FAC
              WRITE LINIA-RPT75 FROM TOT75-03 AFTER ADVANCING 1 LINE
           END-IF.

           IF WS75-DIV-DST = 'S'
              MOVE WS75-CAC-DST TO T75-CAC
              MOVE WS75-EXP-DST TO T75-EXP
              WRITE LINIA-RPT75 FROM TOT75-04 AFTER ADVANCING 1 LINE
           END-IF.
       FIN-PROCESSAR-DESTINACIO. EXIT.

       IMPRIMIR-SORTIDA.
           IF NOT WS75-OFI-TOTES AND TS-OFI-MOV (WS75-I) NOT = 'S'
              ADD 1 TO WS75-I
              GO FIN-IMPRIMIR-SORTIDA
           END-IF.

           PERFORM CALCULAR-COST THRU FIN-CALCULAR-COST
           PERFORM CALCULAR-FACTURAT THRU FIN-CALCULAR-FACTURAT

      * Per a una oficina, la sortida passa a ser la seva part: el
      * cost en proporcio a les seves places netes sobre el total.
           IF NOT WS75-OFI-TOTES
              IF TS-PAX (WS75-I) > ZEROS AND TS-OFI-PAX (WS75-I) > 0
                 COMPUTE WS75-COST ROUNDED = WS75-COST *
                     TS-OFI-PAX (WS75-I) / TS-PAX (WS75-I)
                 COMPUTE WS75-FACTURAT ROUNDED = WS75-FACTURAT *
                     TS-OFI-PAX (WS75-I) / TS-PAX (WS75-I)
                 COMPUTE WS75-COST-ACT ROUNDED = WS75-COST-ACT *
                     TS-OFI-PAX (WS75-I) / TS-PAX (WS75-I)
              ELSE
                 MOVE ZEROS TO WS75-COST
                 MOVE ZEROS TO WS75-FACTURAT
                 MOVE ZEROS TO WS75-COST-ACT
              END-IF
              MOVE TS-OFI-REV (WS75-I) TO TS-REV (WS75-I)
              MOVE TS-OFI-PAX (WS75-I) TO TS-PAX (WS75-I)
           END-IF.

           COMPUTE WS75-MARGE = TS-REV (WS75-I) - WS75-COST

           END-IF
           WRITE LINIA-RPT75 FROM DET75-01 AFTER ADVANCING 1 LINE

           IF WS75-FACTURAT > ZEROS
              COMPUTE WS75-DIF-FAC = WS75-FACTURAT - WS75-COST
              MOVE WS75-FACTURAT TO D75-FAC
              MOVE WS75-DIF-FAC TO D75-DFC
              WRITE LINIA-RPT75 FROM DET75-03 AFTER ADVANCING 1 LINE
           END-IF

      * Exposicio positiva: avui la sortida costaria mes que al
      * canvi de pressupost.
           IF WS75-TE-DIV = 'S'
              COMPUTE WS75-EXPOSICIO = WS75-COST-ACT - WS75-COST
              MOVE WS75-COST-ACT TO D75-CAC
              MOVE WS75-EXPOSICIO TO D75-EXP
              WRITE LINIA-RPT75 FROM DET75-04 AFTER ADVANCING 1 LINE
              MOVE 'S' TO WS75-DIV-DST
              ADD WS75-EXPOSICIO TO WS75-EXP-DST
           END-IF

           ADD WS75-COST-ACT TO WS75-CAC-DST
           ADD TS-REV (WS75-I) TO WS75-REV-DST
           ADD WS75-COST TO WS75-COST-DST
           ADD WS75-FACTURAT TO WS75-FAC-DST
           ADD 1 TO WS75-I.
       FIN-IMPRIMIR-SORTIDA. EXIT.

      * mateixa destinacio i data ('H' per persona neta, 'A'/'G'  *
      * fixos). Les linies amb data a zeros son el cost del       *
      * comptador agregat i nomes s'apliquen a aquell bucket.     *
      * WS75-COST va al canvi de pressupost i WS75-COST-ACT al    *
      * d'avui; en euros son el mateix.                           *
      *----------------------------------------------------------*
       CALCULAR-COST.
           MOVE ZEROS TO WS75-COST
           MOVE ZEROS TO WS75-COST-ACT
           MOVE 'N' TO WS75-TE-DIV
           MOVE 'N' TO WS75-FI-PF39
           MOVE WS75-COD-ACTUAL TO PF39COD
           MOVE TS-DATS (WS75-I) TO PF39DATS
                 OR PF39DATS NOT = TS-DATS (WS75-I)
                 MOVE 'S' TO WS75-FI-PF39
              ELSE
                 MOVE ZEROS TO WS75-IMP-LIN
                 IF PF39TIP-HOTEL
                    IF TS-PAX (WS75-I) > ZEROS
                       COMPUTE WS75-IMP-LIN ROUNDED =
                           PF39IMP * TS-PAX (WS75-I)
                    END-IF
                 ELSE
                    MOVE PF39IMP TO WS75-IMP-LIN
                 END-IF
                 PERFORM SUMAR-COST-LINIA THRU FIN-SUMAR-COST-LINIA
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-COST. EXIT.

      * Sense canvi a PF82 per a la moneda, el d'avui es pren igual
      * al de pressupost i l'exposicio de la linia surt a zeros.
       SUMAR-COST-LINIA.
           IF PF39DIV-EUR
              ADD WS75-IMP-LIN TO WS75-COST
              ADD WS75-IMP-LIN TO WS75-COST-ACT
              GO FIN-SUMAR-COST-LINIA
           END-IF.

           MOVE 'S' TO WS75-TE-DIV
           COMPUTE WS75-COST ROUNDED = WS75-COST +
               WS75-IMP-LIN * PF39CNV

           CALL 'CBL25DIV' USING PF39DIV WS75-AVUI
                                 WS75-CNV-ACT WS75-DCN
           IF WS75-CNV-ACT = ZEROS
              MOVE PF39CNV TO WS75-CNV-ACT
           END-IF.
           COMPUTE WS75-COST-ACT ROUNDED = WS75-COST-ACT +
               WS75-IMP-LIN * WS75-CNV-ACT.
       FIN-SUMAR-COST-LINIA. EXIT.

      *----------------------------------------------------------*
      * Cost facturat de la sortida en curs: les linies de PF81   *
      * de totes les factures de proveidor que la cobreixen.      *
      *----------------------------------------------------------*
       CALCULAR-FACTURAT.
           MOVE ZEROS TO WS75-FACTURAT
           MOVE 'N' TO WS75-FI-PF81
           MOVE WS75-COD-ACTUAL TO PF81COD
           MOVE TS-DATS (WS75-I) TO PF81DATS
           MOVE ZEROS TO PF81NUM
           START PF81 KEY IS NOT LESS THAN PF81CLAU
               INVALID KEY MOVE 'S' TO WS75-FI-PF81
           END-START.

           PERFORM SUMAR-SEGUENT-FACTURAT THRU
               FIN-SUMAR-SEGUENT-FACTURAT
                   UNTIL WS75-FI-PF81-SI
       FIN-CALCULAR-FACTURAT. EXIT.

       SUMAR-SEGUENT-FACTURAT.
           READ PF81 NEXT RECORD
               AT END MOVE 'S' TO WS75-FI-PF81
           END-READ.

           IF NOT WS75-FI-PF81-SI
              IF PF81COD NOT = WS75-COD-ACTUAL
                 OR PF81DATS NOT = TS-DATS (WS75-I)
                 MOVE 'S' TO WS75-FI-PF81
              ELSE
                 IF PF81DIV-EUR
                    ADD PF81IMP TO WS75-FACTURAT
                 ELSE
                    CALL 'CBL25DIV' USING PF81DIV WS75-AVUI
                                          WS75-CNV-ACT WS75-DCN
                    COMPUTE WS75-FACTURAT ROUNDED = WS75-FACTURAT +
                        PF81IMP * WS75-CNV-ACT
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-FACTURAT. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
