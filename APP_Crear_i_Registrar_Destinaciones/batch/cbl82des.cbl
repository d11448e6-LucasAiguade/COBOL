       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL82DES.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Pressupost contra real del mes tancat. Per cada           *
      * destinacio amb pressupost a PF65 compara, del mes tancat  *
      * i de l'acumulat de l'any (de gener al mes tancat), les    *
      * places, la facturacio i l'ocupacio del pressupost         *
      * original (versio 1) i de l'ultima previsio amb el real    *
      * que CBL82EST acaba de deixar a PF26, amb la desviacio en  *
      * valor i en percentatge sobre l'ultima previsio. Marca     *
      * *DESV les destinacions amb la facturacio del mes o de     *
      * l'any mes d'un percentatge (PF09 'PRESDESV') per sota     *
      * del pressupost. L'ocupacio de l'acumulat es la mitjana    *
      * dels mesos.                                               *
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
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY.

           SELECT PF26
              ASSIGN TO DATABASE-PF26
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF26CLAU
              FILE STATUS IS WS82D-STAT-PF26.

           SELECT PF65
              ASSIGN TO DATABASE-PF65
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF65CLAU
              FILE STATUS IS WS82D-STAT-PF65.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT RPT82D
              ASSIGN TO PRINTER-RPT82D.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS82D-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF26 LABEL RECORD IS STANDARD.
          COPY CPPF26.

       FD PF65 LABEL RECORD IS STANDARD.
          COPY CPPF65.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD RPT82D LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT82D PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS82D-FI-PF01 PIC X(01) VALUE 'N'.
           88 WS82D-FI-PF01-SI VALUE 'S'.
       01 WS82D-FI-PF65 PIC X(01).
           88 WS82D-FI-PF65-SI VALUE 'S'.

       01 WS82D-AVUI.
           05 WS82D-AVUI-AAAA PIC 9(4).
           05 WS82D-AVUI-MM   PIC 9(2).
           05 WS82D-AVUI-DD   PIC 9(2).
       01 WS82D-MES-TANCAT.
           05 WS82D-TAN-AAAA PIC 9(4).
           05 WS82D-TAN-MM   PIC 9(2).
       01 WS82D-MES-NUM REDEFINES WS82D-MES-TANCAT PIC 9(6).
       01 WS82D-MES-TRACTAT.
           05 WS82D-TRA-AAAA PIC 9(4).
           05 WS82D-TRA-MM   PIC 9(2).
       01 WS82D-TRA-NUM REDEFINES WS82D-MES-TRACTAT PIC 9(6).

       01 WS82D-LLINDAR PIC 9(3)V99 VALUE 10.
       01 WS82D-TE-PRESSUPOST PIC X(01).
           88 WS82D-TE-PRESSUPOST-SI VALUE 'S'.
       01 WS82D-TE-VERSIO PIC X(01).
           88 WS82D-TE-VERSIO-SI VALUE 'S'.
       01 WS82D-DESVIADA PIC X(01).
           88 WS82D-DESVIADA-SI VALUE 'S'.
       01 WS82D-NUM-DESTINACIONS PIC 9(5) VALUE ZEROS.
       01 WS82D-NUM-DESVIADES PIC 9(5) VALUE ZEROS.

      *----------------------------------------------------------*
      * Versio original i ultima del mes tractat, tal com les     *
      * deixa SITUAR-VERSIONS.                                    *
      *----------------------------------------------------------*
       01 WS82D-ORI-PLA PIC 9(5).
       01 WS82D-ORI-REV PIC S9(9)V99.
       01 WS82D-ORI-OCU PIC 9(3)V99.
       01 WS82D-ULT-PLA PIC 9(5).
       01 WS82D-ULT-REV PIC S9(9)V99.
       01 WS82D-ULT-OCU PIC 9(3)V99.

      *----------------------------------------------------------*
      * Xifres de la destinacio: periode 1 el mes tancat i 2 de   *
      * gener al mes tancat; columna 1 original, 2 ultima         *
      * previsio i 3 real. TX-NOC compta els mesos sumats a       *
      * l'ocupacio per fer-ne la mitjana.                         *
      *----------------------------------------------------------*
       01 WS82D-P PIC 9(1).
       01 WS82D-C PIC 9(1).
       01 TAULA-XIFRES.
           05 TX-PERIODE OCCURS 2 TIMES.
               10 TX-COLUMNA OCCURS 3 TIMES.
                   15 TX-PLA PIC S9(7).
                   15 TX-REV PIC S9(11)V99.
                   15 TX-OCU PIC 9(5)V99.
                   15 TX-NOC PIC 9(3).
       01 TAULA-TOTALS.
           05 TT-PERIODE OCCURS 2 TIMES.
               10 TT-COLUMNA OCCURS 3 TIMES.
                   15 TT-PLA PIC S9(9).
                   15 TT-REV PIC S9(13)V99.

       01 WS82D-VAL-DESV PIC S9(13)V99.
       01 WS82D-PCT PIC S9(5)V9.

       01 WS82D-STAT-PF26 PIC X(02).
           88 WS82D-STAT-PF26-OK VALUES '00' '02'.
       01 WS82D-STAT-PF65 PIC X(02).
           88 WS82D-STAT-PF65-OK VALUES '00' '02'.

       01 CAP82D-01.
           05 FILLER PIC X(30) VALUE 'PRESSUPOST CONTRA REAL'.
           05 FILLER PIC X(04) VALUE 'MES'.
           05 C82D-MES PIC 9(6).
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(19) VALUE 'LLINDAR DESVIACIO'.
           05 C82D-LLI PIC ZZ9,99.
           05 FILLER PIC X(11) VALUE ' %'.

       01 CAP82D-02.
           05 FILLER PIC X(13) VALUE 'CONCEPTE'.
           05 FILLER PIC X(13) VALUE '    ORIGINAL'.
           05 FILLER PIC X(13) VALUE '      ULTIMA'.
           05 FILLER PIC X(13) VALUE '        REAL'.
           05 FILLER PIC X(13) VALUE '   DESVIACIO'.
           05 FILLER PIC X(15) VALUE '   DESV%'.

       01 CAP82D-03.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 C82D-COD PIC 9(4).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C82D-NOM PIC X(30).
           05 FILLER PIC X(38) VALUE SPACES.

       01 DET82D-01.
           05 D82D-CON PIC X(13).
           05 D82D-ORI PIC ZZZ.ZZZ.ZZ9-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D82D-ULT PIC ZZZ.ZZZ.ZZ9-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D82D-REA PIC ZZZ.ZZZ.ZZ9-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D82D-DES PIC ZZZ.ZZZ.ZZ9-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D82D-PCT PIC ZZZZ9,9-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D82D-MRC PIC X(05).
           05 FILLER   PIC X(01) VALUE SPACES.

       01 DET82D-02.
           05 D82D-OCON PIC X(13).
           05 D82D-OORI PIC ZZZZZZZ9,99-.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D82D-OULT PIC ZZZZZZZ9,99-.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D82D-OREA PIC ZZZZZZZ9,99-.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D82D-ODES PIC ZZZZZZZ9,99-.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D82D-OPCT PIC ZZZZ9,9-.
           05 FILLER    PIC X(07) VALUE SPACES.

       01 TOT82D-01.
           05 FILLER PIC X(15) VALUE 'DESTINACIONS'.
           05 T82D-DST PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE '  DESVIADES'.
           05 T82D-DSV PIC ZZZZ9.
           05 FILLER PIC X(40) VALUE SPACES.

       01 WS82D-STAT-PF30 PIC X(02).
           88 WS82D-STAT-PF30-OK VALUES '00' '02'.
       01 WS82D-JRN-DAT PIC 9(8).
       01 WS82D-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF01
           OPEN INPUT PF26
           OPEN INPUT PF65
           OPEN INPUT PF09
           OPEN OUTPUT RPT82D

           IF NOT WS82D-STAT-PF26-OK OR NOT WS82D-STAT-PF65-OK
              DISPLAY 'CBL82DES: ERROR OBRINT PF26/PF65'
              DISPLAY 'ESTAT PF26 = ' WS82D-STAT-PF26
              DISPLAY 'ESTAT PF65 = ' WS82D-STAT-PF65
              GOBACK
           END-IF.

           PERFORM LLEGIR-LLINDAR THRU FIN-LLEGIR-LLINDAR
           PERFORM CALCULAR-MES THRU FIN-CALCULAR-MES
           INITIALIZE TAULA-TOTALS

           MOVE WS82D-MES-NUM TO C82D-MES
           MOVE WS82D-LLINDAR TO C82D-LLI
           WRITE LINIA-RPT82D FROM CAP82D-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT82D FROM CAP82D-02 AFTER ADVANCING 2 LINES.

           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY
           START PF01 KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY
               INVALID KEY MOVE 'S' TO WS82D-FI-PF01
           END-START.

           PERFORM TRACTAR-DESTINACIO THRU FIN-TRACTAR-DESTINACIO
               UNTIL WS82D-FI-PF01-SI

           PERFORM IMPRIMIR-TOTALS THRU FIN-IMPRIMIR-TOTALS

           CLOSE PF01.
           CLOSE PF26.
           CLOSE PF65.
           CLOSE PF09.
           CLOSE RPT82D.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       LLEGIR-LLINDAR.
           MOVE 'PRESDESV  ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS82D-LLINDAR
                END-IF
           END-READ.
       FIN-LLEGIR-LLINDAR. EXIT.

      *----------------------------------------------------------*
      * El mes tancat es el natural anterior al de l'execucio,    *
      * com a CBL82EST, que s'executa just abans.                 *
      *----------------------------------------------------------*
       CALCULAR-MES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS82D-AVUI

           IF WS82D-AVUI-MM = 01
              COMPUTE WS82D-TAN-AAAA = WS82D-AVUI-AAAA - 1
              MOVE 12 TO WS82D-TAN-MM
           ELSE
              MOVE WS82D-AVUI-AAAA TO WS82D-TAN-AAAA
              COMPUTE WS82D-TAN-MM = WS82D-AVUI-MM - 1
           END-IF.
       FIN-CALCULAR-MES. EXIT.

      *----------------------------------------------------------*
      * Acumula els mesos de gener al mes tancat de la            *
      * destinacio llegida i, si te pressupost en algun, imprimeix*
      * el seu bloc i el suma als totals.                         *
      *----------------------------------------------------------*
       TRACTAR-DESTINACIO.
           READ PF01 NEXT RECORD
               AT END MOVE 'S' TO WS82D-FI-PF01
           END-READ.

           IF WS82D-FI-PF01-SI
              GO FIN-TRACTAR-DESTINACIO
           END-IF.

           INITIALIZE TAULA-XIFRES
           MOVE 'N' TO WS82D-TE-PRESSUPOST
           MOVE WS82D-TAN-AAAA TO WS82D-TRA-AAAA
           MOVE 1 TO WS82D-TRA-MM
           PERFORM ACUMULAR-MES THRU FIN-ACUMULAR-MES
               UNTIL WS82D-TRA-MM > WS82D-TAN-MM

           IF NOT WS82D-TE-PRESSUPOST-SI
              GO FIN-TRACTAR-DESTINACIO
           END-IF.

           PERFORM CALCULAR-MITJANES THRU FIN-CALCULAR-MITJANES
           PERFORM IMPRIMIR-DESTINACIO THRU FIN-IMPRIMIR-DESTINACIO
           ADD 1 TO WS82D-NUM-DESTINACIONS
           IF WS82D-DESVIADA-SI
              ADD 1 TO WS82D-NUM-DESVIADES
           END-IF.

           MOVE 1 TO WS82D-P
           PERFORM SUMAR-TOTALS THRU FIN-SUMAR-TOTALS
               UNTIL WS82D-P > 2.
       FIN-TRACTAR-DESTINACIO. EXIT.

      *----------------------------------------------------------*
      * Un mes de l'any: pressupost original i ultim de PF65 i    *
      * real de PF26, sumats a l'acumulat i, si es el mes tancat, *
      * tambe al periode del mes.                                 *
      *----------------------------------------------------------*
       ACUMULAR-MES.
           PERFORM SITUAR-VERSIONS THRU FIN-SITUAR-VERSIONS

           IF WS82D-TE-VERSIO-SI
              MOVE 'S' TO WS82D-TE-PRESSUPOST
              MOVE 2 TO WS82D-P
              PERFORM SUMAR-PRESSUPOST THRU FIN-SUMAR-PRESSUPOST
              IF WS82D-TRA-MM = WS82D-TAN-MM
                 MOVE 1 TO WS82D-P
                 PERFORM SUMAR-PRESSUPOST THRU FIN-SUMAR-PRESSUPOST
              END-IF
           END-IF.

           MOVE PF1COD TO PF26COD
           MOVE WS82D-TRA-NUM TO PF26MES
           READ PF26 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 2 TO WS82D-P
                PERFORM SUMAR-REAL THRU FIN-SUMAR-REAL
                IF WS82D-TRA-MM = WS82D-TAN-MM
                   MOVE 1 TO WS82D-P
                   PERFORM SUMAR-REAL THRU FIN-SUMAR-REAL
                END-IF
           END-READ.

           ADD 1 TO WS82D-TRA-MM.
       FIN-ACUMULAR-MES. EXIT.

       SUMAR-PRESSUPOST.
           ADD WS82D-ORI-PLA TO TX-PLA (WS82D-P 1)
           ADD WS82D-ORI-REV TO TX-REV (WS82D-P 1)
           ADD WS82D-ORI-OCU TO TX-OCU (WS82D-P 1)
           ADD 1 TO TX-NOC (WS82D-P 1)
           ADD WS82D-ULT-PLA TO TX-PLA (WS82D-P 2)
           ADD WS82D-ULT-REV TO TX-REV (WS82D-P 2)
           ADD WS82D-ULT-OCU TO TX-OCU (WS82D-P 2)
           ADD 1 TO TX-NOC (WS82D-P 2).
       FIN-SUMAR-PRESSUPOST. EXIT.

       SUMAR-REAL.
           ADD PF26PLA TO TX-PLA (WS82D-P 3)
           ADD PF26REV TO TX-REV (WS82D-P 3)
           ADD PF26OCU TO TX-OCU (WS82D-P 3)
           ADD 1 TO TX-NOC (WS82D-P 3).
       FIN-SUMAR-REAL. EXIT.

      *----------------------------------------------------------*
      * Recorre les versions del mes tractat de la destinacio: la *
      * primera es l'original i l'ultima llegida la vigent.       *
      *----------------------------------------------------------*
       SITUAR-VERSIONS.
           MOVE 'N' TO WS82D-TE-VERSIO
           MOVE ZEROS TO WS82D-ORI-PLA
           MOVE ZEROS TO WS82D-ORI-REV
           MOVE ZEROS TO WS82D-ORI-OCU
           MOVE ZEROS TO WS82D-ULT-PLA
           MOVE ZEROS TO WS82D-ULT-REV
           MOVE ZEROS TO WS82D-ULT-OCU
           MOVE 'N' TO WS82D-FI-PF65
           MOVE PF1COD TO PF65COD
           MOVE WS82D-TRA-NUM TO PF65MES
           MOVE ZEROS TO PF65VER
           START PF65 KEY IS NOT LESS THAN PF65CLAU
               INVALID KEY MOVE 'S' TO WS82D-FI-PF65
           END-START.

           PERFORM LLEGIR-VERSIO THRU FIN-LLEGIR-VERSIO
               UNTIL WS82D-FI-PF65-SI.
       FIN-SITUAR-VERSIONS. EXIT.

       LLEGIR-VERSIO.
           READ PF65 NEXT RECORD
               AT END MOVE 'S' TO WS82D-FI-PF65
                      GO FIN-LLEGIR-VERSIO
           END-READ.

           IF PF65COD NOT = PF1COD OR PF65MES NOT = WS82D-TRA-NUM
              MOVE 'S' TO WS82D-FI-PF65
              GO FIN-LLEGIR-VERSIO
           END-IF.

           IF NOT WS82D-TE-VERSIO-SI
              MOVE 'S' TO WS82D-TE-VERSIO
              MOVE PF65PLA TO WS82D-ORI-PLA
              MOVE PF65REV TO WS82D-ORI-REV
              MOVE PF65OCU TO WS82D-ORI-OCU
           END-IF.

           MOVE PF65PLA TO WS82D-ULT-PLA
           MOVE PF65REV TO WS82D-ULT-REV
           MOVE PF65OCU TO WS82D-ULT-OCU.
       FIN-LLEGIR-VERSIO. EXIT.

      *----------------------------------------------------------*
      * L'ocupacio del mes tancat es la del mes; la de l'acumulat *
      * es la mitjana dels mesos que tenen xifra.                 *
      *----------------------------------------------------------*
       CALCULAR-MITJANES.
           MOVE 1 TO WS82D-C
           PERFORM CALCULAR-MITJANA THRU FIN-CALCULAR-MITJANA
               UNTIL WS82D-C > 3.
       FIN-CALCULAR-MITJANES. EXIT.

       CALCULAR-MITJANA.
           IF TX-NOC (2 WS82D-C) > 1
              COMPUTE TX-OCU (2 WS82D-C) ROUNDED =
                  TX-OCU (2 WS82D-C) / TX-NOC (2 WS82D-C)
           END-IF.
           ADD 1 TO WS82D-C.
       FIN-CALCULAR-MITJANA. EXIT.

      *----------------------------------------------------------*
      * Bloc de la destinacio: capcalera amb el nom i, per al mes *
      * i per a l'acumulat, les linies de places, facturacio i    *
      * ocupacio. La marca *DESV va a la linia de facturacio.     *
      *----------------------------------------------------------*
       IMPRIMIR-DESTINACIO.
           MOVE 'N' TO WS82D-DESVIADA
           MOVE PF1COD TO C82D-COD
           MOVE PF1NOM TO C82D-NOM
           WRITE LINIA-RPT82D FROM CAP82D-03 AFTER ADVANCING 2 LINES.

           MOVE 1 TO WS82D-P
           MOVE 'PLACES MES' TO D82D-CON
           PERFORM IMPRIMIR-PLACES THRU FIN-IMPRIMIR-PLACES
           MOVE 'FACTUR. MES' TO D82D-CON
           PERFORM IMPRIMIR-FACTURACIO THRU FIN-IMPRIMIR-FACTURACIO
           MOVE 'OCUPACIO MES' TO D82D-OCON
           PERFORM IMPRIMIR-OCUPACIO THRU FIN-IMPRIMIR-OCUPACIO

           MOVE 2 TO WS82D-P
           MOVE 'PLACES ANY' TO D82D-CON
           PERFORM IMPRIMIR-PLACES THRU FIN-IMPRIMIR-PLACES
           MOVE 'FACTUR. ANY' TO D82D-CON
           PERFORM IMPRIMIR-FACTURACIO THRU FIN-IMPRIMIR-FACTURACIO
           MOVE 'OCUPACIO ANY' TO D82D-OCON
           PERFORM IMPRIMIR-OCUPACIO THRU FIN-IMPRIMIR-OCUPACIO.
       FIN-IMPRIMIR-DESTINACIO. EXIT.

       IMPRIMIR-PLACES.
           MOVE TX-PLA (WS82D-P 1) TO D82D-ORI
           MOVE TX-PLA (WS82D-P 2) TO D82D-ULT
           MOVE TX-PLA (WS82D-P 3) TO D82D-REA
           COMPUTE WS82D-VAL-DESV =
               TX-PLA (WS82D-P 3) - TX-PLA (WS82D-P 2)
           MOVE WS82D-VAL-DESV TO D82D-DES

           IF TX-PLA (WS82D-P 2) NOT = ZEROS
              COMPUTE WS82D-PCT ROUNDED =
                  WS82D-VAL-DESV * 100 / TX-PLA (WS82D-P 2)
           ELSE
              MOVE ZEROS TO WS82D-PCT
           END-IF.
           MOVE WS82D-PCT TO D82D-PCT
           MOVE SPACES TO D82D-MRC

           WRITE LINIA-RPT82D FROM DET82D-01 AFTER ADVANCING 1 LINE.
       FIN-IMPRIMIR-PLACES. EXIT.

       IMPRIMIR-FACTURACIO.
           MOVE TX-REV (WS82D-P 1) TO D82D-ORI
           MOVE TX-REV (WS82D-P 2) TO D82D-ULT
           MOVE TX-REV (WS82D-P 3) TO D82D-REA
           COMPUTE WS82D-VAL-DESV =
               TX-REV (WS82D-P 3) - TX-REV (WS82D-P 2)
           MOVE WS82D-VAL-DESV TO D82D-DES

           IF TX-REV (WS82D-P 2) NOT = ZEROS
              COMPUTE WS82D-PCT ROUNDED =
                  WS82D-VAL-DESV * 100 / TX-REV (WS82D-P 2)
           ELSE
              MOVE ZEROS TO WS82D-PCT
           END-IF.
           MOVE WS82D-PCT TO D82D-PCT

           MOVE SPACES TO D82D-MRC
           IF TX-REV (WS82D-P 2) > ZEROS
              AND WS82D-PCT < ZEROS
              AND WS82D-PCT * -1 > WS82D-LLINDAR
              MOVE '*DESV' TO D82D-MRC
              MOVE 'S' TO WS82D-DESVIADA
           END-IF.

           WRITE LINIA-RPT82D FROM DET82D-01 AFTER ADVANCING 1 LINE.
       FIN-IMPRIMIR-FACTURACIO. EXIT.

       IMPRIMIR-OCUPACIO.
           MOVE TX-OCU (WS82D-P 1) TO D82D-OORI
           MOVE TX-OCU (WS82D-P 2) TO D82D-OULT
           MOVE TX-OCU (WS82D-P 3) TO D82D-OREA
           COMPUTE WS82D-VAL-DESV =
               TX-OCU (WS82D-P 3) - TX-OCU (WS82D-P 2)
           MOVE WS82D-VAL-DESV TO D82D-ODES

           IF TX-OCU (WS82D-P 2) NOT = ZEROS
              COMPUTE WS82D-PCT ROUNDED =
                  WS82D-VAL-DESV * 100 / TX-OCU (WS82D-P 2)
           ELSE
              MOVE ZEROS TO WS82D-PCT
           END-IF.
           MOVE WS82D-PCT TO D82D-OPCT

           WRITE LINIA-RPT82D FROM DET82D-02 AFTER ADVANCING 1 LINE.
       FIN-IMPRIMIR-OCUPACIO. EXIT.

       SUMAR-TOTALS.
           MOVE 1 TO WS82D-C
           PERFORM SUMAR-TOTAL-COLUMNA THRU FIN-SUMAR-TOTAL-COLUMNA
               UNTIL WS82D-C > 3
           ADD 1 TO WS82D-P.
       FIN-SUMAR-TOTALS. EXIT.

       SUMAR-TOTAL-COLUMNA.
           ADD TX-PLA (WS82D-P WS82D-C) TO TT-PLA (WS82D-P WS82D-C)
           ADD TX-REV (WS82D-P WS82D-C) TO TT-REV (WS82D-P WS82D-C)
           ADD 1 TO WS82D-C.
       FIN-SUMAR-TOTAL-COLUMNA. EXIT.

      *----------------------------------------------------------*
      * Totals de places i facturacio de les destinacions amb     *
      * pressupost (l'ocupacio no se suma) i recompte de les      *
      * destinacions marcades.                                    *
      *----------------------------------------------------------*
       IMPRIMIR-TOTALS.
           MOVE 'TOTAL' TO C82D-NOM
           MOVE ZEROS TO C82D-COD
           WRITE LINIA-RPT82D FROM CAP82D-03 AFTER ADVANCING 2 LINES.

           MOVE 1 TO WS82D-P
           PERFORM IMPRIMIR-TOTAL-PERIODE THRU
               FIN-IMPRIMIR-TOTAL-PERIODE
               UNTIL WS82D-P > 2

           MOVE WS82D-NUM-DESTINACIONS TO T82D-DST
           MOVE WS82D-NUM-DESVIADES TO T82D-DSV
           WRITE LINIA-RPT82D FROM TOT82D-01 AFTER ADVANCING 2 LINES.
       FIN-IMPRIMIR-TOTALS. EXIT.

       IMPRIMIR-TOTAL-PERIODE.
           MOVE TT-PLA (WS82D-P 1) TO TX-PLA (WS82D-P 1)
           MOVE TT-PLA (WS82D-P 2) TO TX-PLA (WS82D-P 2)
           MOVE TT-PLA (WS82D-P 3) TO TX-PLA (WS82D-P 3)
           MOVE TT-REV (WS82D-P 1) TO TX-REV (WS82D-P 1)
           MOVE TT-REV (WS82D-P 2) TO TX-REV (WS82D-P 2)
           MOVE TT-REV (WS82D-P 3) TO TX-REV (WS82D-P 3)

           IF WS82D-P = 1
              MOVE 'PLACES MES' TO D82D-CON
           ELSE
              MOVE 'PLACES ANY' TO D82D-CON
           END-IF.
           PERFORM IMPRIMIR-PLACES THRU FIN-IMPRIMIR-PLACES

           IF WS82D-P = 1
              MOVE 'FACTUR. MES' TO D82D-CON
           ELSE
              MOVE 'FACTUR. ANY' TO D82D-CON
           END-IF.
           PERFORM IMPRIMIR-FACTURACIO THRU FIN-IMPRIMIR-FACTURACIO

           ADD 1 TO WS82D-P.
       FIN-IMPRIMIR-TOTAL-PERIODE. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS82D-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS82D-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS82D-JRN-HIN
           MOVE 'CBL82DES' TO PF30PGM
           MOVE WS82D-JRN-DAT TO PF30DAT
           MOVE WS82D-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS82D-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL82DES' TO PF30PGM
           MOVE WS82D-JRN-DAT TO PF30DAT
           MOVE WS82D-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS82D-NUM-DESTINACIONS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
