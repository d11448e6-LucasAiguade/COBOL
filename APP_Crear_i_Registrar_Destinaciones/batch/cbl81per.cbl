       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL81PER.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Quadrant mensual del personal d'operacions. Per a cada    *
      * persona del mestre (PF55), les sortides que te assignades *
      * (PF56, via la vista per persona i data PF56L1) que        *
      * toquen el mes natural anterior al de l'execucio, amb els  *
      * dies de cada sortida que cauen dins del mes (durada       *
      * PF21DUR o, si no n'hi ha, PF1XDUR de la destinacio).      *
      * Cada persona tanca amb els dies treballats; als freelance *
      * s'hi afegeix l'import a pagar (dies per tarifa diaria     *
      * PF55TAR), i un conductor que passa del maxim de dies de   *
      * conduccio del mes (parametre 'CONDMAXMES' de PF09; sense  *
      * parametre no es controla) surt marcat SUPERA LIMIT. Les   *
      * persones sense cap dia al mes no surten.                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF55
              ASSIGN TO DATABASE-PF55
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF55PER.

           SELECT PF56L1
              ASSIGN TO DATABASE-PF56L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P56LCLAU WITH DUPLICATES.

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU.

           SELECT PF01X
              ASSIGN TO DATABASE-PF01X
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF1XCOD.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT RPT81P
              ASSIGN TO PRINTER-RPT81P.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS81P-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF55 LABEL RECORD IS STANDARD.
          COPY CPPF55.

       FD PF56L1 LABEL RECORD IS STANDARD.
          COPY CPPF56L1.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD RPT81P LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT81P PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS81P-FI-PF55 PIC X(01) VALUE 'N'.
           88 WS81P-FI-PF55-SI VALUE 'S'.
       01 WS81P-FI-PF56L1 PIC X(01) VALUE 'N'.
           88 WS81P-FI-PF56L1-SI VALUE 'S'.

       01 WS81P-MAX-CONDUCCIO PIC 9(3) VALUE ZEROS.

      *----------------------------------------------------------*
      * Mes del quadrant (el natural anterior a l'execucio) i     *
      * els seus limits en dies enters.                           *
      *----------------------------------------------------------*
       01 WS81P-AVUI.
           05 WS81P-AVUI-AAAA PIC 9(4).
           05 WS81P-AVUI-MM   PIC 9(2).
           05 WS81P-AVUI-DD   PIC 9(2).
       01 WS81P-DAT-AVUI REDEFINES WS81P-AVUI PIC 9(8).
       01 WS81P-MES-QUA.
           05 WS81P-QUA-AAAA PIC 9(4).
           05 WS81P-QUA-MM   PIC 9(2).
           05 WS81P-QUA-DD   PIC 9(2).
       01 WS81P-DAT-INI-MES REDEFINES WS81P-MES-QUA PIC 9(8).
       01 WS81P-DAT-FI-MES PIC 9(8).
       01 WS81P-INT-INI-MES PIC S9(9).
       01 WS81P-INT-FI-MES PIC S9(9).

      *----------------------------------------------------------*
      * Sortida en curs: interval complet i tros dins del mes.    *
      *----------------------------------------------------------*
       01 WS81P-DUR PIC 9(3).
       01 WS81P-DIES-INT PIC S9(9).
       01 WS81P-DAT-TORNADA PIC 9(8).
       01 WS81P-INT-INI PIC S9(9).
       01 WS81P-INT-FI PIC S9(9).
       01 WS81P-DIES-MES PIC S9(5).

       01 WS81P-CAP-FETA PIC X(01).
           88 WS81P-CAP-FETA-SI VALUE 'S'.
       01 WS81P-DIES-PERSONA PIC 9(5).
       01 WS81P-IMP-PERSONA PIC 9(9)V99.

       01 WS81P-NUM-PERSONES PIC 9(5) VALUE ZEROS.
       01 WS81P-NUM-DIES PIC 9(7) VALUE ZEROS.
       01 WS81P-IMP-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS81P-NUM-EXCESSOS PIC 9(5) VALUE ZEROS.

       01 CAP81P-01.
           05 FILLER PIC X(35) VALUE
              'QUADRANT MENSUAL DEL PERSONAL'.
           05 FILLER PIC X(04) VALUE 'MES'.
           05 C81P-MES PIC 9(06).
           05 FILLER PIC X(35) VALUE SPACES.

       01 CAP81P-02.
           05 FILLER PIC X(09) VALUE 'PERSONA'.
           05 C81P-PER PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C81P-NOM PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C81P-TIP PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C81P-FRE PIC X(10).
           05 FILLER PIC X(07) VALUE SPACES.

       01 CAP81P-03.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'DEST.'.
           05 FILLER PIC X(10) VALUE 'SORTIDA'.
           05 FILLER PIC X(08) VALUE 'VEHICLE'.
           05 FILLER PIC X(10) VALUE 'TORNADA'.
           05 FILLER PIC X(42) VALUE 'DIES MES'.

       01 DET81P-01.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 D81P-COD PIC 9(04).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81P-INI PIC 9(08).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81P-VEH PIC X(06).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81P-FI  PIC 9(08).
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D81P-DIES PIC ZZ9.
           05 FILLER   PIC X(38) VALUE SPACES.

       01 TOT81P-01.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 FILLER   PIC X(16) VALUE 'DIES TREBALLATS'.
           05 T81P-DIES PIC ZZZ9.
           05 FILLER   PIC X(10) VALUE '  IMPORT'.
           05 T81P-IMP PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 T81P-MARCA PIC X(20).
           05 FILLER   PIC X(11) VALUE SPACES.

       01 TOT81P-02.
           05 FILLER PIC X(09) VALUE 'PERSONES'.
           05 T81P-PER PIC ZZZZ9.
           05 FILLER PIC X(07) VALUE '  DIES'.
           05 T81P-TDI PIC ZZZZZZ9.
           05 FILLER PIC X(19) VALUE '  IMPORT FREELANCE'.
           05 T81P-TIM PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER PIC X(11) VALUE '  EXCESSOS'.
           05 T81P-EXC PIC ZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.

       01 WS81P-STAT-PF30 PIC X(02).
           88 WS81P-STAT-PF30-OK VALUES '00' '02'.
       01 WS81P-JRN-DAT PIC 9(8).
       01 WS81P-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF55
           OPEN INPUT PF56L1
           OPEN INPUT PF21
           OPEN INPUT PF01X
           OPEN INPUT PF09
           OPEN OUTPUT RPT81P

           PERFORM CALCULAR-MES-QUADRANT THRU
               FIN-CALCULAR-MES-QUADRANT
           PERFORM LLEGIR-MAX-CONDUCCIO THRU
               FIN-LLEGIR-MAX-CONDUCCIO

           MOVE WS81P-DAT-INI-MES (1:6) TO C81P-MES
           WRITE LINIA-RPT81P FROM CAP81P-01 AFTER ADVANCING PAGE.

           MOVE LOW-VALUES TO PF55PER
           START PF55 KEY IS NOT LESS THAN PF55PER
               INVALID KEY MOVE 'S' TO WS81P-FI-PF55
           END-START.

           PERFORM TRACTAR-PERSONA THRU FIN-TRACTAR-PERSONA
               UNTIL WS81P-FI-PF55-SI

           MOVE WS81P-NUM-PERSONES TO T81P-PER
           MOVE WS81P-NUM-DIES TO T81P-TDI
           MOVE WS81P-IMP-TOTAL TO T81P-TIM
           MOVE WS81P-NUM-EXCESSOS TO T81P-EXC
           WRITE LINIA-RPT81P FROM TOT81P-02 AFTER ADVANCING 2 LINES.

           CLOSE PF55.
           CLOSE PF56L1.
           CLOSE PF21.
           CLOSE PF01X.
           CLOSE PF09.
           CLOSE RPT81P.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * El quadrant es sempre del mes natural anterior al de      *
      * l'execucio: del dia 1 al dia abans de l'1 del mes actual. *
      *----------------------------------------------------------*
       CALCULAR-MES-QUADRANT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81P-AVUI

           IF WS81P-AVUI-MM = 01
              COMPUTE WS81P-QUA-AAAA = WS81P-AVUI-AAAA - 1
              MOVE 12 TO WS81P-QUA-MM
           ELSE
              MOVE WS81P-AVUI-AAAA TO WS81P-QUA-AAAA
              COMPUTE WS81P-QUA-MM = WS81P-AVUI-MM - 1
           END-IF.
           MOVE 01 TO WS81P-QUA-DD

           MOVE 01 TO WS81P-AVUI-DD
           COMPUTE WS81P-INT-INI-MES =
               FUNCTION INTEGER-OF-DATE (WS81P-DAT-INI-MES)
           COMPUTE WS81P-INT-FI-MES =
               FUNCTION INTEGER-OF-DATE (WS81P-DAT-AVUI) - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS81P-INT-FI-MES)
               TO WS81P-DAT-FI-MES.
       FIN-CALCULAR-MES-QUADRANT. EXIT.

       LLEGIR-MAX-CONDUCCIO.
           MOVE 'CONDMAXMES' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS81P-MAX-CONDUCCIO
                END-IF
           END-READ.
       FIN-LLEGIR-MAX-CONDUCCIO. EXIT.

      *----------------------------------------------------------*
      * Un bloc per persona amb dies al mes: capcalera (nomes     *
      * quan surt la primera sortida), les sortides i el total.   *
      *----------------------------------------------------------*
       TRACTAR-PERSONA.
           READ PF55 NEXT RECORD
               AT END MOVE 'S' TO WS81P-FI-PF55
           END-READ.

           IF WS81P-FI-PF55-SI
              GO FIN-TRACTAR-PERSONA
           END-IF.

           MOVE 'N' TO WS81P-CAP-FETA
           MOVE ZEROS TO WS81P-DIES-PERSONA

           MOVE 'N' TO WS81P-FI-PF56L1
           MOVE PF55PER TO P56LPER
           MOVE ZEROS TO P56LDAT
           START PF56L1 KEY IS NOT LESS THAN P56LCLAU
               INVALID KEY MOVE 'S' TO WS81P-FI-PF56L1
           END-START.

           PERFORM TRACTAR-ASSIGNACIO THRU FIN-TRACTAR-ASSIGNACIO
               UNTIL WS81P-FI-PF56L1-SI

           IF WS81P-DIES-PERSONA = ZEROS
              GO FIN-TRACTAR-PERSONA
           END-IF.

           ADD 1 TO WS81P-NUM-PERSONES
           ADD WS81P-DIES-PERSONA TO WS81P-NUM-DIES
           MOVE WS81P-DIES-PERSONA TO T81P-DIES

           MOVE ZEROS TO WS81P-IMP-PERSONA
           IF PF55FRE-SI
              COMPUTE WS81P-IMP-PERSONA ROUNDED =
                  WS81P-DIES-PERSONA * PF55TAR
              ADD WS81P-IMP-PERSONA TO WS81P-IMP-TOTAL
           END-IF.
           MOVE WS81P-IMP-PERSONA TO T81P-IMP

           MOVE SPACES TO T81P-MARCA
           IF PF55TIP-CONDUCTOR
              AND WS81P-MAX-CONDUCCIO > ZEROS
              AND WS81P-DIES-PERSONA > WS81P-MAX-CONDUCCIO
              MOVE '*** SUPERA LIMIT ***' TO T81P-MARCA
              ADD 1 TO WS81P-NUM-EXCESSOS
           END-IF.

           WRITE LINIA-RPT81P FROM TOT81P-01 AFTER ADVANCING 1 LINE.
       FIN-TRACTAR-PERSONA. EXIT.

      *----------------------------------------------------------*
      * Una sortida de la persona: compta els dies que cauen dins *
      * del mes; les que tornen abans del dia 1 no en tenen cap   *
      * i les que surten despres de fi de mes tanquen la persona. *
      *----------------------------------------------------------*
       TRACTAR-ASSIGNACIO.
           READ PF56L1 NEXT RECORD
               AT END MOVE 'S' TO WS81P-FI-PF56L1
           END-READ.

           IF WS81P-FI-PF56L1-SI
              GO FIN-TRACTAR-ASSIGNACIO
           END-IF.

           IF P56LPER NOT = PF55PER
              OR P56LDAT > WS81P-DAT-FI-MES
              MOVE 'S' TO WS81P-FI-PF56L1
              GO FIN-TRACTAR-ASSIGNACIO
           END-IF.

           MOVE P56LCOD TO PF21COD
           MOVE P56LDAT TO PF21DAT
           READ PF21 INVALID KEY
                MOVE ZEROS TO PF21DUR
           END-READ.

           PERFORM CALCULAR-TORNADA THRU FIN-CALCULAR-TORNADA

           COMPUTE WS81P-INT-INI = FUNCTION INTEGER-OF-DATE (P56LDAT)
           COMPUTE WS81P-INT-FI =
               FUNCTION INTEGER-OF-DATE (WS81P-DAT-TORNADA)

           IF WS81P-INT-FI < WS81P-INT-INI-MES
              GO FIN-TRACTAR-ASSIGNACIO
           END-IF.

           IF WS81P-INT-INI < WS81P-INT-INI-MES
              MOVE WS81P-INT-INI-MES TO WS81P-INT-INI
           END-IF.
           IF WS81P-INT-FI > WS81P-INT-FI-MES
              MOVE WS81P-INT-FI-MES TO WS81P-INT-FI
           END-IF.
           COMPUTE WS81P-DIES-MES = WS81P-INT-FI - WS81P-INT-INI + 1

           IF NOT WS81P-CAP-FETA-SI
              PERFORM IMPRIMIR-CAPCALERA THRU FIN-IMPRIMIR-CAPCALERA
           END-IF.

           MOVE P56LCOD TO D81P-COD
           MOVE P56LDAT TO D81P-INI
           MOVE P56LVEH TO D81P-VEH
           MOVE WS81P-DAT-TORNADA TO D81P-FI
           MOVE WS81P-DIES-MES TO D81P-DIES
           WRITE LINIA-RPT81P FROM DET81P-01 AFTER ADVANCING 1 LINE.

           ADD WS81P-DIES-MES TO WS81P-DIES-PERSONA.
       FIN-TRACTAR-ASSIGNACIO. EXIT.

       IMPRIMIR-CAPCALERA.
           MOVE 'S' TO WS81P-CAP-FETA
           MOVE PF55PER TO C81P-PER
           MOVE PF55NOM TO C81P-NOM
           EVALUATE TRUE
               WHEN PF55TIP-CONDUCTOR
                   MOVE 'CONDUCTOR' TO C81P-TIP
               WHEN PF55TIP-GUIA
                   MOVE 'GUIA' TO C81P-TIP
               WHEN OTHER
                   MOVE 'ACOMPANYANT' TO C81P-TIP
           END-EVALUATE
           IF PF55FRE-SI
              MOVE 'FREELANCE' TO C81P-FRE
           ELSE
              MOVE 'PLANTILLA' TO C81P-FRE
           END-IF
           WRITE LINIA-RPT81P FROM CAP81P-02 AFTER ADVANCING 2 LINES
           WRITE LINIA-RPT81P FROM CAP81P-03 AFTER ADVANCING 1 LINE.
       FIN-IMPRIMIR-CAPCALERA. EXIT.

      *----------------------------------------------------------*
      * Data de tornada de la sortida (mateix criteri que CBL34): *
      * durada de la sortida, si no la de la destinacio, i si no  *
      * n'hi ha cap un sol dia.                                   *
      *----------------------------------------------------------*
       CALCULAR-TORNADA.
           MOVE PF21DUR TO WS81P-DUR
           IF WS81P-DUR = ZEROS
              MOVE P56LCOD TO PF1XCOD
              READ PF01X INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF1XDUR TO WS81P-DUR
              END-READ
           END-IF.

           IF WS81P-DUR = ZEROS
              MOVE 1 TO WS81P-DUR
           END-IF.

           COMPUTE WS81P-DIES-INT =
               FUNCTION INTEGER-OF-DATE (P56LDAT) + WS81P-DUR - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS81P-DIES-INT)
               TO WS81P-DAT-TORNADA.
       FIN-CALCULAR-TORNADA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be ('A'  *
      * si algun conductor supera el limit); una fila que es      *
      * queda en 'I' delata una execucio tallada.                 *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS81P-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81P-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS81P-JRN-HIN
           MOVE 'CBL81PER' TO PF30PGM
           MOVE WS81P-JRN-DAT TO PF30DAT
           MOVE WS81P-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS81P-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL81PER' TO PF30PGM
           MOVE WS81P-JRN-DAT TO PF30DAT
           MOVE WS81P-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           IF WS81P-NUM-EXCESSOS > ZEROS
              SET PF30EST-AMB-AVISOS TO TRUE
           END-IF
           MOVE WS81P-NUM-PERSONES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
