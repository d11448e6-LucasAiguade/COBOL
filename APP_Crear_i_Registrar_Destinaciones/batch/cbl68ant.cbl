       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL68ANT.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Saldo per edat dels comptes de credit d'agencia, el mes   *
      * al costat de la liquidacio CBL68AGE. Per cada agencia amb *
      * compte a PF59 es recorren els seus moviments de PF60: els *
      * pagaments i abonaments s'apliquen contra els carrecs mes  *
      * antics (primer entrat, primer cobrat) i el que queda de   *
      * cada carrec es reparteix per l'edat des de la reserva:    *
      * corrent (menys de 30 dies), 30, 60 i 90 dies o mes. Es    *
      * mostra tambe la part vencuda segons els dies de termini   *
      * del compte. Un sobrant de pagaments (pagat a compte) surt *
      * en negatiu a la columna corrent. Les agencies per sobre   *
      * del limit o amb deute de 90 dies o mes queden marcades i  *
      * el diari acaba amb avisos. El llistat RPT68A va a la cua  *
      * d'impressio.                                              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF59
              ASSIGN TO DATABASE-PF59
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF59AGE.

           SELECT PF60
              ASSIGN TO DATABASE-PF60
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF60CLAU.

           SELECT RPT68A
              ASSIGN TO PRINTER-RPT68A.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS68A-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF59 LABEL RECORD IS STANDARD.
          COPY CPPF59.

       FD PF60 LABEL RECORD IS STANDARD.
          COPY CPPF60.

       FD RPT68A LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT68A PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS68A-FI-PF59 PIC X(01) VALUE 'N'.
           88 WS68A-FI-PF59-SI VALUE 'S'.
       01 WS68A-FI-PF60 PIC X(01).
           88 WS68A-FI-PF60-SI VALUE 'S'.

       01 WS68A-AVUI PIC 9(8).
       01 WS68A-DIES-EDAT PIC S9(9).
       01 WS68A-NUM-AGENCIES PIC 9(5) VALUE ZEROS.
       01 WS68A-NUM-AVISOS PIC 9(5) VALUE ZEROS.
       01 WS68A-AVIS PIC X(01).
           88 WS68A-AVIS-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Compte en curs: credit (pagaments i abonaments) encara    *
      * per aplicar, pendent del carrec llegit i trams d'edat.    *
      *----------------------------------------------------------*
       01 WS68A-CREDIT PIC 9(9)V99.
       01 WS68A-PENDENT PIC 9(9)V99.
       01 WS68A-B00 PIC S9(9)V99.
       01 WS68A-B30 PIC 9(9)V99.
       01 WS68A-B60 PIC 9(9)V99.
       01 WS68A-B90 PIC 9(9)V99.
       01 WS68A-VENCUT PIC 9(9)V99.
       01 WS68A-SALDO PIC S9(9)V99.

       01 WS68A-T-B00 PIC S9(9)V99 VALUE ZEROS.
       01 WS68A-T-B30 PIC 9(9)V99 VALUE ZEROS.
       01 WS68A-T-B60 PIC 9(9)V99 VALUE ZEROS.
       01 WS68A-T-B90 PIC 9(9)V99 VALUE ZEROS.
       01 WS68A-T-VENCUT PIC 9(9)V99 VALUE ZEROS.

       01 CAP68A-01.
           05 FILLER PIC X(50)
              VALUE 'SALDO PER EDAT DELS COMPTES DE CREDIT D''AGENCIA'.
           05 C68A-DATA PIC 9(8).
           05 FILLER PIC X(22) VALUE SPACES.

       01 CAP68A-02.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(12) VALUE '     CORRENT'.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(11) VALUE '    30 DIES'.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(11) VALUE '    60 DIES'.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(11) VALUE '   90+ DIES'.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(11) VALUE '     VENCUT'.
           05 FILLER PIC X(08) VALUE SPACES.

       01 DET68A-01.
           05 FILLER   PIC X(09) VALUE 'AGENCIA'.
           05 D68A-AGE PIC X(04).
           05 FILLER   PIC X(09) VALUE '  LIMIT'.
           05 D68A-LIM PIC ZZZZ.ZZ9,99.
           05 FILLER   PIC X(10) VALUE '  TERMINI'.
           05 D68A-DIE PIC ZZ9.
           05 FILLER   PIC X(09) VALUE '  SALDO'.
           05 D68A-SAL PIC ZZZZ.ZZ9,99-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D68A-MAR PIC X(12).

       01 DET68A-02.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 D68A-B00 PIC ZZZZ.ZZ9,99-.
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D68A-B30 PIC ZZZZ.ZZ9,99.
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D68A-B60 PIC ZZZZ.ZZ9,99.
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D68A-B90 PIC ZZZZ.ZZ9,99.
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D68A-VEN PIC ZZZZ.ZZ9,99.
           05 FILLER   PIC X(08) VALUE SPACES.

       01 TOT68A-01.
           05 FILLER   PIC X(20) VALUE 'TOTAL AGENCIES'.
           05 T68A-NUM PIC ZZZZ9.
           05 FILLER   PIC X(15) VALUE '  AMB AVISOS'.
           05 T68A-AVI PIC ZZZZ9.
           05 FILLER   PIC X(35) VALUE SPACES.

       01 WS68A-STAT-PF30 PIC X(02).
           88 WS68A-STAT-PF30-OK VALUES '00' '02'.
       01 WS68A-JRN-DAT PIC 9(8).
       01 WS68A-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF59
           OPEN INPUT PF60
           OPEN OUTPUT RPT68A

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS68A-AVUI

           MOVE WS68A-AVUI TO C68A-DATA
           WRITE LINIA-RPT68A FROM CAP68A-01 AFTER ADVANCING PAGE
           WRITE LINIA-RPT68A FROM CAP68A-02 AFTER ADVANCING 2 LINES

           MOVE LOW-VALUES TO PF59AGE
           START PF59 KEY IS NOT LESS THAN PF59AGE
               INVALID KEY MOVE 'S' TO WS68A-FI-PF59
           END-START.

           PERFORM TRACTAR-COMPTE THRU FIN-TRACTAR-COMPTE
               UNTIL WS68A-FI-PF59-SI

           MOVE WS68A-NUM-AGENCIES TO T68A-NUM
           MOVE WS68A-NUM-AVISOS TO T68A-AVI
           WRITE LINIA-RPT68A FROM TOT68A-01 AFTER ADVANCING 3 LINES

           MOVE WS68A-T-B00 TO D68A-B00
           MOVE WS68A-T-B30 TO D68A-B30
           MOVE WS68A-T-B60 TO D68A-B60
           MOVE WS68A-T-B90 TO D68A-B90
           MOVE WS68A-T-VENCUT TO D68A-VEN
           WRITE LINIA-RPT68A FROM DET68A-02 AFTER ADVANCING 1 LINE

           CLOSE PF59.
           CLOSE PF60.
           CLOSE RPT68A.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       TRACTAR-COMPTE.
           READ PF59 NEXT RECORD
               AT END MOVE 'S' TO WS68A-FI-PF59
           END-READ.

           IF WS68A-FI-PF59-SI
              GO FIN-TRACTAR-COMPTE
           END-IF.

           PERFORM ENVELLIR-COMPTE THRU FIN-ENVELLIR-COMPTE
           PERFORM IMPRIMIR-COMPTE THRU FIN-IMPRIMIR-COMPTE.
       FIN-TRACTAR-COMPTE. EXIT.

      *----------------------------------------------------------*
      * Dues passades pels moviments de l'agencia: la primera     *
      * suma tot el credit (pagaments i abonaments) i la segona   *
      * l'aplica als carrecs per ordre d'entrada; el que no queda *
      * cobert de cada carrec va al seu tram d'edat.              *
      *----------------------------------------------------------*
       ENVELLIR-COMPTE.
           MOVE ZEROS TO WS68A-CREDIT
           MOVE ZEROS TO WS68A-B00
           MOVE ZEROS TO WS68A-B30
           MOVE ZEROS TO WS68A-B60
           MOVE ZEROS TO WS68A-B90
           MOVE ZEROS TO WS68A-VENCUT

           PERFORM SITUAR-MOVIMENTS THRU FIN-SITUAR-MOVIMENTS
           PERFORM SUMAR-CREDIT THRU FIN-SUMAR-CREDIT
               UNTIL WS68A-FI-PF60-SI

           PERFORM SITUAR-MOVIMENTS THRU FIN-SITUAR-MOVIMENTS
           PERFORM APLICAR-CARREC THRU FIN-APLICAR-CARREC
               UNTIL WS68A-FI-PF60-SI

      * Credit sobrant: pagat a compte de carrecs futurs.
           SUBTRACT WS68A-CREDIT FROM WS68A-B00

           COMPUTE WS68A-SALDO = WS68A-B00 + WS68A-B30 +
               WS68A-B60 + WS68A-B90.
       FIN-ENVELLIR-COMPTE. EXIT.

       SITUAR-MOVIMENTS.
           MOVE 'N' TO WS68A-FI-PF60
           MOVE PF59AGE TO PF60AGE
           MOVE ZEROS TO PF60SEQ
           START PF60 KEY IS NOT LESS THAN PF60CLAU
               INVALID KEY MOVE 'S' TO WS68A-FI-PF60
           END-START.
       FIN-SITUAR-MOVIMENTS. EXIT.

       SUMAR-CREDIT.
           READ PF60 NEXT RECORD
               AT END MOVE 'S' TO WS68A-FI-PF60
           END-READ.

           IF NOT WS68A-FI-PF60-SI
              IF PF60AGE NOT = PF59AGE
                 MOVE 'S' TO WS68A-FI-PF60
              ELSE
                 IF PF60TIP-PAGAMENT OR PF60TIP-ABONAMENT
                    ADD PF60IMP TO WS68A-CREDIT
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-CREDIT. EXIT.

       APLICAR-CARREC.
           READ PF60 NEXT RECORD
               AT END MOVE 'S' TO WS68A-FI-PF60
           END-READ.

           IF WS68A-FI-PF60-SI
              GO FIN-APLICAR-CARREC
           END-IF.

           IF PF60AGE NOT = PF59AGE
              MOVE 'S' TO WS68A-FI-PF60
              GO FIN-APLICAR-CARREC
           END-IF.

           IF NOT PF60TIP-CARREC
              GO FIN-APLICAR-CARREC
           END-IF.

           IF WS68A-CREDIT >= PF60IMP
              SUBTRACT PF60IMP FROM WS68A-CREDIT
              GO FIN-APLICAR-CARREC
           END-IF.

           SUBTRACT WS68A-CREDIT FROM PF60IMP GIVING WS68A-PENDENT
           MOVE ZEROS TO WS68A-CREDIT

           COMPUTE WS68A-DIES-EDAT =
               FUNCTION INTEGER-OF-DATE (WS68A-AVUI) -
               FUNCTION INTEGER-OF-DATE (PF60DAT)

           EVALUATE TRUE
               WHEN WS68A-DIES-EDAT < 30
                   ADD WS68A-PENDENT TO WS68A-B00
               WHEN WS68A-DIES-EDAT < 60
                   ADD WS68A-PENDENT TO WS68A-B30
               WHEN WS68A-DIES-EDAT < 90
                   ADD WS68A-PENDENT TO WS68A-B60
               WHEN OTHER
                   ADD WS68A-PENDENT TO WS68A-B90
           END-EVALUATE

           IF PF60VEN < WS68A-AVUI
              ADD WS68A-PENDENT TO WS68A-VENCUT
           END-IF.
       FIN-APLICAR-CARREC. EXIT.

      *----------------------------------------------------------*
      * Dues linies per agencia: compte (limit, termini, saldo i  *
      * marca) i trams d'edat amb la part vencuda.                *
      *----------------------------------------------------------*
       IMPRIMIR-COMPTE.
           MOVE 'N' TO WS68A-AVIS
           MOVE SPACES TO D68A-MAR
           IF WS68A-B90 > ZEROS
              MOVE 'S' TO WS68A-AVIS
              MOVE 'DEUTE 90+' TO D68A-MAR
           END-IF
           IF WS68A-SALDO > PF59LIM
              MOVE 'S' TO WS68A-AVIS
              MOVE 'SOBRE LIMIT' TO D68A-MAR
           END-IF

           MOVE PF59AGE TO D68A-AGE
           MOVE PF59LIM TO D68A-LIM
           MOVE PF59DIE TO D68A-DIE
           MOVE WS68A-SALDO TO D68A-SAL
           WRITE LINIA-RPT68A FROM DET68A-01 AFTER ADVANCING 2 LINES

           MOVE WS68A-B00 TO D68A-B00
           MOVE WS68A-B30 TO D68A-B30
           MOVE WS68A-B60 TO D68A-B60
           MOVE WS68A-B90 TO D68A-B90
           MOVE WS68A-VENCUT TO D68A-VEN
           WRITE LINIA-RPT68A FROM DET68A-02 AFTER ADVANCING 1 LINE

           ADD WS68A-B00 TO WS68A-T-B00
           ADD WS68A-B30 TO WS68A-T-B30
           ADD WS68A-B60 TO WS68A-T-B60
           ADD WS68A-B90 TO WS68A-T-B90
           ADD WS68A-VENCUT TO WS68A-T-VENCUT
           ADD 1 TO WS68A-NUM-AGENCIES
           IF WS68A-AVIS-SI
              ADD 1 TO WS68A-NUM-AVISOS
           END-IF.
       FIN-IMPRIMIR-COMPTE. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be ('A'  *
      * si alguna agencia ha quedat marcada); una fila que es     *
      * queda en 'I' delata una execucio tallada.                 *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS68A-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS68A-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS68A-JRN-HIN
           MOVE 'CBL68ANT' TO PF30PGM
           MOVE WS68A-JRN-DAT TO PF30DAT
           MOVE WS68A-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS68A-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL68ANT' TO PF30PGM
           MOVE WS68A-JRN-DAT TO PF30DAT
           MOVE WS68A-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           IF WS68A-NUM-AVISOS > ZEROS
              SET PF30EST-AMB-AVISOS TO TRUE
           END-IF
           MOVE WS68A-NUM-AGENCIES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
