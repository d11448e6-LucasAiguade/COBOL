       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL82PRE.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Carrega del pressupost de vendes des del full de calcul   *
      * de direccio (INT82P): cada fila es grava a PF65 com a     *
      * versio nova del mes de la destinacio (la primera fa       *
      * d'original), sense trepitjar les anteriors. Una fila      *
      * igual a l'ultima versio vigent no crea versio i nomes es  *
      * compta, aixi el full es pot tornar a carregar sencer      *
      * despres de cada revisio. Surten a l'informe RPT82P, i no  *
      * es carreguen, les files d'una destinacio inexistent, amb  *
      * un mes no valid, sense places ni facturacio o amb una     *
      * ocupacio de mes de 100.                                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT82P
              ASSIGN TO DATABASE-INT82P
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS82P-STAT-INT82P.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY.

           SELECT PF65
              ASSIGN TO DATABASE-PF65
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF65CLAU
              FILE STATUS IS WS82P-STAT-PF65.

           SELECT RPT82P
              ASSIGN TO PRINTER-RPT82P.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS82P-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD INT82P LABEL RECORD IS STANDARD.
          COPY CPINT82P.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF65 LABEL RECORD IS STANDARD.
          COPY CPPF65.

       FD RPT82P LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT82P PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS82P-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS82P-FI-FITXER-SI VALUE 'S'.
       01 WS82P-FI-PF65 PIC X(01).
           88 WS82P-FI-PF65-SI VALUE 'S'.

       01 WS82P-AVUI PIC 9(8).
       01 WS82P-MOTIU PIC X(30).
       01 WS82P-MES PIC 9(6).
       01 WS82P-MES-R REDEFINES WS82P-MES.
           05 WS82P-MES-AAAA PIC 9(4).
           05 WS82P-MES-MM PIC 9(2).
       01 WS82P-ULTIMA-VER PIC 9(3).
       01 WS82P-ULT-PLA PIC 9(5).
       01 WS82P-ULT-REV PIC S9(9)V99.
       01 WS82P-ULT-OCU PIC 9(3)V99.
       01 WS82P-NUM-CARREGATS PIC 9(7) VALUE ZEROS.
       01 WS82P-NUM-IGUALS PIC 9(7) VALUE ZEROS.
       01 WS82P-NUM-REBUTJATS PIC 9(7) VALUE ZEROS.

       01 WS82P-STAT-INT82P PIC X(02).
           88 WS82P-STAT-INT82P-OK VALUES '00' '02'.
       01 WS82P-STAT-PF65 PIC X(02).
           88 WS82P-STAT-PF65-OK VALUES '00' '02'.

       01 CAP82P-01.
           05 FILLER PIC X(44) VALUE
              'PRESSUPOST DE VENDES - CARREGA DEL FULL'.
           05 C82P-DATA PIC 9(08).
           05 FILLER PIC X(28) VALUE SPACES.

       01 CAP82P-02.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 FILLER PIC X(08) VALUE 'MES'.
           05 FILLER PIC X(07) VALUE 'PLACES'.
           05 FILLER PIC X(14) VALUE '   FACTURACIO'.
           05 FILLER PIC X(08) VALUE ' OCUP.'.
           05 FILLER PIC X(37) VALUE 'MOTIU'.

       01 DET82P-01.
           05 D82P-COD PIC 9(4).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D82P-MES PIC 9(6).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D82P-PLA PIC ZZZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D82P-REV PIC ZZZZZZZZ9,99.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D82P-OCU PIC ZZ9,99.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D82P-MOT PIC X(30).
           05 FILLER   PIC X(07) VALUE SPACES.

       01 TOT82P-01.
           05 FILLER PIC X(11) VALUE 'CARREGADES'.
           05 T82P-CAR PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE '  IGUALS'.
           05 T82P-IGU PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE '  REBUTJADES'.
           05 T82P-REB PIC ZZZZZZ9.
           05 FILLER PIC X(25) VALUE SPACES.

       01 WS82P-STAT-PF30 PIC X(02).
           88 WS82P-STAT-PF30-OK VALUES '00' '02'.
       01 WS82P-JRN-DAT PIC 9(8).
       01 WS82P-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT INT82P
           OPEN INPUT PF01
           OPEN I-O PF65
           OPEN OUTPUT RPT82P

           IF NOT WS82P-STAT-INT82P-OK OR NOT WS82P-STAT-PF65-OK
              DISPLAY 'CBL82PRE: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT INT82P = ' WS82P-STAT-INT82P
              DISPLAY 'ESTAT PF65   = ' WS82P-STAT-PF65
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS82P-AVUI
           MOVE WS82P-AVUI TO C82P-DATA
           WRITE LINIA-RPT82P FROM CAP82P-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT82P FROM CAP82P-02 AFTER ADVANCING 2 LINES.

           PERFORM TRACTAR-FILA THRU FIN-TRACTAR-FILA
               UNTIL WS82P-FI-FITXER-SI

           MOVE WS82P-NUM-CARREGATS TO T82P-CAR
           MOVE WS82P-NUM-IGUALS TO T82P-IGU
           MOVE WS82P-NUM-REBUTJATS TO T82P-REB
           WRITE LINIA-RPT82P FROM TOT82P-01 AFTER ADVANCING 2 LINES.

           CLOSE INT82P.
           CLOSE PF01.
           CLOSE PF65.
           CLOSE RPT82P.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Una fila del full: es valida i, si canvia alguna xifra    *
      * respecte a l'ultima versio del mes, es grava la seguent.  *
      *----------------------------------------------------------*
       TRACTAR-FILA.
           READ INT82P
               AT END MOVE 'S' TO WS82P-FI-FITXER
           END-READ.

           IF WS82P-FI-FITXER-SI
              GO FIN-TRACTAR-FILA
           END-IF.

           MOVE I82PCOD TO PF1COD
           READ PF01 INVALID KEY
                MOVE 'DESTINACIO INEXISTENT' TO WS82P-MOTIU
                PERFORM IMPRIMIR-REBUTJADA THRU
                    FIN-IMPRIMIR-REBUTJADA
                GO FIN-TRACTAR-FILA
           END-READ.

           MOVE I82PMES TO WS82P-MES
           IF WS82P-MES-AAAA < 2000 OR WS82P-MES-MM < 1
              OR WS82P-MES-MM > 12
              MOVE 'MES NO VALID (AAAAMM)' TO WS82P-MOTIU
              PERFORM IMPRIMIR-REBUTJADA THRU FIN-IMPRIMIR-REBUTJADA
              GO FIN-TRACTAR-FILA
           END-IF.

           IF I82PPLA = ZEROS AND I82PREV = ZEROS
              MOVE 'SENSE PLACES NI FACTURACIO' TO WS82P-MOTIU
              PERFORM IMPRIMIR-REBUTJADA THRU FIN-IMPRIMIR-REBUTJADA
              GO FIN-TRACTAR-FILA
           END-IF.

           IF I82POCU > 100
              MOVE 'OCUPACIO DE MES DE 100' TO WS82P-MOTIU
              PERFORM IMPRIMIR-REBUTJADA THRU FIN-IMPRIMIR-REBUTJADA
              GO FIN-TRACTAR-FILA
           END-IF.

           PERFORM SITUAR-ULTIMA-VERSIO THRU
               FIN-SITUAR-ULTIMA-VERSIO

           IF WS82P-ULTIMA-VER NOT = ZEROS
              AND WS82P-ULT-PLA = I82PPLA
              AND WS82P-ULT-REV = I82PREV
              AND WS82P-ULT-OCU = I82POCU
              ADD 1 TO WS82P-NUM-IGUALS
              GO FIN-TRACTAR-FILA
           END-IF.

           IF WS82P-ULTIMA-VER >= 999
              MOVE 'MES AMB EL MAXIM DE VERSIONS' TO WS82P-MOTIU
              PERFORM IMPRIMIR-REBUTJADA THRU FIN-IMPRIMIR-REBUTJADA
              GO FIN-TRACTAR-FILA
           END-IF.

           MOVE I82PCOD TO PF65COD
           MOVE I82PMES TO PF65MES
           COMPUTE PF65VER = WS82P-ULTIMA-VER + 1
           MOVE I82PPLA TO PF65PLA
           MOVE I82PREV TO PF65REV
           MOVE I82POCU TO PF65OCU
           SET PF65ORI-FITXER TO TRUE
           MOVE I82POBS TO PF65OBS
           MOVE WS82P-AVUI TO PF65DAT
           MOVE 'CBL82PRE' TO PF65USR
           WRITE REG-PF65

           IF NOT WS82P-STAT-PF65-OK
              MOVE 'ERROR GRAVANT PF65' TO WS82P-MOTIU
              PERFORM IMPRIMIR-REBUTJADA THRU FIN-IMPRIMIR-REBUTJADA
              GO FIN-TRACTAR-FILA
           END-IF.

           ADD 1 TO WS82P-NUM-CARREGATS.
       FIN-TRACTAR-FILA. EXIT.

      *----------------------------------------------------------*
      * Deixa a WS82P-ULTIMA-VER l'ultima versio del mes de la    *
      * destinacio de la fila (zeros si encara no n'hi ha cap),   *
      * amb les seves xifres.                                     *
      *----------------------------------------------------------*
       SITUAR-ULTIMA-VERSIO.
           MOVE ZEROS TO WS82P-ULTIMA-VER
           MOVE ZEROS TO WS82P-ULT-PLA
           MOVE ZEROS TO WS82P-ULT-REV
           MOVE ZEROS TO WS82P-ULT-OCU
           MOVE 'N' TO WS82P-FI-PF65
           MOVE I82PCOD TO PF65COD
           MOVE I82PMES TO PF65MES
           MOVE ZEROS TO PF65VER
           START PF65 KEY IS NOT LESS THAN PF65CLAU
               INVALID KEY MOVE 'S' TO WS82P-FI-PF65
           END-START.

           PERFORM LLEGIR-VERSIO THRU FIN-LLEGIR-VERSIO
               UNTIL WS82P-FI-PF65-SI.
       FIN-SITUAR-ULTIMA-VERSIO. EXIT.

       LLEGIR-VERSIO.
           READ PF65 NEXT RECORD
               AT END MOVE 'S' TO WS82P-FI-PF65
                      GO FIN-LLEGIR-VERSIO
           END-READ.

           IF PF65COD NOT = I82PCOD OR PF65MES NOT = I82PMES
              MOVE 'S' TO WS82P-FI-PF65
              GO FIN-LLEGIR-VERSIO
           END-IF.

           MOVE PF65VER TO WS82P-ULTIMA-VER
           MOVE PF65PLA TO WS82P-ULT-PLA
           MOVE PF65REV TO WS82P-ULT-REV
           MOVE PF65OCU TO WS82P-ULT-OCU.
       FIN-LLEGIR-VERSIO. EXIT.

       IMPRIMIR-REBUTJADA.
           MOVE I82PCOD TO D82P-COD
           MOVE I82PMES TO D82P-MES
           MOVE I82PPLA TO D82P-PLA
           MOVE I82PREV TO D82P-REV
           MOVE I82POCU TO D82P-OCU
           MOVE WS82P-MOTIU TO D82P-MOT
           WRITE LINIA-RPT82P FROM DET82P-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS82P-NUM-REBUTJATS.
       FIN-IMPRIMIR-REBUTJADA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS82P-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS82P-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS82P-JRN-HIN
           MOVE 'CBL82PRE' TO PF30PGM
           MOVE WS82P-JRN-DAT TO PF30DAT
           MOVE WS82P-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS82P-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL82PRE' TO PF30PGM
           MOVE WS82P-JRN-DAT TO PF30DAT
           MOVE WS82P-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS82P-NUM-CARREGATS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
