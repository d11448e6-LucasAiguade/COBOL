       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL73DIV.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Carrega diaria dels canvis de moneda que envia el banc    *
      * (INT73D) a la taula PF82: una fila per moneda i data amb  *
      * els euros per unitat. Si la fila ja hi era (carregada el  *
      * dia abans o entrada a ma a CBL61) es sobreescriu amb el   *
      * valor del banc. Les files sense moneda, en euros, sense   *
      * data o amb canvi a zeros no es carreguen i surten a       *
      * RPT73D, i el diari acaba amb avisos.                      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT73D
              ASSIGN TO DATABASE-INT73D
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS73D-STAT-INT73D.

           SELECT PF82
              ASSIGN TO DATABASE-PF82
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF82CLAU
              FILE STATUS IS WS73D-STAT-PF82.

           SELECT RPT73D
              ASSIGN TO PRINTER-RPT73D.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS73D-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD INT73D LABEL RECORD IS STANDARD.
          COPY CPINT73D.

       FD PF82 LABEL RECORD IS STANDARD.
          COPY CPPF82.

       FD RPT73D LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT73D PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS73D-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS73D-FI-FITXER-SI VALUE 'S'.

       01 WS73D-AVUI PIC 9(8).
       01 WS73D-NUM-CARREGATS PIC 9(7) VALUE ZEROS.
       01 WS73D-NUM-REBUTJATS PIC 9(7) VALUE ZEROS.

       01 WS73D-STAT-INT73D PIC X(02).
           88 WS73D-STAT-INT73D-OK VALUES '00' '02'.
       01 WS73D-STAT-PF82 PIC X(02).
           88 WS73D-STAT-PF82-OK VALUES '00' '02'.

       01 CAP73D-01.
           05 FILLER PIC X(44) VALUE
              'CANVIS DE MONEDA - FILES NO CARREGADES'.
           05 C73D-DATA PIC 9(08).
           05 FILLER PIC X(28) VALUE SPACES.

       01 CAP73D-02.
           05 FILLER PIC X(06) VALUE 'MON.'.
           05 FILLER PIC X(10) VALUE 'DATA'.
           05 FILLER PIC X(15) VALUE 'CANVI'.
           05 FILLER PIC X(49) VALUE 'MOTIU'.

       01 DET73D-01.
           05 D73D-DIV PIC X(03).
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D73D-DAT PIC 9(08).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D73D-CNV PIC ZZ9,999999.
           05 FILLER   PIC X(05) VALUE SPACES.
           05 D73D-MOT PIC X(40).
           05 FILLER   PIC X(09) VALUE SPACES.

       01 TOT73D-01.
           05 FILLER PIC X(11) VALUE 'CARREGATS'.
           05 T73D-CAR PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE '  REBUTJATS'.
           05 T73D-REB PIC ZZZZZZ9.
           05 FILLER PIC X(43) VALUE SPACES.

       01 WS73D-STAT-PF30 PIC X(02).
           88 WS73D-STAT-PF30-OK VALUES '00' '02'.
       01 WS73D-JRN-DAT PIC 9(8).
       01 WS73D-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT INT73D
           OPEN I-O PF82
           OPEN OUTPUT RPT73D

           IF NOT WS73D-STAT-INT73D-OK OR NOT WS73D-STAT-PF82-OK
              DISPLAY 'CBL73DIV: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT INT73D = ' WS73D-STAT-INT73D
              DISPLAY 'ESTAT PF82   = ' WS73D-STAT-PF82
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS73D-AVUI
           MOVE WS73D-AVUI TO C73D-DATA
           WRITE LINIA-RPT73D FROM CAP73D-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT73D FROM CAP73D-02 AFTER ADVANCING 2 LINES.

           PERFORM CARREGAR-CANVI THRU FIN-CARREGAR-CANVI
               UNTIL WS73D-FI-FITXER-SI

           MOVE WS73D-NUM-CARREGATS TO T73D-CAR
           MOVE WS73D-NUM-REBUTJATS TO T73D-REB
           WRITE LINIA-RPT73D FROM TOT73D-01 AFTER ADVANCING 2 LINES.

           CLOSE INT73D.
           CLOSE PF82.
           CLOSE RPT73D.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Una fila del fitxer del banc: es valida i es grava o es   *
      * sobreescriu a PF82 com a carregada del fitxer.            *
      *----------------------------------------------------------*
       CARREGAR-CANVI.
           READ INT73D
               AT END MOVE 'S' TO WS73D-FI-FITXER
           END-READ.

           IF WS73D-FI-FITXER-SI
              GO FIN-CARREGAR-CANVI
           END-IF.

           IF I73DDIV = SPACES OR I73DDIV = 'EUR'
              MOVE 'MONEDA BUIDA O EN EUROS' TO D73D-MOT
              PERFORM IMPRIMIR-REBUTJAT THRU FIN-IMPRIMIR-REBUTJAT
              GO FIN-CARREGAR-CANVI
           END-IF.

           IF I73DDAT = ZEROS
              MOVE 'SENSE DATA' TO D73D-MOT
              PERFORM IMPRIMIR-REBUTJAT THRU FIN-IMPRIMIR-REBUTJAT
              GO FIN-CARREGAR-CANVI
           END-IF.

           IF I73DCNV = ZEROS
              MOVE 'CANVI A ZEROS' TO D73D-MOT
              PERFORM IMPRIMIR-REBUTJAT THRU FIN-IMPRIMIR-REBUTJAT
              GO FIN-CARREGAR-CANVI
           END-IF.

           MOVE I73DDIV TO PF82DIV
           MOVE I73DDAT TO PF82DAT
           READ PF82 INVALID KEY
                MOVE I73DCNV TO PF82CNV
                SET PF82ORI-FITXER TO TRUE
                MOVE 'CBL73DIV' TO PF82USR
                MOVE WS73D-AVUI TO PF82DTM
                WRITE REG-PF82
                NOT INVALID KEY
                MOVE I73DCNV TO PF82CNV
                SET PF82ORI-FITXER TO TRUE
                MOVE 'CBL73DIV' TO PF82USR
                MOVE WS73D-AVUI TO PF82DTM
                REWRITE REG-PF82
           END-READ.

           IF NOT WS73D-STAT-PF82-OK
              MOVE 'NO SHA POGUT GRAVAR A PF82' TO D73D-MOT
              PERFORM IMPRIMIR-REBUTJAT THRU FIN-IMPRIMIR-REBUTJAT
           ELSE
              ADD 1 TO WS73D-NUM-CARREGATS
           END-IF.
       FIN-CARREGAR-CANVI. EXIT.

       IMPRIMIR-REBUTJAT.
           MOVE I73DDIV TO D73D-DIV
           MOVE I73DDAT TO D73D-DAT
           MOVE I73DCNV TO D73D-CNV
           WRITE LINIA-RPT73D FROM DET73D-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS73D-NUM-REBUTJATS.
       FIN-IMPRIMIR-REBUTJAT. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS73D-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS73D-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS73D-JRN-HIN
           MOVE 'CBL73DIV' TO PF30PGM
           MOVE WS73D-JRN-DAT TO PF30DAT
           MOVE WS73D-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS73D-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL73DIV' TO PF30PGM
           MOVE WS73D-JRN-DAT TO PF30DAT
           MOVE WS73D-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           IF WS73D-NUM-REBUTJATS > ZEROS
              SET PF30EST-AMB-AVISOS TO TRUE
           END-IF
           MOVE WS73D-NUM-CARREGATS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
