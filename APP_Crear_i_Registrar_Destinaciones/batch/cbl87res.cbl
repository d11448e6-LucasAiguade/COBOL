       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL87RES.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Carrega de les respostes de l'enquesta de satisfaccio     *
      * (INT87R, del proveidor de l'enquesta): cada fila deixa    *
      * l'enquesta de PF64 com a CONTESTADA amb la data i les     *
      * quatre notes (global, autocar, hotel i guia). Surten a    *
      * l'informe RPT87R, i no es carreguen, les respostes d'una  *
      * enquesta que no existeix, les d'una enquesta ja           *
      * contestada (el proveidor no ha de repetir-les) i les que  *
      * porten alguna nota de mes de 10 o sense cap nota.         *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT87R
              ASSIGN TO DATABASE-INT87R
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS87R-STAT-INT87R.

           SELECT PF64
              ASSIGN TO DATABASE-PF64
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF64CLAU
              FILE STATUS IS WS87R-STAT-PF64.

           SELECT RPT87R
              ASSIGN TO PRINTER-RPT87R.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS87R-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD INT87R LABEL RECORD IS STANDARD.
          COPY CPINT87R.

       FD PF64 LABEL RECORD IS STANDARD.
          COPY CPPF64.

       FD RPT87R LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT87R PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS87R-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS87R-FI-FITXER-SI VALUE 'S'.

       01 WS87R-AVUI PIC 9(8).
       01 WS87R-MOTIU PIC X(30).
       01 WS87R-NUM-CARREGATS PIC 9(7) VALUE ZEROS.
       01 WS87R-NUM-REBUTJATS PIC 9(7) VALUE ZEROS.

       01 WS87R-STAT-INT87R PIC X(02).
           88 WS87R-STAT-INT87R-OK VALUES '00' '02'.
       01 WS87R-STAT-PF64 PIC X(02).
           88 WS87R-STAT-PF64-OK VALUES '00' '02'.

       01 CAP87R-01.
           05 FILLER PIC X(44) VALUE
              'ENQUESTES DE SATISFACCIO - RESPOSTES'.
           05 C87R-DATA PIC 9(08).
           05 FILLER PIC X(28) VALUE SPACES.

       01 CAP87R-02.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 FILLER PIC X(10) VALUE 'SORTIDA'.
           05 FILLER PIC X(11) VALUE 'REFERENC.'.
           05 FILLER PIC X(15) VALUE 'GL AU HO GU'.
           05 FILLER PIC X(38) VALUE 'MOTIU'.

       01 DET87R-01.
           05 D87R-COD PIC 9(4).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D87R-DATS PIC 9(8).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D87R-REF PIC Z(8)9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D87R-PGL PIC Z9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D87R-PAU PIC Z9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D87R-PHO PIC Z9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D87R-PGU PIC Z9.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 D87R-MOT PIC X(30).
           05 FILLER   PIC X(08) VALUE SPACES.

       01 TOT87R-01.
           05 FILLER PIC X(11) VALUE 'CARREGADES'.
           05 T87R-CAR PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE '  REBUTJADES'.
           05 T87R-REB PIC ZZZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.

       01 WS87R-STAT-PF30 PIC X(02).
           88 WS87R-STAT-PF30-OK VALUES '00' '02'.
       01 WS87R-JRN-DAT PIC 9(8).
       01 WS87R-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT INT87R
           OPEN I-O PF64
           OPEN OUTPUT RPT87R

           IF NOT WS87R-STAT-INT87R-OK OR NOT WS87R-STAT-PF64-OK
              DISPLAY 'CBL87RES: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT INT87R = ' WS87R-STAT-INT87R
              DISPLAY 'ESTAT PF64   = ' WS87R-STAT-PF64
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS87R-AVUI
           MOVE WS87R-AVUI TO C87R-DATA
           WRITE LINIA-RPT87R FROM CAP87R-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT87R FROM CAP87R-02 AFTER ADVANCING 2 LINES.

           PERFORM TRACTAR-RESPOSTA THRU FIN-TRACTAR-RESPOSTA
               UNTIL WS87R-FI-FITXER-SI

           MOVE WS87R-NUM-CARREGATS TO T87R-CAR
           MOVE WS87R-NUM-REBUTJATS TO T87R-REB
           WRITE LINIA-RPT87R FROM TOT87R-01 AFTER ADVANCING 2 LINES.

           CLOSE INT87R.
           CLOSE PF64.
           CLOSE RPT87R.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Una resposta: es valida contra l'enquesta de PF64 i les   *
      * notes, i es carrega o surt a l'informe amb el motiu.      *
      *----------------------------------------------------------*
       TRACTAR-RESPOSTA.
           READ INT87R
               AT END MOVE 'S' TO WS87R-FI-FITXER
           END-READ.

           IF WS87R-FI-FITXER-SI
              GO FIN-TRACTAR-RESPOSTA
           END-IF.

           MOVE I87RCOD TO PF64COD
           MOVE I87RDATS TO PF64DATS
           MOVE I87RREF TO PF64REF
           READ PF64 INVALID KEY
                MOVE 'ENQUESTA DESCONEGUDA' TO WS87R-MOTIU
                PERFORM IMPRIMIR-REBUTJADA THRU
                    FIN-IMPRIMIR-REBUTJADA
                GO FIN-TRACTAR-RESPOSTA
           END-READ.

           IF PF64EST-RESPOSTA
              MOVE 'ENQUESTA JA CONTESTADA' TO WS87R-MOTIU
              PERFORM IMPRIMIR-REBUTJADA THRU FIN-IMPRIMIR-REBUTJADA
              GO FIN-TRACTAR-RESPOSTA
           END-IF.

           IF I87RPGL > 10 OR I87RPAU > 10 OR I87RPHO > 10
              OR I87RPGU > 10
              MOVE 'NOTA FORA DE RANG (1 A 10)' TO WS87R-MOTIU
              PERFORM IMPRIMIR-REBUTJADA THRU FIN-IMPRIMIR-REBUTJADA
              GO FIN-TRACTAR-RESPOSTA
           END-IF.

           IF I87RPGL = ZEROS AND I87RPAU = ZEROS AND I87RPHO = ZEROS
              AND I87RPGU = ZEROS
              MOVE 'RESPOSTA SENSE CAP NOTA' TO WS87R-MOTIU
              PERFORM IMPRIMIR-REBUTJADA THRU FIN-IMPRIMIR-REBUTJADA
              GO FIN-TRACTAR-RESPOSTA
           END-IF.

           SET PF64EST-RESPOSTA TO TRUE
           IF I87RDAT = ZEROS
              MOVE WS87R-AVUI TO PF64DRE
           ELSE
              MOVE I87RDAT TO PF64DRE
           END-IF
           MOVE I87RPGL TO PF64PGL
           MOVE I87RPAU TO PF64PAU
           MOVE I87RPHO TO PF64PHO
           MOVE I87RPGU TO PF64PGU
           REWRITE REG-PF64
           ADD 1 TO WS87R-NUM-CARREGATS.
       FIN-TRACTAR-RESPOSTA. EXIT.

       IMPRIMIR-REBUTJADA.
           MOVE I87RCOD TO D87R-COD
           MOVE I87RDATS TO D87R-DATS
           MOVE I87RREF TO D87R-REF
           MOVE I87RPGL TO D87R-PGL
           MOVE I87RPAU TO D87R-PAU
           MOVE I87RPHO TO D87R-PHO
           MOVE I87RPGU TO D87R-PGU
           MOVE WS87R-MOTIU TO D87R-MOT
           WRITE LINIA-RPT87R FROM DET87R-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS87R-NUM-REBUTJATS.
       FIN-IMPRIMIR-REBUTJADA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS87R-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS87R-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS87R-JRN-HIN
           MOVE 'CBL87RES' TO PF30PGM
           MOVE WS87R-JRN-DAT TO PF30DAT
           MOVE WS87R-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS87R-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL87RES' TO PF30PGM
           MOVE WS87R-JRN-DAT TO PF30DAT
           MOVE WS87R-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS87R-NUM-CARREGATS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
