       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL64RSP.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Carrega de la resposta del SII (INT64R) a la tramesa de   *
      * CBL64SII. Cada fila marca la seva factura de PF54 com a   *
      * ACCEPTADA, ACCEPTADA AMB ERRORS o REBUTJADA, amb la data, *
      * el codi i la descripcio de l'error i el codi segur de     *
      * verificacio. Les rebutjades i les acceptades amb errors   *
      * s'imprimeixen a RPT64R perque administracio les arregli   *
      * i les torni a enviar des de CBL49. La resposta es casa    *
      * per la serie i el numero dins la serie (vista PF54L1) i   *
      * el tipus de document; un document que no consta com a     *
      * enviat surt tambe a l'informe.                            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT64R
              ASSIGN TO DATABASE-INT64R
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS64R-STAT-INT64R.

           SELECT PF54
              ASSIGN TO DATABASE-PF54
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF54NUM
              FILE STATUS IS WS64R-STAT-PF54.

           SELECT PF54L1
              ASSIGN TO DATABASE-PF54L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P54LCLAU WITH DUPLICATES
              FILE STATUS IS WS64R-STAT-PF54L1.

           SELECT RPT64R
              ASSIGN TO PRINTER-RPT64R.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS64R-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD INT64R LABEL RECORD IS STANDARD.
          COPY CPINT64R.

       FD PF54 LABEL RECORD IS STANDARD.
          COPY CPPF54.

       FD PF54L1 LABEL RECORD IS STANDARD.
          COPY CPPF54L1.

       FD RPT64R LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT64R PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS64R-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS64R-FI-FITXER-SI VALUE 'S'.

       01 WS64R-AVUI PIC 9(8).
       01 WS64R-NUM-ACCEPTADES PIC 9(7) VALUE ZEROS.
       01 WS64R-NUM-ERRORS PIC 9(7) VALUE ZEROS.
       01 WS64R-NUM-REBUTJADES PIC 9(7) VALUE ZEROS.
       01 WS64R-NUM-DESCONEGUDES PIC 9(7) VALUE ZEROS.

       01 WS64R-STAT-INT64R PIC X(02).
           88 WS64R-STAT-INT64R-OK VALUES '00' '02'.
       01 WS64R-STAT-PF54 PIC X(02).
           88 WS64R-STAT-PF54-OK VALUES '00' '02'.
       01 WS64R-STAT-PF54L1 PIC X(02).
           88 WS64R-STAT-PF54L1-OK VALUES '00' '02'.

      *----------------------------------------------------------*
      * Recerca de la fila de PF54 per serie i numero de serie.   *
      *----------------------------------------------------------*
       01 WS64R-FI-PF54L1 PIC X(01) VALUE 'N'.
           88 WS64R-FI-PF54L1-SI VALUE 'S'.
       01 WS64R-TROBADA PIC X(01) VALUE 'N'.
           88 WS64R-TROBADA-SI VALUE 'S'.

       01 CAP64R-01.
           05 FILLER PIC X(44) VALUE
              'SII - RESPOSTA DE L''AGENCIA'.
           05 C64R-DATA PIC 9(08).
           05 FILLER PIC X(28) VALUE SPACES.

       01 CAP64R-02.
           05 FILLER PIC X(14) VALUE 'SERIE/FACTURA'.
           05 FILLER PIC X(09) VALUE 'DATA'.
           05 FILLER PIC X(11) VALUE 'ESTAT'.
           05 FILLER PIC X(05) VALUE 'ERR'.
           05 FILLER PIC X(41) VALUE 'MOTIU'.

       01 DET64R-01.
           05 D64R-SER PIC X(03).
           05 FILLER   PIC X(01) VALUE '/'.
           05 D64R-NUM PIC Z(8)9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64R-DAT PIC 9(08).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64R-EST PIC X(10).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64R-ERR PIC 9(04).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64R-MOT PIC X(40).

       01 TOT64R-01.
           05 FILLER PIC X(11) VALUE 'ACCEPTADES'.
           05 T64R-ACC PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE '  ERRORS'.
           05 T64R-ERR PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE '  REBUTJADES'.
           05 T64R-REB PIC ZZZZZ9.
           05 FILLER PIC X(15) VALUE '  DESCONEGUDES'.
           05 T64R-DES PIC ZZZZZ9.
           05 FILLER PIC X(07) VALUE SPACES.

       01 WS64R-STAT-PF30 PIC X(02).
           88 WS64R-STAT-PF30-OK VALUES '00' '02'.
       01 WS64R-JRN-DAT PIC 9(8).
       01 WS64R-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT INT64R
           OPEN I-O PF54
           OPEN INPUT PF54L1
           OPEN OUTPUT RPT64R

           IF NOT WS64R-STAT-INT64R-OK OR NOT WS64R-STAT-PF54-OK
              OR NOT WS64R-STAT-PF54L1-OK
              DISPLAY 'CBL64RSP: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT INT64R = ' WS64R-STAT-INT64R
              DISPLAY 'ESTAT PF54   = ' WS64R-STAT-PF54
              DISPLAY 'ESTAT PF54L1 = ' WS64R-STAT-PF54L1
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS64R-AVUI
           MOVE WS64R-AVUI TO C64R-DATA
           WRITE LINIA-RPT64R FROM CAP64R-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT64R FROM CAP64R-02 AFTER ADVANCING 2 LINES.

           PERFORM TRACTAR-RESPOSTA THRU FIN-TRACTAR-RESPOSTA
               UNTIL WS64R-FI-FITXER-SI

           MOVE WS64R-NUM-ACCEPTADES TO T64R-ACC
           MOVE WS64R-NUM-ERRORS TO T64R-ERR
           MOVE WS64R-NUM-REBUTJADES TO T64R-REB
           MOVE WS64R-NUM-DESCONEGUDES TO T64R-DES
           WRITE LINIA-RPT64R FROM TOT64R-01 AFTER ADVANCING 2 LINES.

           CLOSE INT64R.
           CLOSE PF54.
           CLOSE PF54L1.
           CLOSE RPT64R.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Una fila de la resposta: estat, data, error i codi segur  *
      * a la fila de PF54. Una resposta per a una factura que     *
      * entretant s'ha tornat a deixar pendent des de CBL49 no    *
      * se li aplica: la nova tramesa ja en portara una altra.    *
      *----------------------------------------------------------*
       TRACTAR-RESPOSTA.
           READ INT64R
               AT END MOVE 'S' TO WS64R-FI-FITXER
           END-READ.

           IF WS64R-FI-FITXER-SI
              GO FIN-TRACTAR-RESPOSTA
           END-IF.

           PERFORM CERCAR-DOCUMENT THRU FIN-CERCAR-DOCUMENT

           IF NOT WS64R-TROBADA-SI
              PERFORM IMPRIMIR-DESCONEGUDA THRU
                  FIN-IMPRIMIR-DESCONEGUDA
              GO FIN-TRACTAR-RESPOSTA
           END-IF.

           READ PF54 INVALID KEY
                PERFORM IMPRIMIR-DESCONEGUDA THRU
                    FIN-IMPRIMIR-DESCONEGUDA
                GO FIN-TRACTAR-RESPOSTA
           END-READ.

           IF PF54EST-PENDENT
              GO FIN-TRACTAR-RESPOSTA
           END-IF.

           MOVE I64RDAT TO PF54DRE
           MOVE I64RERR TO PF54ERR
           MOVE I64RMOT TO PF54MOT
           MOVE I64RCSV TO PF54CSV

           EVALUATE TRUE
              WHEN I64REST-CORRECTA
                 SET PF54EST-ACCEPTADA TO TRUE
                 ADD 1 TO WS64R-NUM-ACCEPTADES
              WHEN I64REST-ERRORS
                 SET PF54EST-ACC-ERRORS TO TRUE
                 MOVE 'AMB ERRORS' TO D64R-EST
                 PERFORM IMPRIMIR-RESPOSTA THRU FIN-IMPRIMIR-RESPOSTA
                 ADD 1 TO WS64R-NUM-ERRORS
              WHEN OTHER
                 SET PF54EST-REBUTJADA TO TRUE
                 MOVE 'REBUTJADA' TO D64R-EST
                 PERFORM IMPRIMIR-RESPOSTA THRU FIN-IMPRIMIR-RESPOSTA
                 ADD 1 TO WS64R-NUM-REBUTJADES
           END-EVALUATE.

           REWRITE REG-PF54.
       FIN-TRACTAR-RESPOSTA. EXIT.

      *----------------------------------------------------------*
      * Troba la fila de PF54 de la resposta: per la serie i el   *
      * numero dins la serie que va portar la tramesa, triant la  *
      * factura o la rectificativa segons el tipus. Les respostes *
      * sense serie ni numero, d'abans que la tramesa els porti,  *
      * es casen pel numero de registre. Deixa PF54NUM a punt.    *
      *----------------------------------------------------------*
       CERCAR-DOCUMENT.
           MOVE 'N' TO WS64R-TROBADA
           IF I64RSER = SPACES AND I64RNSE = ZEROS
              MOVE I64RNUM TO PF54NUM
              MOVE 'S' TO WS64R-TROBADA
              GO FIN-CERCAR-DOCUMENT
           END-IF.

           MOVE 'N' TO WS64R-FI-PF54L1
           MOVE I64RSER TO P54LSER
           MOVE I64RNSE TO P54LNSE
           START PF54L1 KEY IS NOT LESS THAN P54LCLAU
               INVALID KEY MOVE 'S' TO WS64R-FI-PF54L1
           END-START.

           PERFORM CERCAR-SEGUENT-DOCUMENT THRU
               FIN-CERCAR-SEGUENT-DOCUMENT
                   UNTIL WS64R-FI-PF54L1-SI OR WS64R-TROBADA-SI.
       FIN-CERCAR-DOCUMENT. EXIT.

       CERCAR-SEGUENT-DOCUMENT.
           READ PF54L1 NEXT RECORD
               AT END MOVE 'S' TO WS64R-FI-PF54L1
           END-READ.

           IF NOT WS64R-FI-PF54L1-SI
              IF P54LSER NOT = I64RSER OR P54LNSE NOT = I64RNSE
                 MOVE 'S' TO WS64R-FI-PF54L1
              ELSE
                 IF (I64RTIP = 'R1' AND P54LTIP = 'R')
                    OR (I64RTIP NOT = 'R1' AND P54LTIP NOT = 'R')
                    MOVE P54LNUM TO PF54NUM
                    MOVE 'S' TO WS64R-TROBADA
                 END-IF
              END-IF
           END-IF.
       FIN-CERCAR-SEGUENT-DOCUMENT. EXIT.

       IMPRIMIR-RESPOSTA.
           MOVE PF54SER TO D64R-SER
           IF PF54NSE = ZEROS
              MOVE PF54NUM TO D64R-NUM
           ELSE
              MOVE PF54NSE TO D64R-NUM
           END-IF
           MOVE PF54DFA TO D64R-DAT
           MOVE PF54ERR TO D64R-ERR
           MOVE PF54MOT TO D64R-MOT
           WRITE LINIA-RPT64R FROM DET64R-01 AFTER ADVANCING 1 LINE.
       FIN-IMPRIMIR-RESPOSTA. EXIT.

       IMPRIMIR-DESCONEGUDA.
           MOVE I64RSER TO D64R-SER
           IF I64RSER = SPACES AND I64RNSE = ZEROS
              MOVE I64RNUM TO D64R-NUM
           ELSE
              MOVE I64RNSE TO D64R-NUM
           END-IF
           MOVE ZEROS TO D64R-DAT
           MOVE 'DESCONEG.' TO D64R-EST
           MOVE I64RERR TO D64R-ERR
           MOVE I64RMOT TO D64R-MOT
           WRITE LINIA-RPT64R FROM DET64R-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS64R-NUM-DESCONEGUDES.
       FIN-IMPRIMIR-DESCONEGUDA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS64R-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS64R-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS64R-JRN-HIN
           MOVE 'CBL64RSP' TO PF30PGM
           MOVE WS64R-JRN-DAT TO PF30DAT
           MOVE WS64R-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS64R-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL64RSP' TO PF30PGM
           MOVE WS64R-JRN-DAT TO PF30DAT
           MOVE WS64R-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           COMPUTE PF30CNT = WS64R-NUM-ACCEPTADES + WS64R-NUM-ERRORS
                           + WS64R-NUM-REBUTJADES
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
