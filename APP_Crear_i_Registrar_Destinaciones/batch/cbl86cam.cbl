       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL86CAM.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Resultats de les campanyes promocionals, cada setmana.    *
      * Es carreguen les campanyes de PF61 i es recorre PF02: les *
      * reserves ('R') amb codi de campanya sumen reserves,       *
      * places, ingressos i descompte donat; les cancel·lacions   *
      * ('C') de la mateixa campanya resten places i l'import     *
      * abonat, i es compten a part. Per cada campanya surt la    *
      * vigencia, el consum viu (usos o places) contra el topall  *
      * i una marca si esta esgotada o caducada. Una campanya de  *
      * PF02 que ja no es a PF61 surt igualment, sense fitxa. El  *
      * llistat RPT86C va a la cua d'impressio.                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF61
              ASSIGN TO DATABASE-PF61
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF61CAM.

           SELECT PF02
              ASSIGN TO DATABASE-PF02
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF2CLAU.

           SELECT RPT86C
              ASSIGN TO PRINTER-RPT86C.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS86C-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF61 LABEL RECORD IS STANDARD.
          COPY CPPF61.

       FD PF02 LABEL RECORD IS STANDARD.
          COPY CPPF02.

       FD RPT86C LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT86C PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS86C-FI-PF61 PIC X(01) VALUE 'N'.
           88 WS86C-FI-PF61-SI VALUE 'S'.
       01 WS86C-FI-PF02 PIC X(01) VALUE 'N'.
           88 WS86C-FI-PF02-SI VALUE 'S'.

       01 WS86C-AVUI PIC 9(8).
       01 WS86C-NUM-CAMPANYES PIC 9(3).
       01 WS86C-I PIC 9(3).
       01 WS86C-TROBAT PIC X(01).

      *----------------------------------------------------------*
      * Una entrada per campanya: fitxa de PF61 i acumulats de    *
      * PF02. TC-FIT a 'N' si la campanya ja no es a PF61.        *
      *----------------------------------------------------------*
       01 TAULA-CAMPANYES.
           05 TC-ENTRY OCCURS 300 TIMES.
               10 TC-CAM PIC X(10).
               10 TC-DES PIC X(30).
               10 TC-DDE PIC 9(8).
               10 TC-FIN PIC 9(8).
               10 TC-TOP PIC X(01).
               10 TC-MAX PIC 9(5).
               10 TC-USA PIC 9(5).
               10 TC-FIT PIC X(01).
               10 TC-RES PIC 9(7).
               10 TC-PLA PIC S9(7).
               10 TC-CAN PIC 9(7).
               10 TC-ING PIC S9(9)V99.
               10 TC-DTO PIC 9(9)V99.

       01 WS86C-T-RES PIC 9(7) VALUE ZEROS.
       01 WS86C-T-PLA PIC S9(7) VALUE ZEROS.
       01 WS86C-T-CAN PIC 9(7) VALUE ZEROS.
       01 WS86C-T-ING PIC S9(9)V99 VALUE ZEROS.
       01 WS86C-T-DTO PIC 9(9)V99 VALUE ZEROS.

       01 CAP86C-01.
           05 FILLER PIC X(50)
              VALUE 'RESULTATS DE LES CAMPANYES PROMOCIONALS'.
           05 C86C-DATA PIC 9(8).
           05 FILLER PIC X(22) VALUE SPACES.

       01 CAP86C-02.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(08) VALUE 'RESERVES'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE '  PLACES'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE '  CANCEL'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(15) VALUE '      INGRESSOS'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(12) VALUE '   DESCOMPTE'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'CONSUM/TOP.'.
           05 FILLER PIC X(04) VALUE SPACES.

       01 DET86C-01.
           05 FILLER    PIC X(09) VALUE 'CAMPANYA'.
           05 D86C-CAM  PIC X(10).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D86C-DES  PIC X(30).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D86C-DDE  PIC 9(8).
           05 FILLER    PIC X(01) VALUE '-'.
           05 D86C-FIN  PIC 9(8).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D86C-MAR  PIC X(11).

       01 DET86C-02.
           05 FILLER    PIC X(04) VALUE SPACES.
           05 D86C-RES  PIC ZZZZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D86C-PLA  PIC ZZZZZZ9-.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D86C-CAN  PIC ZZZZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D86C-ING  PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER    PIC X(03) VALUE SPACES.
           05 D86C-DTO  PIC Z.ZZZ.ZZ9,99.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D86C-USA  PIC ZZZZ9.
           05 D86C-SEP  PIC X(01).
           05 D86C-MAX  PIC ZZZZ9.
           05 FILLER    PIC X(04) VALUE SPACES.

       01 TOT86C-01.
           05 FILLER    PIC X(20) VALUE 'TOTAL CAMPANYES'.
           05 T86C-NUM  PIC ZZZZ9.
           05 FILLER    PIC X(55) VALUE SPACES.

       01 WS86C-STAT-PF30 PIC X(02).
           88 WS86C-STAT-PF30-OK VALUES '00' '02'.
       01 WS86C-JRN-DAT PIC 9(8).
       01 WS86C-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF61
           OPEN INPUT PF02
           OPEN OUTPUT RPT86C

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS86C-AVUI

           MOVE WS86C-AVUI TO C86C-DATA
           WRITE LINIA-RPT86C FROM CAP86C-01 AFTER ADVANCING PAGE
           WRITE LINIA-RPT86C FROM CAP86C-02 AFTER ADVANCING 2 LINES

           MOVE ZEROS TO WS86C-NUM-CAMPANYES

           MOVE LOW-VALUES TO PF61CAM
           START PF61 KEY IS NOT LESS THAN PF61CAM
               INVALID KEY MOVE 'S' TO WS86C-FI-PF61
           END-START.

           PERFORM CARREGAR-CAMPANYA THRU FIN-CARREGAR-CAMPANYA
               UNTIL WS86C-FI-PF61-SI

           MOVE LOW-VALUES TO PF2CLAU
           START PF02 KEY IS NOT LESS THAN PF2CLAU
               INVALID KEY MOVE 'S' TO WS86C-FI-PF02
           END-START.

           PERFORM ACUMULAR-FILA THRU FIN-ACUMULAR-FILA
               UNTIL WS86C-FI-PF02-SI

           MOVE 1 TO WS86C-I
           PERFORM IMPRIMIR-CAMPANYA THRU FIN-IMPRIMIR-CAMPANYA
               UNTIL WS86C-I > WS86C-NUM-CAMPANYES

           MOVE WS86C-NUM-CAMPANYES TO T86C-NUM
           WRITE LINIA-RPT86C FROM TOT86C-01 AFTER ADVANCING 3 LINES

           MOVE WS86C-T-RES TO D86C-RES
           MOVE WS86C-T-PLA TO D86C-PLA
           MOVE WS86C-T-CAN TO D86C-CAN
           MOVE WS86C-T-ING TO D86C-ING
           MOVE WS86C-T-DTO TO D86C-DTO
           MOVE ZEROS TO D86C-USA
           MOVE SPACES TO D86C-SEP
           MOVE ZEROS TO D86C-MAX
           WRITE LINIA-RPT86C FROM DET86C-02 AFTER ADVANCING 1 LINE

           CLOSE PF61.
           CLOSE PF02.
           CLOSE RPT86C.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       CARREGAR-CAMPANYA.
           READ PF61 NEXT RECORD
               AT END MOVE 'S' TO WS86C-FI-PF61
           END-READ.

           IF WS86C-FI-PF61-SI
              GO FIN-CARREGAR-CAMPANYA
           END-IF.

           IF WS86C-NUM-CAMPANYES >= 300
              MOVE 'S' TO WS86C-FI-PF61
              GO FIN-CARREGAR-CAMPANYA
           END-IF.

           ADD 1 TO WS86C-NUM-CAMPANYES
           MOVE WS86C-NUM-CAMPANYES TO WS86C-I
           MOVE PF61CAM TO TC-CAM (WS86C-I)
           MOVE PF61DES TO TC-DES (WS86C-I)
           MOVE PF61DDE TO TC-DDE (WS86C-I)
           MOVE PF61FIN TO TC-FIN (WS86C-I)
           MOVE PF61TOP TO TC-TOP (WS86C-I)
           MOVE PF61MAX TO TC-MAX (WS86C-I)
           MOVE PF61USA TO TC-USA (WS86C-I)
           MOVE 'S' TO TC-FIT (WS86C-I)
           PERFORM INICIAR-ACUMULATS THRU FIN-INICIAR-ACUMULATS.
       FIN-CARREGAR-CAMPANYA. EXIT.

       INICIAR-ACUMULATS.
           MOVE ZEROS TO TC-RES (WS86C-I)
           MOVE ZEROS TO TC-PLA (WS86C-I)
           MOVE ZEROS TO TC-CAN (WS86C-I)
           MOVE ZEROS TO TC-ING (WS86C-I)
           MOVE ZEROS TO TC-DTO (WS86C-I).
       FIN-INICIAR-ACUMULATS. EXIT.

      *----------------------------------------------------------*
      * Nomes compten les files amb codi de campanya. Les files   *
      * 'C' d'una referencia amb campanya en porten el codi amb   *
      * el descompte a zeros: resten places i l'import abonat.    *
      *----------------------------------------------------------*
       ACUMULAR-FILA.
           READ PF02 NEXT RECORD
               AT END MOVE 'S' TO WS86C-FI-PF02
           END-READ.

           IF WS86C-FI-PF02-SI
              GO FIN-ACUMULAR-FILA
           END-IF.

           IF PF2CAM = SPACES
              GO FIN-ACUMULAR-FILA
           END-IF.

           MOVE 'N' TO WS86C-TROBAT
           MOVE 1 TO WS86C-I
           PERFORM CERCAR-CAMPANYA THRU FIN-CERCAR-CAMPANYA
               UNTIL WS86C-I > WS86C-NUM-CAMPANYES
                  OR WS86C-TROBAT = 'S'

           IF WS86C-TROBAT NOT = 'S'
              IF WS86C-NUM-CAMPANYES >= 300
                 GO FIN-ACUMULAR-FILA
              END-IF
              ADD 1 TO WS86C-NUM-CAMPANYES
              MOVE WS86C-NUM-CAMPANYES TO WS86C-I
              MOVE PF2CAM TO TC-CAM (WS86C-I)
              MOVE 'SENSE FITXA A PF61' TO TC-DES (WS86C-I)
              MOVE ZEROS TO TC-DDE (WS86C-I)
              MOVE ZEROS TO TC-FIN (WS86C-I)
              MOVE SPACES TO TC-TOP (WS86C-I)
              MOVE ZEROS TO TC-MAX (WS86C-I)
              MOVE ZEROS TO TC-USA (WS86C-I)
              MOVE 'N' TO TC-FIT (WS86C-I)
              PERFORM INICIAR-ACUMULATS THRU FIN-INICIAR-ACUMULATS
           END-IF.

           IF PF2TIP-RESERVA
              ADD 1 TO TC-RES (WS86C-I)
              ADD PF2QTY TO TC-PLA (WS86C-I)
              ADD PF2IMP TO TC-ING (WS86C-I)
              ADD PF2DTO TO TC-DTO (WS86C-I)
           END-IF.

           IF PF2TIP-CANCEL
              ADD 1 TO TC-CAN (WS86C-I)
              SUBTRACT PF2QTY FROM TC-PLA (WS86C-I)
              SUBTRACT PF2IMP FROM TC-ING (WS86C-I)
           END-IF.
       FIN-ACUMULAR-FILA. EXIT.

       CERCAR-CAMPANYA.
           IF TC-CAM (WS86C-I) = PF2CAM
              MOVE 'S' TO WS86C-TROBAT
           ELSE
              ADD 1 TO WS86C-I
           END-IF.
       FIN-CERCAR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Dues linies per campanya: fitxa (vigencia i marca) i      *
      * resultats amb el consum viu contra el topall.             *
      *----------------------------------------------------------*
       IMPRIMIR-CAMPANYA.
           MOVE SPACES TO D86C-MAR
           IF TC-FIT (WS86C-I) = 'S'
              IF TC-FIN (WS86C-I) NOT = ZEROS
                 AND TC-FIN (WS86C-I) < WS86C-AVUI
                 MOVE 'CADUCADA' TO D86C-MAR
              END-IF
              IF TC-MAX (WS86C-I) NOT = ZEROS
                 AND TC-USA (WS86C-I) >= TC-MAX (WS86C-I)
                 MOVE 'ESGOTADA' TO D86C-MAR
              END-IF
           END-IF

           MOVE TC-CAM (WS86C-I) TO D86C-CAM
           MOVE TC-DES (WS86C-I) TO D86C-DES
           MOVE TC-DDE (WS86C-I) TO D86C-DDE
           MOVE TC-FIN (WS86C-I) TO D86C-FIN
           WRITE LINIA-RPT86C FROM DET86C-01 AFTER ADVANCING 2 LINES

           MOVE TC-RES (WS86C-I) TO D86C-RES
           MOVE TC-PLA (WS86C-I) TO D86C-PLA
           MOVE TC-CAN (WS86C-I) TO D86C-CAN
           MOVE TC-ING (WS86C-I) TO D86C-ING
           MOVE TC-DTO (WS86C-I) TO D86C-DTO
           MOVE TC-USA (WS86C-I) TO D86C-USA
           MOVE SPACES TO D86C-SEP
           IF TC-TOP (WS86C-I) NOT = SPACES
              MOVE '/' TO D86C-SEP
           END-IF
           MOVE TC-MAX (WS86C-I) TO D86C-MAX
           WRITE LINIA-RPT86C FROM DET86C-02 AFTER ADVANCING 1 LINE

           ADD TC-RES (WS86C-I) TO WS86C-T-RES
           ADD TC-PLA (WS86C-I) TO WS86C-T-PLA
           ADD TC-CAN (WS86C-I) TO WS86C-T-CAN
           ADD TC-ING (WS86C-I) TO WS86C-T-ING
           ADD TC-DTO (WS86C-I) TO WS86C-T-DTO
           ADD 1 TO WS86C-I.
       FIN-IMPRIMIR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte de campanyes si el proces   *
      * acaba be; una fila que es queda en 'I' delata una         *
      * execucio tallada.                                         *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS86C-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS86C-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS86C-JRN-HIN
           MOVE 'CBL86CAM' TO PF30PGM
           MOVE WS86C-JRN-DAT TO PF30DAT
           MOVE WS86C-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS86C-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL86CAM' TO PF30PGM
           MOVE WS86C-JRN-DAT TO PF30DAT
           MOVE WS86C-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS86C-NUM-CAMPANYES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
