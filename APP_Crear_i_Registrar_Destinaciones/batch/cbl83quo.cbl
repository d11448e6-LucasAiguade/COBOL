       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL83QUO.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Informe mensual de conversio de pressupostos (PF33) en    *
      * reserves. Per operador (PF33USR), destinacio i canal, els *
      * pressupostos emesos el mes natural tancat: convertits,    *
      * vencuts sense convertir, percentatge de conversio, dies   *
      * de mitjana entre pressupost i reserva (data de la fila de *
      * PF02 lligada per PF33REF) i l'import perdut dels vencuts. *
      * Els vigents amb la validesa ja passada queden marcats com *
      * a vencuts ('X'). Una segona llista treu els pressupostos  *
      * vigents que vencen en els propers 'QUOTAVIS' dies de PF09 *
      * (3 si no hi es) amb el telefon del client (PF13), perque  *
      * vendes pugui trucar abans que el preu caduqui.            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF33
              ASSIGN TO DATABASE-PF33
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF33NUM
              FILE STATUS IS WS83-STAT-PF33.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2LREF WITH DUPLICATES.

           SELECT PF13
              ASSIGN TO DATABASE-PF13
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF13COD.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT RPT83Q
              ASSIGN TO PRINTER-RPT83Q.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS83-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF33 LABEL RECORD IS STANDARD.
          COPY CPPF33.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD RPT83Q LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT83Q PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS83-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS83-FI-FITXER-SI VALUE 'S'.

       01 WS83-STAT-PF33 PIC X(02).
           88 WS83-STAT-PF33-OK VALUES '00' '02'.

      *----------------------------------------------------------*
      * Mes natural anterior a la data d'execucio, mateixa        *
      * mecanica que CBL86COM.                                    *
      *----------------------------------------------------------*
       01 WS83-AVUI.
           05 WS83-AVUI-AAAA PIC 9(4).
           05 WS83-AVUI-MM PIC 9(2).
           05 WS83-AVUI-DD PIC 9(2).
       01 WS83-AVUI-N REDEFINES WS83-AVUI PIC 9(8).
       01 WS83-DDE PIC 9(8).
       01 WS83-DDE-R REDEFINES WS83-DDE.
           05 WS83-DDE-AAAA PIC 9(4).
           05 WS83-DDE-MM PIC 9(2).
           05 WS83-DDE-DD PIC 9(2).
       01 WS83-FIN PIC 9(8).
       01 WS83-FIN-R REDEFINES WS83-FIN.
           05 WS83-FIN-AAAA PIC 9(4).
           05 WS83-FIN-MM PIC 9(2).
           05 WS83-FIN-DD PIC 9(2).

       01 WS83-DIES-AVIS PIC 9(3) VALUE 3.
       01 WS83-DAT-LIMIT PIC 9(8).
       01 WS83-DIES-INT PIC S9(9).

       01 WS83-CAN PIC X(02).
       01 WS83-DIES-CNV PIC S9(5).
       01 WS83-AMB-DIES PIC X(01).

       01 WS83-NUM-GRUPS PIC 9(3).
       01 WS83-I PIC 9(3).
       01 WS83-TROBAT PIC X(01).
       01 TAULA-GRUPS.
           05 TG-ENTRY OCCURS 200 TIMES.
               10 TG-USR PIC X(10).
               10 TG-COD PIC 9(4).
               10 TG-CAN PIC X(02).
               10 TG-EMI PIC 9(5).
               10 TG-CNV PIC 9(5).
               10 TG-VEN PIC 9(5).
               10 TG-NDI PIC 9(5).
               10 TG-DIE PIC 9(7).
               10 TG-PER PIC 9(9)V99.

       01 WS83-TOT-EMI PIC 9(7) VALUE ZEROS.
       01 WS83-TOT-CNV PIC 9(7) VALUE ZEROS.
       01 WS83-TOT-VEN PIC 9(7) VALUE ZEROS.
       01 WS83-TOT-PER PIC 9(9)V99 VALUE ZEROS.
       01 WS83-TAXA PIC 9(3)V9.
       01 WS83-MITJA PIC 9(3)V9.

       01 WS83-NUM-FILES PIC 9(5) VALUE ZEROS.
       01 WS83-NUM-VENCUTS PIC 9(5) VALUE ZEROS.
       01 WS83-NUM-AVIS PIC 9(5) VALUE ZEROS.

       01 CAP83Q-01.
           05 FILLER PIC X(33) VALUE
              'CONVERSIO DE PRESSUPOSTOS DEL'.
           05 C83Q-DDE PIC 9(8).
           05 FILLER PIC X(03) VALUE ' A '.
           05 C83Q-FIN PIC 9(8).
           05 FILLER PIC X(28) VALUE SPACES.

       01 CAP83Q-02.
           05 FILLER PIC X(11) VALUE 'OPERADOR'.
           05 FILLER PIC X(05) VALUE 'CODI'.
           05 FILLER PIC X(04) VALUE 'CAN'.
           05 FILLER PIC X(07) VALUE 'EMESOS'.
           05 FILLER PIC X(07) VALUE 'CONVER'.
           05 FILLER PIC X(07) VALUE 'VENCUT'.
           05 FILLER PIC X(07) VALUE '% CONV'.
           05 FILLER PIC X(07) VALUE 'DIES'.
           05 FILLER PIC X(15) VALUE 'IMPORT PERDUT'.
           05 FILLER PIC X(10) VALUE SPACES.

       01 DET83Q-01.
           05 D83Q-USR  PIC X(10).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D83Q-COD  PIC 9(4).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D83Q-CAN  PIC X(02).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D83Q-EMI  PIC ZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D83Q-CNV  PIC ZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D83Q-VEN  PIC ZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D83Q-TAXA PIC ZZ9,9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D83Q-DIES PIC ZZ9,9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D83Q-PER  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER    PIC X(12) VALUE SPACES.

       01 TOT83Q-01.
           05 FILLER    PIC X(18) VALUE 'TOTAL'.
           05 T83Q-EMI  PIC ZZZZZZ9.
           05 T83Q-CNV  PIC ZZZZZZ9.
           05 T83Q-VEN  PIC ZZZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 T83Q-TAXA PIC ZZ9,9.
           05 FILLER    PIC X(09) VALUE SPACES.
           05 T83Q-PER  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER    PIC X(12) VALUE SPACES.

       01 CAP83Q-03.
           05 FILLER PIC X(42) VALUE
              'PRESSUPOSTOS VIGENTS QUE VENCEN FINS AL'.
           05 C83Q-LIM PIC 9(8).
           05 FILLER PIC X(30) VALUE SPACES.

       01 CAP83Q-04.
           05 FILLER PIC X(10) VALUE 'NUMERO'.
           05 FILLER PIC X(05) VALUE 'CODI'.
           05 FILLER PIC X(09) VALUE 'SORTIDA'.
           05 FILLER PIC X(21) VALUE 'CLIENT'.
           05 FILLER PIC X(16) VALUE 'TELEFON'.
           05 FILLER PIC X(09) VALUE 'VALIDESA'.
           05 FILLER PIC X(10) VALUE '    IMPORT'.

       01 DET83Q-02.
           05 D83Q-NUM  PIC 9(9).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D83Q-COD2 PIC 9(4).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D83Q-DATS PIC 9(8).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D83Q-NOM  PIC X(20).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D83Q-TEL  PIC X(15).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D83Q-DVA  PIC 9(8).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D83Q-IMP  PIC ZZZ.ZZ9,99.

       01 WS83-STAT-PF30 PIC X(02).
           88 WS83-STAT-PF30-OK VALUES '00' '02'.
       01 WS83-JRN-DAT PIC 9(8).
       01 WS83-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN I-O PF33
           OPEN INPUT PF02L1
           OPEN INPUT PF13
           OPEN INPUT PF09
           OPEN OUTPUT RPT83Q

           PERFORM CALCULAR-MES THRU FIN-CALCULAR-MES
           PERFORM LLEGIR-DIES-AVIS THRU FIN-LLEGIR-DIES-AVIS

           MOVE WS83-DDE TO C83Q-DDE
           MOVE WS83-FIN TO C83Q-FIN
           WRITE LINIA-RPT83Q FROM CAP83Q-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT83Q FROM CAP83Q-02 AFTER ADVANCING 2 LINES.

           MOVE ZEROS TO WS83-NUM-GRUPS

           MOVE ZEROS TO PF33NUM
           START PF33 KEY IS NOT LESS THAN PF33NUM
               INVALID KEY MOVE 'S' TO WS83-FI-FITXER
           END-START.

           PERFORM ACUMULAR-PRESSUPOST THRU
               FIN-ACUMULAR-PRESSUPOST
                   UNTIL WS83-FI-FITXER-SI

           MOVE 1 TO WS83-I
           PERFORM IMPRIMIR-GRUP THRU FIN-IMPRIMIR-GRUP
               UNTIL WS83-I > WS83-NUM-GRUPS

           PERFORM IMPRIMIR-TOTALS THRU FIN-IMPRIMIR-TOTALS

      * Segona passada: vigents que vencen en els propers dies.
           MOVE WS83-DAT-LIMIT TO C83Q-LIM
           WRITE LINIA-RPT83Q FROM CAP83Q-03 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT83Q FROM CAP83Q-04 AFTER ADVANCING 2 LINES.

           MOVE 'N' TO WS83-FI-FITXER
           MOVE ZEROS TO PF33NUM
           START PF33 KEY IS NOT LESS THAN PF33NUM
               INVALID KEY MOVE 'S' TO WS83-FI-FITXER
           END-START.

           PERFORM LLISTAR-VIGENT THRU FIN-LLISTAR-VIGENT
               UNTIL WS83-FI-FITXER-SI

           CLOSE PF33.
           CLOSE PF02L1.
           CLOSE PF13.
           CLOSE PF09.
           CLOSE RPT83Q.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Primer i ultim dia del mes natural tancat i data limit    *
      * de la llista de vigents (avui mes els dies d'avis).       *
      *----------------------------------------------------------*
       CALCULAR-MES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS83-AVUI

           IF WS83-AVUI-MM = 01
              COMPUTE WS83-DDE-AAAA = WS83-AVUI-AAAA - 1
              MOVE 12 TO WS83-DDE-MM
           ELSE
              MOVE WS83-AVUI-AAAA TO WS83-DDE-AAAA
              COMPUTE WS83-DDE-MM = WS83-AVUI-MM - 1
           END-IF.
           MOVE 01 TO WS83-DDE-DD

           MOVE WS83-AVUI-AAAA TO WS83-FIN-AAAA
           MOVE WS83-AVUI-MM TO WS83-FIN-MM
           MOVE 01 TO WS83-FIN-DD
           COMPUTE WS83-DIES-INT =
               FUNCTION INTEGER-OF-DATE (WS83-FIN) - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS83-DIES-INT) TO WS83-FIN.
       FIN-CALCULAR-MES. EXIT.

       LLEGIR-DIES-AVIS.
           MOVE 'QUOTAVIS  ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS83-DIES-AVIS
                END-IF
           END-READ.

           COMPUTE WS83-DIES-INT =
               FUNCTION INTEGER-OF-DATE (WS83-AVUI-N) + WS83-DIES-AVIS
           MOVE FUNCTION DATE-OF-INTEGER (WS83-DIES-INT)
               TO WS83-DAT-LIMIT.
       FIN-LLEGIR-DIES-AVIS. EXIT.

      *----------------------------------------------------------*
      * Primera passada: marca els vigents ja caducats i acumula  *
      * els emesos dins del mes per operador, codi i canal.       *
      *----------------------------------------------------------*
       ACUMULAR-PRESSUPOST.
           READ PF33 NEXT RECORD
               AT END MOVE 'S' TO WS83-FI-FITXER
           END-READ.

           IF WS83-FI-FITXER-SI
              GO FIN-ACUMULAR-PRESSUPOST
           END-IF.

           IF PF33EST-VIGENT AND PF33DVA < WS83-AVUI-N
              SET PF33EST-VENCUT TO TRUE
              REWRITE REG-PF33
              IF WS83-STAT-PF33-OK
                 ADD 1 TO WS83-NUM-VENCUTS
              END-IF
           END-IF.

           IF PF33DEM < WS83-DDE OR PF33DEM > WS83-FIN
              GO FIN-ACUMULAR-PRESSUPOST
           END-IF.

           ADD 1 TO WS83-NUM-FILES

      * Del convertit, la reserva dona la data per als dies i el
      * canal quan el pressupost no en porta.
           MOVE PF33CAN TO WS83-CAN
           MOVE 'N' TO WS83-AMB-DIES
           IF PF33EST-CONVERTIT AND PF33REF NOT = ZEROS
              MOVE PF33REF TO P2LREF
              READ PF02L1 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF WS83-CAN = SPACES
                      MOVE P2LCAN TO WS83-CAN
                   END-IF
                   COMPUTE WS83-DIES-CNV =
                       FUNCTION INTEGER-OF-DATE (P2LDAT) -
                       FUNCTION INTEGER-OF-DATE (PF33DEM)
                   IF WS83-DIES-CNV < ZEROS
                      MOVE ZEROS TO WS83-DIES-CNV
                   END-IF
                   MOVE 'S' TO WS83-AMB-DIES
              END-READ
           END-IF.

           MOVE 'N' TO WS83-TROBAT
           MOVE 1 TO WS83-I
           PERFORM CERCAR-GRUP THRU FIN-CERCAR-GRUP
               UNTIL WS83-I > WS83-NUM-GRUPS
                  OR WS83-TROBAT = 'S'

           IF WS83-TROBAT NOT = 'S'
              IF WS83-NUM-GRUPS >= 200
                 GO FIN-ACUMULAR-PRESSUPOST
              END-IF
              ADD 1 TO WS83-NUM-GRUPS
              MOVE WS83-NUM-GRUPS TO WS83-I
              MOVE PF33USR TO TG-USR (WS83-I)
              MOVE PF33COD TO TG-COD (WS83-I)
              MOVE WS83-CAN TO TG-CAN (WS83-I)
              MOVE ZEROS TO TG-EMI (WS83-I)
              MOVE ZEROS TO TG-CNV (WS83-I)
              MOVE ZEROS TO TG-VEN (WS83-I)
              MOVE ZEROS TO TG-NDI (WS83-I)
              MOVE ZEROS TO TG-DIE (WS83-I)
              MOVE ZEROS TO TG-PER (WS83-I)
           END-IF.

           ADD 1 TO TG-EMI (WS83-I)
           IF PF33EST-CONVERTIT
              ADD 1 TO TG-CNV (WS83-I)
              IF WS83-AMB-DIES = 'S'
                 ADD 1 TO TG-NDI (WS83-I)
                 ADD WS83-DIES-CNV TO TG-DIE (WS83-I)
              END-IF
           END-IF.
           IF PF33EST-VENCUT
              ADD 1 TO TG-VEN (WS83-I)
              ADD PF33IMP TO TG-PER (WS83-I)
           END-IF.
       FIN-ACUMULAR-PRESSUPOST. EXIT.

       CERCAR-GRUP.
           IF TG-USR (WS83-I) = PF33USR
              AND TG-COD (WS83-I) = PF33COD
              AND TG-CAN (WS83-I) = WS83-CAN
              MOVE 'S' TO WS83-TROBAT
           ELSE
              ADD 1 TO WS83-I
           END-IF.
       FIN-CERCAR-GRUP. EXIT.

       IMPRIMIR-GRUP.
           MOVE TG-USR (WS83-I) TO D83Q-USR
           MOVE TG-COD (WS83-I) TO D83Q-COD
           MOVE TG-CAN (WS83-I) TO D83Q-CAN
           MOVE TG-EMI (WS83-I) TO D83Q-EMI
           MOVE TG-CNV (WS83-I) TO D83Q-CNV
           MOVE TG-VEN (WS83-I) TO D83Q-VEN
           COMPUTE WS83-TAXA ROUNDED =
               TG-CNV (WS83-I) * 100 / TG-EMI (WS83-I)
           MOVE WS83-TAXA TO D83Q-TAXA
           MOVE ZEROS TO WS83-MITJA
           IF TG-NDI (WS83-I) > ZEROS
              COMPUTE WS83-MITJA ROUNDED =
                  TG-DIE (WS83-I) / TG-NDI (WS83-I)
           END-IF
           MOVE WS83-MITJA TO D83Q-DIES
           MOVE TG-PER (WS83-I) TO D83Q-PER
           WRITE LINIA-RPT83Q FROM DET83Q-01 AFTER ADVANCING 1 LINE

           ADD TG-EMI (WS83-I) TO WS83-TOT-EMI
           ADD TG-CNV (WS83-I) TO WS83-TOT-CNV
           ADD TG-VEN (WS83-I) TO WS83-TOT-VEN
           ADD TG-PER (WS83-I) TO WS83-TOT-PER
           ADD 1 TO WS83-I.
       FIN-IMPRIMIR-GRUP. EXIT.

       IMPRIMIR-TOTALS.
           MOVE WS83-TOT-EMI TO T83Q-EMI
           MOVE WS83-TOT-CNV TO T83Q-CNV
           MOVE WS83-TOT-VEN TO T83Q-VEN
           MOVE ZEROS TO WS83-TAXA
           IF WS83-TOT-EMI > ZEROS
              COMPUTE WS83-TAXA ROUNDED =
                  WS83-TOT-CNV * 100 / WS83-TOT-EMI
           END-IF
           MOVE WS83-TAXA TO T83Q-TAXA
           MOVE WS83-TOT-PER TO T83Q-PER
           WRITE LINIA-RPT83Q FROM TOT83Q-01 AFTER ADVANCING 2 LINES.
       FIN-IMPRIMIR-TOTALS. EXIT.

      *----------------------------------------------------------*
      * Vigents amb validesa entre avui i la data limit, amb el   *
      * telefon del mestre de clients si el pressupost en porta   *
      * el codi.                                                  *
      *----------------------------------------------------------*
       LLISTAR-VIGENT.
           READ PF33 NEXT RECORD
               AT END MOVE 'S' TO WS83-FI-FITXER
           END-READ.

           IF WS83-FI-FITXER-SI
              GO FIN-LLISTAR-VIGENT
           END-IF.

           IF NOT PF33EST-VIGENT
              OR PF33DVA < WS83-AVUI-N
              OR PF33DVA > WS83-DAT-LIMIT
              GO FIN-LLISTAR-VIGENT
           END-IF.

           MOVE PF33NOM TO D83Q-NOM
           MOVE SPACES TO D83Q-TEL
           IF PF33CLI NOT = ZEROS
              MOVE PF33CLI TO PF13COD
              READ PF13 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF13NOM TO D83Q-NOM
                   MOVE PF13TEL TO D83Q-TEL
              END-READ
           END-IF.

           MOVE PF33NUM TO D83Q-NUM
           MOVE PF33COD TO D83Q-COD2
           MOVE PF33DATS TO D83Q-DATS
           MOVE PF33DVA TO D83Q-DVA
           MOVE PF33IMP TO D83Q-IMP
           WRITE LINIA-RPT83Q FROM DET83Q-02 AFTER ADVANCING 1 LINE
           ADD 1 TO WS83-NUM-AVIS.
       FIN-LLISTAR-VIGENT. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS83-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS83-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS83-JRN-HIN
           MOVE 'CBL83QUO' TO PF30PGM
           MOVE WS83-JRN-DAT TO PF30DAT
           MOVE WS83-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS83-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL83QUO' TO PF30PGM
           MOVE WS83-JRN-DAT TO PF30DAT
           MOVE WS83-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS83-NUM-FILES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
