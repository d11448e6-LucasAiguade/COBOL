       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL81FLT.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Ocupacio de la flota per al planificador, un cop per      *
      * setmana. Per a cada vehicle del mestre (PF34), les        *
      * sortides que te assignades (PF35, via la vista per        *
      * vehicle i data PF35L1) per ordre de dates, de la sortida  *
      * a la tornada (durada PF21DUR o, si no n'hi ha, PF1XDUR de *
      * la destinacio), dins dels propers N dies (parametre       *
      * 'FLOTADIES' de PF09, 28 si no hi es). Entre sortida i     *
      * sortida es marquen els dies que l'autocar queda LLIURE i  *
      * una sortida que comenca abans que torni l'anterior surt   *
      * marcada SOLAPAMENT. Un vehicle sense cap sortida a la     *
      * finestra surt igualment, lliure tot el periode, perque el *
      * planificador vegi d'un cop d'ull autocars parats i        *
      * conflictes.                                               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF34
              ASSIGN TO DATABASE-PF34
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF34VEH.

           SELECT PF35L1
              ASSIGN TO DATABASE-PF35L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P35LCLAU WITH DUPLICATES.

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

           SELECT RPT81F
              ASSIGN TO PRINTER-RPT81F.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS81F-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF34 LABEL RECORD IS STANDARD.
          COPY CPPF34.

       FD PF35L1 LABEL RECORD IS STANDARD.
          COPY CPPF35L1.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD RPT81F LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT81F PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS81F-FI-PF34 PIC X(01) VALUE 'N'.
           88 WS81F-FI-PF34-SI VALUE 'S'.
       01 WS81F-FI-PF35L1 PIC X(01) VALUE 'N'.
           88 WS81F-FI-PF35L1-SI VALUE 'S'.

       01 WS81F-DIES-FINESTRA PIC 9(3) VALUE 28.
       01 WS81F-AVUI PIC 9(8).
       01 WS81F-FI-FINESTRA PIC 9(8).
       01 WS81F-DIES-INT PIC S9(9).

      *----------------------------------------------------------*
      * Sortida en curs i data fins a la qual el vehicle ja esta  *
      * ocupat per les sortides anteriors (en dies enters, per    *
      * comptar els dies lliures entre una i altra).              *
      *----------------------------------------------------------*
       01 WS81F-DUR PIC 9(3).
       01 WS81F-DAT-TORNADA PIC 9(8).
       01 WS81F-INT-INI PIC S9(9).
       01 WS81F-INT-FI PIC S9(9).
       01 WS81F-INT-OCUPAT PIC S9(9).
       01 WS81F-DIES-LLIURES PIC S9(9).
       01 WS81F-NUM-SORTIDES-VEH PIC 9(5).

       01 WS81F-NUM-VEHICLES PIC 9(5) VALUE ZEROS.
       01 WS81F-NUM-SORTIDES PIC 9(7) VALUE ZEROS.
       01 WS81F-NUM-SOLAPAMENTS PIC 9(5) VALUE ZEROS.
       01 WS81F-NUM-PARATS PIC 9(5) VALUE ZEROS.

       01 CAP81F-01.
           05 FILLER PIC X(24) VALUE 'OCUPACIO DE LA FLOTA'.
           05 FILLER PIC X(07) VALUE 'DES DE'.
           05 C81F-INI PIC 9(08).
           05 FILLER PIC X(07) VALUE '  FINS'.
           05 C81F-FI  PIC 9(08).
           05 FILLER PIC X(26) VALUE SPACES.

       01 CAP81F-02.
           05 FILLER PIC X(09) VALUE 'VEHICLE'.
           05 C81F-VEH PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C81F-DES PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(07) VALUE 'PLACES'.
           05 C81F-PLA PIC ZZ9.
           05 FILLER PIC X(31) VALUE SPACES.

       01 CAP81F-03.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'DEST.'.
           05 FILLER PIC X(10) VALUE 'SORTIDA'.
           05 FILLER PIC X(10) VALUE 'TORNADA'.
           05 FILLER PIC X(06) VALUE 'DIES'.
           05 FILLER PIC X(08) VALUE 'PLACES'.
           05 FILLER PIC X(36) VALUE 'MARCA'.

       01 DET81F-01.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 D81F-COD PIC 9(04).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81F-INI PIC 9(08).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81F-FI  PIC 9(08).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81F-DUR PIC ZZ9.
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D81F-PLA PIC ZZ9.
           05 FILLER   PIC X(05) VALUE SPACES.
           05 D81F-MARCA PIC X(12).
           05 FILLER   PIC X(24) VALUE SPACES.

       01 DET81F-02.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 FILLER   PIC X(07) VALUE 'LLIURE'.
           05 D81F-LLI PIC ZZZ9.
           05 FILLER   PIC X(05) VALUE ' DIES'.
           05 FILLER   PIC X(60) VALUE SPACES.

       01 DET81F-03.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 FILLER   PIC X(41) VALUE
              'SENSE CAP SORTIDA - LLIURE TOT EL PERIODE'.
           05 FILLER   PIC X(35) VALUE SPACES.

       01 TOT81F-01.
           05 FILLER PIC X(09) VALUE 'VEHICLES'.
           05 T81F-VEH PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE '  SORTIDES'.
           05 T81F-SOR PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE '  SOLAPAMENTS'.
           05 T81F-SOL PIC ZZZZ9.
           05 FILLER PIC X(09) VALUE '  PARATS'.
           05 T81F-PAR PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS81F-STAT-PF30 PIC X(02).
           88 WS81F-STAT-PF30-OK VALUES '00' '02'.
       01 WS81F-JRN-DAT PIC 9(8).
       01 WS81F-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF34
           OPEN INPUT PF35L1
           OPEN INPUT PF21
           OPEN INPUT PF01X
           OPEN INPUT PF09
           OPEN OUTPUT RPT81F

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81F-AVUI

           PERFORM LLEGIR-DIES-FINESTRA THRU FIN-LLEGIR-DIES-FINESTRA

           COMPUTE WS81F-DIES-INT =
               FUNCTION INTEGER-OF-DATE (WS81F-AVUI) +
               WS81F-DIES-FINESTRA - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS81F-DIES-INT)
               TO WS81F-FI-FINESTRA

           MOVE WS81F-AVUI TO C81F-INI
           MOVE WS81F-FI-FINESTRA TO C81F-FI
           WRITE LINIA-RPT81F FROM CAP81F-01 AFTER ADVANCING PAGE.

           MOVE LOW-VALUES TO PF34VEH
           START PF34 KEY IS NOT LESS THAN PF34VEH
               INVALID KEY MOVE 'S' TO WS81F-FI-PF34
           END-START.

           PERFORM TRACTAR-VEHICLE THRU FIN-TRACTAR-VEHICLE
               UNTIL WS81F-FI-PF34-SI

           MOVE WS81F-NUM-VEHICLES TO T81F-VEH
           MOVE WS81F-NUM-SORTIDES TO T81F-SOR
           MOVE WS81F-NUM-SOLAPAMENTS TO T81F-SOL
           MOVE WS81F-NUM-PARATS TO T81F-PAR
           WRITE LINIA-RPT81F FROM TOT81F-01 AFTER ADVANCING 2 LINES.

           CLOSE PF34.
           CLOSE PF35L1.
           CLOSE PF21.
           CLOSE PF01X.
           CLOSE PF09.
           CLOSE RPT81F.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       LLEGIR-DIES-FINESTRA.
           MOVE 'FLOTADIES ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS81F-DIES-FINESTRA
                END-IF
           END-READ.
       FIN-LLEGIR-DIES-FINESTRA. EXIT.

      *----------------------------------------------------------*
      * Un bloc per vehicle: capcalera, les seves sortides per    *
      * ordre de data amb els forats entre mig, i el forat final  *
      * fins a la fi de la finestra.                              *
      *----------------------------------------------------------*
       TRACTAR-VEHICLE.
           READ PF34 NEXT RECORD
               AT END MOVE 'S' TO WS81F-FI-PF34
           END-READ.

           IF WS81F-FI-PF34-SI
              GO FIN-TRACTAR-VEHICLE
           END-IF.

           ADD 1 TO WS81F-NUM-VEHICLES
           MOVE PF34VEH TO C81F-VEH
           MOVE PF34DES TO C81F-DES
           MOVE PF34PLA TO C81F-PLA
           WRITE LINIA-RPT81F FROM CAP81F-02 AFTER ADVANCING 2 LINES.
           WRITE LINIA-RPT81F FROM CAP81F-03 AFTER ADVANCING 1 LINE.

      * El vehicle es lliure des d'avui: l'ocupacio "anterior"
      * acaba ahir.
           COMPUTE WS81F-INT-OCUPAT =
               FUNCTION INTEGER-OF-DATE (WS81F-AVUI) - 1
           MOVE ZEROS TO WS81F-NUM-SORTIDES-VEH

           MOVE 'N' TO WS81F-FI-PF35L1
           MOVE PF34VEH TO P35LVEH
           MOVE ZEROS TO P35LDAT
           START PF35L1 KEY IS NOT LESS THAN P35LCLAU
               INVALID KEY MOVE 'S' TO WS81F-FI-PF35L1
           END-START.

           PERFORM TRACTAR-ASSIGNACIO THRU FIN-TRACTAR-ASSIGNACIO
               UNTIL WS81F-FI-PF35L1-SI

           IF WS81F-NUM-SORTIDES-VEH = ZEROS
              ADD 1 TO WS81F-NUM-PARATS
              WRITE LINIA-RPT81F FROM DET81F-03
                  AFTER ADVANCING 1 LINE
              GO FIN-TRACTAR-VEHICLE
           END-IF.

           COMPUTE WS81F-DIES-LLIURES =
               FUNCTION INTEGER-OF-DATE (WS81F-FI-FINESTRA) -
               WS81F-INT-OCUPAT
           PERFORM IMPRIMIR-LLIURE THRU FIN-IMPRIMIR-LLIURE.
       FIN-TRACTAR-VEHICLE. EXIT.

      *----------------------------------------------------------*
      * Una sortida del vehicle: les que ja han tornat abans      *
      * d'avui o surten despres de la finestra no compten.        *
      *----------------------------------------------------------*
       TRACTAR-ASSIGNACIO.
           READ PF35L1 NEXT RECORD
               AT END MOVE 'S' TO WS81F-FI-PF35L1
           END-READ.

           IF WS81F-FI-PF35L1-SI
              GO FIN-TRACTAR-ASSIGNACIO
           END-IF.

           IF P35LVEH NOT = PF34VEH
              OR P35LDAT > WS81F-FI-FINESTRA
              MOVE 'S' TO WS81F-FI-PF35L1
              GO FIN-TRACTAR-ASSIGNACIO
           END-IF.

           MOVE P35LCOD TO PF21COD
           MOVE P35LDAT TO PF21DAT
           READ PF21 INVALID KEY
                MOVE ZEROS TO PF21DUR
           END-READ.

           PERFORM CALCULAR-TORNADA THRU FIN-CALCULAR-TORNADA

           IF WS81F-DAT-TORNADA < WS81F-AVUI
              GO FIN-TRACTAR-ASSIGNACIO
           END-IF.

           ADD 1 TO WS81F-NUM-SORTIDES-VEH
           ADD 1 TO WS81F-NUM-SORTIDES

           COMPUTE WS81F-INT-INI = FUNCTION INTEGER-OF-DATE (P35LDAT)
           COMPUTE WS81F-INT-FI =
               FUNCTION INTEGER-OF-DATE (WS81F-DAT-TORNADA)

           MOVE SPACES TO D81F-MARCA
           IF WS81F-INT-INI > WS81F-INT-OCUPAT
              COMPUTE WS81F-DIES-LLIURES =
                  WS81F-INT-INI - WS81F-INT-OCUPAT - 1
              PERFORM IMPRIMIR-LLIURE THRU FIN-IMPRIMIR-LLIURE
           ELSE
              MOVE 'SOLAPAMENT' TO D81F-MARCA
              ADD 1 TO WS81F-NUM-SOLAPAMENTS
           END-IF.

           MOVE P35LCOD TO D81F-COD
           MOVE P35LDAT TO D81F-INI
           MOVE WS81F-DAT-TORNADA TO D81F-FI
           MOVE WS81F-DUR TO D81F-DUR
           MOVE P35LPLA TO D81F-PLA
           WRITE LINIA-RPT81F FROM DET81F-01 AFTER ADVANCING 1 LINE.

           IF WS81F-INT-FI > WS81F-INT-OCUPAT
              MOVE WS81F-INT-FI TO WS81F-INT-OCUPAT
           END-IF.
       FIN-TRACTAR-ASSIGNACIO. EXIT.

       IMPRIMIR-LLIURE.
           IF WS81F-DIES-LLIURES > ZEROS
              MOVE WS81F-DIES-LLIURES TO D81F-LLI
              WRITE LINIA-RPT81F FROM DET81F-02
                  AFTER ADVANCING 1 LINE
           END-IF.
       FIN-IMPRIMIR-LLIURE. EXIT.

      *----------------------------------------------------------*
      * Data de tornada de la sortida (mateix criteri que CBL34): *
      * durada de la sortida, si no la de la destinacio, i si no  *
      * n'hi ha cap un sol dia.                                   *
      *----------------------------------------------------------*
       CALCULAR-TORNADA.
           MOVE PF21DUR TO WS81F-DUR
           IF WS81F-DUR = ZEROS
              MOVE P35LCOD TO PF1XCOD
              READ PF01X INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF1XDUR TO WS81F-DUR
              END-READ
           END-IF.

           IF WS81F-DUR = ZEROS
              MOVE 1 TO WS81F-DUR
           END-IF.

           COMPUTE WS81F-DIES-INT =
               FUNCTION INTEGER-OF-DATE (P35LDAT) + WS81F-DUR - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS81F-DIES-INT)
               TO WS81F-DAT-TORNADA.
       FIN-CALCULAR-TORNADA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be ('A'  *
      * si hi ha solapaments); una fila que es queda en 'I'       *
      * delata una execucio tallada.                              *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS81F-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81F-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS81F-JRN-HIN
           MOVE 'CBL81FLT' TO PF30PGM
           MOVE WS81F-JRN-DAT TO PF30DAT
           MOVE WS81F-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS81F-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL81FLT' TO PF30PGM
           MOVE WS81F-JRN-DAT TO PF30DAT
           MOVE WS81F-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           IF WS81F-NUM-SOLAPAMENTS > ZEROS
              SET PF30EST-AMB-AVISOS TO TRUE
           END-IF
           MOVE WS81F-NUM-SORTIDES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
