       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL81GEN.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Generador de sortides recurrents. Per cada patro actiu de *
      * PF68 (CBL57) recorre els dies del periode, des de dema si *
      * el patro ja havia comencat, i per cada dia de la setmana  *
      * marcat crea la sortida a PF21 amb el numero de patro a    *
      * PF21PAT, activa i amb totes les places disponibles:       *
      *  - les dates que ja son a PF21 no es toquen mai (a ma o   *
      *    d'una execucio anterior), aixi allargar un patro i     *
      *    tornar a executar nomes crea les noves;                *
      *  - si el patro ho diu, els festius de PF46 se salten      *
      *    (via CBL61DIA);                                        *
      *  - amb vehicle plantilla, la sortida el porta assignat a  *
      *    PF35 amb les places del vehicle, com CBL34; si el      *
      *    vehicle ja va en una altra sortida que es trepitja, la *
      *    sortida es crea igualment pero sense vehicle, i queda  *
      *    marcada a l'informe perque s'assigni a ma a CBL34.     *
      * Parametres (passats des del CL de crida):                 *
      *   PARM-MODE  'P' previsualitzacio: nomes l'informe, no es *
      *              grava res; 'G' generacio                     *
      *   PARM-PAT   numero de patro (0 = tots els actius)        *
      * L'informe RPT81G llista, per patro, cada sortida que es   *
      * creara (o s'ha creat) i els festius saltats, amb els      *
      * totals de noves, ja existents i festius.                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF68
              ASSIGN TO DATABASE-PF68
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF68NUM
              FILE STATUS IS WS81G-STAT-PF68.

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU
              FILE STATUS IS WS81G-STAT-PF21.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY.

           SELECT PF01X
              ASSIGN TO DATABASE-PF01X
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF1XCOD
              FILE STATUS IS WS81G-STAT-PF01X.

           SELECT PF34
              ASSIGN TO DATABASE-PF34
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF34VEH
              FILE STATUS IS WS81G-STAT-PF34.

           SELECT PF35
              ASSIGN TO DATABASE-PF35
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF35CLAU
              FILE STATUS IS WS81G-STAT-PF35.

           SELECT PF35L1
              ASSIGN TO DATABASE-PF35L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P35LCLAU WITH DUPLICATES
              FILE STATUS IS WS81G-STAT-PF35L1.

           SELECT RPT81G
              ASSIGN TO PRINTER-RPT81G.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS81G-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF68 LABEL RECORD IS STANDARD.
          COPY CPPF68.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF34 LABEL RECORD IS STANDARD.
          COPY CPPF34.

       FD PF35 LABEL RECORD IS STANDARD.
          COPY CPPF35.

       FD PF35L1 LABEL RECORD IS STANDARD.
          COPY CPPF35L1.

       FD RPT81G LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT81G PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS81G-FI-PF68 PIC X(01) VALUE 'N'.
           88 WS81G-FI-PF68-SI VALUE 'S'.
       01 WS81G-FI-PF35L1 PIC X(01).
           88 WS81G-FI-PF35L1-SI VALUE 'S'.

       01 WS81G-AVUI PIC 9(8).
       01 WS81G-INT-DIA PIC S9(9).
       01 WS81G-INT-FI PIC S9(9).
       01 WS81G-INT-AUX PIC S9(9).
       01 WS81G-QUOCIENT PIC S9(9).
       01 WS81G-DIA-SETMANA PIC 9(1).
       01 WS81G-DAT PIC 9(8).
       01 WS81G-PLACES PIC 9(3).
       01 WS81G-DUR PIC 9(3).
       01 WS81G-PATRO-OK PIC X(01).
           88 WS81G-PATRO-OK-SI VALUE 'S'.
       01 WS81G-I PIC 9(1).

      *----------------------------------------------------------*
      * Comprovacio de festius amb CBL61DIA (accio 'F').          *
      *----------------------------------------------------------*
       01 WS81G-DIA-ACC PIC X(01).
       01 WS81G-DIA-DAT1 PIC 9(8).
       01 WS81G-DIA-DAT2 PIC 9(8).
       01 WS81G-DIA-DIES PIC S9(5).

      *----------------------------------------------------------*
      * Solapament del vehicle plantilla, mateix criteri que      *
      * CBL34: interval de dies (sortida fins a tornada) de la    *
      * sortida nova i de cada altra sortida del vehicle.         *
      *----------------------------------------------------------*
       01 WS81G-INI-NOU PIC 9(8).
       01 WS81G-FI-NOU PIC 9(8).
       01 WS81G-DAT-TORNADA PIC 9(8).
       01 WS81G-DUR-ALTRA PIC 9(3).
       01 WS81G-SOLAPA PIC X(01).
           88 WS81G-SOLAPA-SI VALUE 'S'.

       01 WS81G-NUM-PATRONS PIC 9(5) VALUE ZEROS.
       01 WS81G-NUM-NOVES PIC 9(5) VALUE ZEROS.
       01 WS81G-NUM-EXISTENTS PIC 9(5) VALUE ZEROS.
       01 WS81G-NUM-FESTIUS PIC 9(5) VALUE ZEROS.
       01 WS81G-PAT-NOVES PIC 9(5).
       01 WS81G-PAT-EXISTENTS PIC 9(5).
       01 WS81G-PAT-FESTIUS PIC 9(5).

       01 WS81G-NOMS-DIES PIC X(14) VALUE 'DLDTDCDJDVDSDG'.
       01 WS81G-NOMS-DIES-R REDEFINES WS81G-NOMS-DIES.
           05 WS81G-NOM-DIA PIC X(02) OCCURS 7 TIMES.

       01 WS81G-STAT-PF68 PIC X(02).
           88 WS81G-STAT-PF68-OK VALUES '00' '02'.
       01 WS81G-STAT-PF21 PIC X(02).
           88 WS81G-STAT-PF21-OK VALUES '00' '02'.
       01 WS81G-STAT-PF01X PIC X(02).
           88 WS81G-STAT-PF01X-OK VALUES '00' '02'.
       01 WS81G-STAT-PF34 PIC X(02).
           88 WS81G-STAT-PF34-OK VALUES '00' '02'.
       01 WS81G-STAT-PF35 PIC X(02).
           88 WS81G-STAT-PF35-OK VALUES '00' '02'.
       01 WS81G-STAT-PF35L1 PIC X(02).
           88 WS81G-STAT-PF35L1-OK VALUES '00' '02'.

       01 CAP81G-01.
           05 FILLER PIC X(40) VALUE
              'GENERACIO DE SORTIDES RECURRENTS'.
           05 C81G-DATA PIC 9(08).
           05 FILLER PIC X(32) VALUE SPACES.

       01 CAP81G-02.
           05 FILLER PIC X(06) VALUE 'MODE: '.
           05 C81G-MODE PIC X(50).
           05 FILLER PIC X(24) VALUE SPACES.

       01 CAP81G-03.
           05 FILLER PIC X(06) VALUE 'PATRO '.
           05 C81G-NUM PIC 9(5).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C81G-COD PIC 9(4).
           05 FILLER PIC X(01) VALUE SPACES.
           05 C81G-NOM PIC X(20).
           05 FILLER PIC X(01) VALUE SPACES.
           05 C81G-SET PIC X(07).
           05 FILLER PIC X(01) VALUE SPACES.
           05 C81G-DDE PIC 9(8).
           05 FILLER PIC X(01) VALUE '-'.
           05 C81G-FIN PIC 9(8).
           05 FILLER PIC X(01) VALUE SPACES.
           05 C81G-PLT PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 C81G-VEH PIC X(06).
           05 FILLER PIC X(05) VALUE SPACES.

       01 CAP81G-04.
           05 FILLER PIC X(13) VALUE '      PUNTS: '.
           05 C81G-PNT PIC X(04) OCCURS 3 TIMES.
           05 FILLER PIC X(12) VALUE '  CLASSES: '.
           05 C81G-CLS-ENTRY OCCURS 3 TIMES.
              10 C81G-CLS PIC X(03).
              10 C81G-CPL PIC ZZ9BB BLANK WHEN ZERO.
           05 FILLER PIC X(19) VALUE SPACES.

       01 DET81G-01.
           05 FILLER   PIC X(06) VALUE SPACES.
           05 D81G-DAT PIC 9(8).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81G-DIA PIC X(02).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81G-PLT PIC ZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81G-VEH PIC X(06).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81G-EST PIC X(40).
           05 FILLER   PIC X(07) VALUE SPACES.

       01 TOT81G-01.
           05 FILLER PIC X(06) VALUE SPACES.
           05 FILLER PIC X(08) VALUE 'NOVES'.
           05 T81G-NOV PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE '  JA EXISTENTS'.
           05 T81G-EXI PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE '  FESTIUS'.
           05 T81G-FES PIC ZZZZ9.
           05 FILLER PIC X(23) VALUE SPACES.

       01 TOT81G-02.
           05 FILLER PIC X(14) VALUE 'TOTAL PATRONS'.
           05 T81G-PAT PIC ZZZZ9.
           05 FILLER PIC X(61) VALUE SPACES.

       01 WS81G-STAT-PF30 PIC X(02).
           88 WS81G-STAT-PF30-OK VALUES '00' '02'.
       01 WS81G-JRN-DAT PIC 9(8).
       01 WS81G-JRN-HIN PIC 9(6).

       LINKAGE SECTION.
       01 PARM-MODE PIC X(01).
           88 PARM-MODE-PREVIA    VALUE 'P'.
           88 PARM-MODE-GENERAR   VALUE 'G'.
       01 PARM-PAT PIC 9(5) USAGE COMP-3.

       PROCEDURE DIVISION USING PARM-MODE PARM-PAT.

       MAIN.
           IF NOT PARM-MODE-PREVIA AND NOT PARM-MODE-GENERAR
              DISPLAY 'CBL81GEN: MODE ' PARM-MODE
                      ' NO VALID (P O G)'
              GOBACK
           END-IF.

           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN I-O PF68
           OPEN I-O PF21
           OPEN INPUT PF01
           OPEN INPUT PF01X
           OPEN INPUT PF34
           OPEN I-O PF35
           OPEN INPUT PF35L1
           OPEN OUTPUT RPT81G

           IF NOT WS81G-STAT-PF68-OK OR NOT WS81G-STAT-PF21-OK
              OR NOT WS81G-STAT-PF34-OK OR NOT WS81G-STAT-PF35-OK
              OR NOT WS81G-STAT-PF35L1-OK
              DISPLAY 'CBL81GEN: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT PF68   = ' WS81G-STAT-PF68
              DISPLAY 'ESTAT PF21   = ' WS81G-STAT-PF21
              DISPLAY 'ESTAT PF34   = ' WS81G-STAT-PF34
              DISPLAY 'ESTAT PF35   = ' WS81G-STAT-PF35
              DISPLAY 'ESTAT PF35L1 = ' WS81G-STAT-PF35L1
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81G-AVUI

           MOVE WS81G-AVUI TO C81G-DATA
           WRITE LINIA-RPT81G FROM CAP81G-01 AFTER ADVANCING PAGE.
           IF PARM-MODE-PREVIA
              MOVE 'PREVISUALITZACIO - NO ES GRAVA CAP SORTIDA'
                   TO C81G-MODE
           ELSE
              MOVE 'GENERACIO - SORTIDES GRAVADES A PF21'
                   TO C81G-MODE
           END-IF.
           WRITE LINIA-RPT81G FROM CAP81G-02 AFTER ADVANCING 1 LINE.

           IF PARM-PAT NOT = ZEROS
              MOVE PARM-PAT TO PF68NUM
              READ PF68 INVALID KEY
                   DISPLAY 'CBL81GEN: NO EXISTEIX EL PATRO ' PARM-PAT
                   MOVE 'S' TO WS81G-FI-PF68
              END-READ
              IF NOT WS81G-FI-PF68-SI
                 PERFORM TRACTAR-PATRO THRU FIN-TRACTAR-PATRO
              END-IF
           ELSE
              MOVE ZEROS TO PF68NUM
              START PF68 KEY IS NOT LESS THAN PF68NUM
                  INVALID KEY MOVE 'S' TO WS81G-FI-PF68
              END-START
              PERFORM LLEGIR-PATRO THRU FIN-LLEGIR-PATRO
                  UNTIL WS81G-FI-PF68-SI
           END-IF.

           MOVE WS81G-NUM-NOVES TO T81G-NOV
           MOVE WS81G-NUM-EXISTENTS TO T81G-EXI
           MOVE WS81G-NUM-FESTIUS TO T81G-FES
           WRITE LINIA-RPT81G FROM TOT81G-01 AFTER ADVANCING 2 LINES.
           MOVE WS81G-NUM-PATRONS TO T81G-PAT
           WRITE LINIA-RPT81G FROM TOT81G-02 AFTER ADVANCING 1 LINE.

           CLOSE PF68.
           CLOSE PF21.
           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF34.
           CLOSE PF35.
           CLOSE PF35L1.
           CLOSE RPT81G.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       LLEGIR-PATRO.
           READ PF68 NEXT RECORD
               AT END MOVE 'S' TO WS81G-FI-PF68
                      GO FIN-LLEGIR-PATRO
           END-READ.

           IF PF68EST-ACTIU
              PERFORM TRACTAR-PATRO THRU FIN-TRACTAR-PATRO
           END-IF.
       FIN-LLEGIR-PATRO. EXIT.

      *----------------------------------------------------------*
      * Un patro: capcalera a l'informe, comprovacio de la        *
      * destinacio i del vehicle, i recorregut dia a dia del      *
      * periode que queda.                                        *
      *----------------------------------------------------------*
       TRACTAR-PATRO.
           ADD 1 TO WS81G-NUM-PATRONS
           MOVE ZEROS TO WS81G-PAT-NOVES
           MOVE ZEROS TO WS81G-PAT-EXISTENTS
           MOVE ZEROS TO WS81G-PAT-FESTIUS

           MOVE PF68NUM TO C81G-NUM
           MOVE PF68COD TO C81G-COD
           MOVE PF68SET TO C81G-SET
           MOVE PF68DDE TO C81G-DDE
           MOVE PF68FIN TO C81G-FIN
           MOVE PF68PLT TO C81G-PLT
           MOVE PF68VEH TO C81G-VEH
           MOVE 'S' TO WS81G-PATRO-OK
           MOVE PF68COD TO PF1COD
           READ PF01 INVALID KEY
                MOVE 'N' TO WS81G-PATRO-OK
                MOVE SPACES TO C81G-NOM
                NOT INVALID KEY
                MOVE PF1NOM TO C81G-NOM
           END-READ.
           WRITE LINIA-RPT81G FROM CAP81G-03 AFTER ADVANCING 2 LINES.

           MOVE 1 TO WS81G-I
           PERFORM PREPARAR-DETALL THRU FIN-PREPARAR-DETALL
               UNTIL WS81G-I > 3
           IF PF68PNT (1) NOT = SPACES OR PF68CLS (1) NOT = SPACES
              WRITE LINIA-RPT81G FROM CAP81G-04
                  AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO DET81G-01
           IF NOT PF68EST-ACTIU
              MOVE 'PATRO TANCAT, NO ES GENERA' TO D81G-EST
              WRITE LINIA-RPT81G FROM DET81G-01
                  AFTER ADVANCING 1 LINE
              GO FIN-TRACTAR-PATRO
           END-IF.

           IF NOT WS81G-PATRO-OK-SI
              MOVE 'DESTINACIO INEXISTENT, NO ES GENERA' TO D81G-EST
              WRITE LINIA-RPT81G FROM DET81G-01
                  AFTER ADVANCING 1 LINE
              GO FIN-TRACTAR-PATRO
           END-IF.

           MOVE PF68PLT TO WS81G-PLACES
           IF PF68VEH NOT = SPACES
              MOVE PF68VEH TO PF34VEH
              READ PF34 INVALID KEY
                   MOVE 'N' TO WS81G-PATRO-OK
                   NOT INVALID KEY
                   MOVE PF34PLA TO WS81G-PLACES
              END-READ
           END-IF.

           IF NOT WS81G-PATRO-OK-SI
              MOVE 'VEHICLE INEXISTENT, NO ES GENERA' TO D81G-EST
              WRITE LINIA-RPT81G FROM DET81G-01
                  AFTER ADVANCING 1 LINE
              GO FIN-TRACTAR-PATRO
           END-IF.

           MOVE PF68DUR TO WS81G-DUR
           IF WS81G-DUR = ZEROS
              MOVE PF68COD TO PF1XCOD
              READ PF01X INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF1XDUR TO WS81G-DUR
              END-READ
           END-IF.
           IF WS81G-DUR = ZEROS
              MOVE 1 TO WS81G-DUR
           END-IF.

           COMPUTE WS81G-INT-DIA = FUNCTION INTEGER-OF-DATE (PF68DDE)
           COMPUTE WS81G-INT-AUX =
               FUNCTION INTEGER-OF-DATE (WS81G-AVUI) + 1
           IF WS81G-INT-AUX > WS81G-INT-DIA
              MOVE WS81G-INT-AUX TO WS81G-INT-DIA
           END-IF.
           COMPUTE WS81G-INT-FI = FUNCTION INTEGER-OF-DATE (PF68FIN)

           PERFORM TRACTAR-DIA THRU FIN-TRACTAR-DIA
               UNTIL WS81G-INT-DIA > WS81G-INT-FI

           MOVE WS81G-PAT-NOVES TO T81G-NOV
           MOVE WS81G-PAT-EXISTENTS TO T81G-EXI
           MOVE WS81G-PAT-FESTIUS TO T81G-FES
           WRITE LINIA-RPT81G FROM TOT81G-01 AFTER ADVANCING 1 LINE.

           ADD WS81G-PAT-NOVES TO WS81G-NUM-NOVES
           ADD WS81G-PAT-EXISTENTS TO WS81G-NUM-EXISTENTS
           ADD WS81G-PAT-FESTIUS TO WS81G-NUM-FESTIUS

           IF PARM-MODE-GENERAR
              MOVE WS81G-AVUI TO PF68DGN
              REWRITE REG-PF68
           END-IF.
       FIN-TRACTAR-PATRO. EXIT.

       PREPARAR-DETALL.
           MOVE PF68PNT (WS81G-I) TO C81G-PNT (WS81G-I)
           MOVE PF68CLS (WS81G-I) TO C81G-CLS (WS81G-I)
           IF PF68CLS (WS81G-I) = SPACES
              MOVE ZEROS TO C81G-CPL (WS81G-I)
           ELSE
              MOVE PF68CPL (WS81G-I) TO C81G-CPL (WS81G-I)
           END-IF.
           ADD 1 TO WS81G-I.
       FIN-PREPARAR-DETALL. EXIT.

      *----------------------------------------------------------*
      * Un dia del periode. El dia de la setmana surt, com a      *
      * CBL61DIA, d'INTEGER-OF-DATE modul 7 (1 dilluns ... 0      *
      * diumenge, que aqui es la posicio 7 de PF68SET).           *
      *----------------------------------------------------------*
       TRACTAR-DIA.
           DIVIDE WS81G-INT-DIA BY 7 GIVING WS81G-QUOCIENT
               REMAINDER WS81G-DIA-SETMANA
           IF WS81G-DIA-SETMANA = 0
              MOVE 7 TO WS81G-DIA-SETMANA
           END-IF.

           IF PF68SET (WS81G-DIA-SETMANA:1) NOT = 'S'
              GO FIN-TRACTAR-DIA
           END-IF.

           MOVE FUNCTION DATE-OF-INTEGER (WS81G-INT-DIA)
               TO WS81G-DAT

           MOVE SPACES TO DET81G-01
           MOVE WS81G-DAT TO D81G-DAT
           MOVE WS81G-NOM-DIA (WS81G-DIA-SETMANA) TO D81G-DIA

           IF PF68FES-SALTAR
              MOVE 'F' TO WS81G-DIA-ACC
              MOVE WS81G-DAT TO WS81G-DIA-DAT1
              CALL 'CBL61DIA' USING WS81G-DIA-ACC WS81G-DIA-DAT1
                                    WS81G-DIA-DAT2 WS81G-DIA-DIES
              IF WS81G-DIA-DIES = 1
                 ADD 1 TO WS81G-PAT-FESTIUS
                 MOVE 'FESTIU, NO ES GENERA' TO D81G-EST
                 WRITE LINIA-RPT81G FROM DET81G-01
                     AFTER ADVANCING 1 LINE
                 GO FIN-TRACTAR-DIA
              END-IF
           END-IF.

           MOVE PF68COD TO PF21COD
           MOVE WS81G-DAT TO PF21DAT
           READ PF21 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                ADD 1 TO WS81G-PAT-EXISTENTS
                GO FIN-TRACTAR-DIA
           END-READ.

           MOVE 'N' TO WS81G-SOLAPA
           IF PF68VEH NOT = SPACES
              PERFORM COMPROVAR-SOLAPAMENT THRU
                  FIN-COMPROVAR-SOLAPAMENT
           END-IF.

           MOVE WS81G-PLACES TO D81G-PLT
           IF PF68VEH NOT = SPACES AND NOT WS81G-SOLAPA-SI
              MOVE PF68VEH TO D81G-VEH
           END-IF.

           IF PARM-MODE-PREVIA
              IF WS81G-SOLAPA-SI
                 MOVE 'ES CREARA, VEHICLE SOLAPA: ASSIGNAR'
                      TO D81G-EST
              ELSE
                 MOVE 'ES CREARA' TO D81G-EST
              END-IF
              ADD 1 TO WS81G-PAT-NOVES
              WRITE LINIA-RPT81G FROM DET81G-01
                  AFTER ADVANCING 1 LINE
              GO FIN-TRACTAR-DIA
           END-IF.

           MOVE PF68COD TO PF21COD
           MOVE WS81G-DAT TO PF21DAT
           MOVE WS81G-PLACES TO PF21PLT
           MOVE WS81G-PLACES TO PF21PLD
           SET PF21EST-ACTIVA TO TRUE
           MOVE ZEROS TO PF21OVS
           MOVE PF68DUR TO PF21DUR
           MOVE PF68NUM TO PF21PAT
           WRITE REG-PF21

           IF NOT WS81G-STAT-PF21-OK
              MOVE SPACES TO D81G-VEH
              MOVE 'ERROR GRAVANT LA SORTIDA' TO D81G-EST
              WRITE LINIA-RPT81G FROM DET81G-01
                  AFTER ADVANCING 1 LINE
              GO FIN-TRACTAR-DIA
           END-IF.
           ADD 1 TO WS81G-PAT-NOVES

           IF PF68VEH = SPACES
              MOVE 'CREADA' TO D81G-EST
           ELSE
              IF WS81G-SOLAPA-SI
                 MOVE 'CREADA, VEHICLE SOLAPA: ASSIGNAR'
                      TO D81G-EST
              ELSE
                 MOVE PF68COD TO PF35COD
                 MOVE WS81G-DAT TO PF35DAT
                 MOVE PF68VEH TO PF35VEH
                 MOVE WS81G-PLACES TO PF35PLA
                 WRITE REG-PF35
                 IF WS81G-STAT-PF35-OK
                    MOVE 'CREADA AMB VEHICLE' TO D81G-EST
                 ELSE
                    MOVE SPACES TO D81G-VEH
                    MOVE 'CREADA, VEHICLE NO ASSIGNAT' TO D81G-EST
                 END-IF
              END-IF
           END-IF.
           WRITE LINIA-RPT81G FROM DET81G-01 AFTER ADVANCING 1 LINE.
       FIN-TRACTAR-DIA. EXIT.

      *----------------------------------------------------------*
      * Busca a PF35L1 una altra sortida del vehicle plantilla    *
      * que es trepitgi amb la nova (de WS81G-DAT a la tornada).  *
      * Com que la durada d'una sortida no passa de 999 dies, es  *
      * comenca a mirar 999 dies abans en lloc de tot l'historic  *
      * del vehicle.                                              *
      *----------------------------------------------------------*
       COMPROVAR-SOLAPAMENT.
           MOVE WS81G-DAT TO WS81G-INI-NOU
           COMPUTE WS81G-INT-AUX = WS81G-INT-DIA + WS81G-DUR - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS81G-INT-AUX)
               TO WS81G-FI-NOU

           MOVE 'N' TO WS81G-FI-PF35L1
           MOVE PF68VEH TO P35LVEH
           COMPUTE WS81G-INT-AUX = WS81G-INT-DIA - 999
           MOVE FUNCTION DATE-OF-INTEGER (WS81G-INT-AUX) TO P35LDAT
           START PF35L1 KEY IS NOT LESS THAN P35LCLAU
               INVALID KEY MOVE 'S' TO WS81G-FI-PF35L1
           END-START.

           PERFORM CERCAR-SEGUENT-SOLAPAMENT THRU
               FIN-CERCAR-SEGUENT-SOLAPAMENT
                   UNTIL WS81G-FI-PF35L1-SI OR WS81G-SOLAPA-SI.
       FIN-COMPROVAR-SOLAPAMENT. EXIT.

       CERCAR-SEGUENT-SOLAPAMENT.
           READ PF35L1 NEXT RECORD
               AT END MOVE 'S' TO WS81G-FI-PF35L1
                      GO FIN-CERCAR-SEGUENT-SOLAPAMENT
           END-READ.

           IF P35LVEH NOT = PF68VEH OR P35LDAT > WS81G-FI-NOU
              MOVE 'S' TO WS81G-FI-PF35L1
              GO FIN-CERCAR-SEGUENT-SOLAPAMENT
           END-IF.

           MOVE P35LCOD TO PF21COD
           MOVE P35LDAT TO PF21DAT
           READ PF21 INVALID KEY
                GO FIN-CERCAR-SEGUENT-SOLAPAMENT
           END-READ.

           MOVE PF21DUR TO WS81G-DUR-ALTRA
           IF WS81G-DUR-ALTRA = ZEROS
              MOVE PF21COD TO PF1XCOD
              READ PF01X INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF1XDUR TO WS81G-DUR-ALTRA
              END-READ
           END-IF.
           IF WS81G-DUR-ALTRA = ZEROS
              MOVE 1 TO WS81G-DUR-ALTRA
           END-IF.

           COMPUTE WS81G-INT-AUX =
               FUNCTION INTEGER-OF-DATE (PF21DAT) + WS81G-DUR-ALTRA - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS81G-INT-AUX)
               TO WS81G-DAT-TORNADA
           IF WS81G-DAT-TORNADA NOT < WS81G-INI-NOU
              MOVE 'S' TO WS81G-SOLAPA
           END-IF.
       FIN-CERCAR-SEGUENT-SOLAPAMENT. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS81G-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81G-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS81G-JRN-HIN
           MOVE 'CBL81GEN' TO PF30PGM
           MOVE WS81G-JRN-DAT TO PF30DAT
           MOVE WS81G-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS81G-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL81GEN' TO PF30PGM
           MOVE WS81G-JRN-DAT TO PF30DAT
           MOVE WS81G-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS81G-NUM-NOVES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
