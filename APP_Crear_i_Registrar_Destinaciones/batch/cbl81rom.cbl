       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL81ROM.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Llistes de rooming per als hotels. Per a cada sortida     *
      * dins de la finestra del manifest ('MANIFDIES' de PF09, 7  *
      * si no hi es), tant del comptador agregat (data de PF01X)  *
      * com del calendari PF21, busca el proveidor de la linia de *
      * cost d'hotel ('H') de PF39 i n'escriu la llista: per      *
      * reserva viva, cada habitacio (numero i tipus, de PF37)    *
      * amb els viatgers que hi dormen, i al peu les habitacions  *
      * de cada tipus perque l'hotel les quadri amb el seu        *
      * contingent. Les reserves amb viatgers encara sense        *
      * habitacio (o sense nom) surten marcades, com fa CBL62PAS  *
      * amb els noms, i el diari queda amb avisos.                *
      * Tot va al fitxer INT81R agrupat per proveidor (les files  *
      * d'un mateix hotel van seguides), distribuit via           *
      * CLPDST/PF17, i a l'imprès RPT81R amb una pagina per hotel *
      * i sortida.                                                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY.

           SELECT PF01X
              ASSIGN TO DATABASE-PF01X
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF1XCOD.

           SELECT PF02
              ASSIGN TO DATABASE-PF02
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF2CLAU.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2LREF WITH DUPLICATES.

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT PF37
              ASSIGN TO DATABASE-PF37
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF37CLAU.

           SELECT PF38
              ASSIGN TO DATABASE-PF38
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF38PRV.

           SELECT PF39
              ASSIGN TO DATABASE-PF39
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF39CLAU.

           SELECT INT81R
              ASSIGN TO DATABASE-INT81R
              ORGANIZATION IS SEQUENTIAL.

           SELECT RPT81R
              ASSIGN TO PRINTER-RPT81R.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS81R-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF02 LABEL RECORD IS STANDARD.
          COPY CPPF02.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD PF37 LABEL RECORD IS STANDARD.
          COPY CPPF37.

       FD PF38 LABEL RECORD IS STANDARD.
          COPY CPPF38.

       FD PF39 LABEL RECORD IS STANDARD.
          COPY CPPF39.

       FD INT81R LABEL RECORD IS STANDARD.
          COPY CPINT81R.

       FD RPT81R LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT81R PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS81R-FI-PF01 PIC X(01) VALUE 'N'.
           88 WS81R-FI-PF01-SI VALUE 'S'.
       01 WS81R-FI-PF02 PIC X(01).
           88 WS81R-FI-PF02-SI VALUE 'S'.
       01 WS81R-FI-PF02L1 PIC X(01).
           88 WS81R-FI-PF02L1-SI VALUE 'S'.
       01 WS81R-FI-PF21 PIC X(01).
           88 WS81R-FI-PF21-SI VALUE 'S'.
       01 WS81R-FI-PF37 PIC X(01).
           88 WS81R-FI-PF37-SI VALUE 'S'.
       01 WS81R-FI-PF38 PIC X(01) VALUE 'N'.
           88 WS81R-FI-PF38-SI VALUE 'S'.
       01 WS81R-FI-PF39 PIC X(01).
           88 WS81R-FI-PF39-SI VALUE 'S'.

       01 WS81R-DIES-FINESTRA PIC 9(3) VALUE 7.
       01 WS81R-DINS PIC X(01) VALUE 'N'.
       01 WS81R-AVUI PIC 9(8).
       01 WS81R-DIES-INT PIC S9(9).
       01 WS81R-DAT-PROVA PIC 9(8).
       01 WS81R-DATS-PROVA PIC 9(8).

      *----------------------------------------------------------*
      * Sortides dins de la finestra, carregades un sol cop i     *
      * recorregudes per a cada hotel. TS-DATS es la data de      *
      * sortida de PF02/PF39 (zeros = comptador agregat) i TS-DAT *
      * la data real que surt a la llista.                        *
      *----------------------------------------------------------*
       01 WS81R-NUM-SORTIDES PIC 9(3).
       01 WS81R-S PIC 9(3).
       01 TAULA-SORTIDES.
           05 TS-ENTRY OCCURS 200 TIMES.
               10 TS-COD PIC 9(4).
               10 TS-DATS PIC 9(8).
               10 TS-DAT PIC 9(8).
               10 TS-NOM PIC X(30).
       01 WS81R-TE-HOTEL PIC X(01).

      *----------------------------------------------------------*
      * Referencies ja tractades a la sortida en curs (un paquet  *
      * o una modificacio poden deixar mes d'una fila 'R').       *
      *----------------------------------------------------------*
       01 WS81R-NUM-REFS PIC 9(3).
       01 WS81R-R PIC 9(3).
       01 TAULA-REFS.
           05 TR-REF OCCURS 300 TIMES PIC 9(9).
       01 WS81R-REF-TROBADA PIC X(01).
       01 WS81R-REF-ACTUAL PIC 9(9).
       01 WS81R-TITULAR PIC X(30).
       01 WS81R-PLACES PIC S9(5).

      *----------------------------------------------------------*
      * Habitacions de la referencia en curs, per ordre de primer *
      * ocupant, i viatgers sense habitacio.                      *
      *----------------------------------------------------------*
       01 WS81R-NUM-HAB PIC 9(3).
       01 WS81R-H PIC 9(3).
       01 TAULA-HABITACIONS.
           05 TH-ENTRY OCCURS 50 TIMES.
               10 TH-GRP PIC 9(3).
               10 TH-HAB PIC X(01).
       01 WS81R-HAB-TROBADA PIC X(01).
       01 WS81R-NUM-VIATGERS PIC 9(3).
       01 WS81R-SENSE-HAB PIC 9(3).
       01 WS81R-PENDENTS PIC S9(5).

       01 WS81R-NHI PIC 9(3).
       01 WS81R-NHD PIC 9(3).
       01 WS81R-NHT PIC 9(3).
       01 WS81R-NHR PIC 9(3).
       01 WS81R-NHX PIC 9(4).
       01 WS81R-PEND-SORTIDA PIC 9(5).

       01 WS81R-NUM-LLISTES PIC 9(5) VALUE ZEROS.
       01 WS81R-NUM-PENDENTS PIC 9(5) VALUE ZEROS.
       01 WS81R-NUM-FILES PIC 9(7) VALUE ZEROS.

       01 CAP81R-01.
           05 FILLER PIC X(14) VALUE 'ROOMING LIST'.
           05 C81R-PRV PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C81R-PNOM PIC X(30).
           05 FILLER PIC X(11) VALUE '  EMISSIO'.
           05 C81R-AVUI PIC 9(08).
           05 FILLER PIC X(11) VALUE SPACES.

       01 CAP81R-02.
           05 FILLER PIC X(12) VALUE 'DESTINACIO'.
           05 C81R-COD PIC 9(4).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C81R-DNOM PIC X(30).
           05 FILLER PIC X(09) VALUE 'SORTIDA'.
           05 C81R-DAT PIC 9(08).
           05 FILLER PIC X(15) VALUE SPACES.

       01 CAP81R-03.
           05 FILLER PIC X(11) VALUE 'REFERENCIA'.
           05 FILLER PIC X(06) VALUE 'HAB.'.
           05 FILLER PIC X(12) VALUE 'TIPUS'.
           05 FILLER PIC X(32) VALUE 'VIATGER'.
           05 FILLER PIC X(08) VALUE 'PLACES'.
           05 FILLER PIC X(11) VALUE SPACES.

       01 CAP81R-04.
           05 FILLER PIC X(26) VALUE 'RESUM LLISTES DE ROOMING'.
           05 C81R-RAVUI PIC 9(08).
           05 FILLER PIC X(46) VALUE SPACES.

       01 DET81R-01.
           05 D81R-REF  PIC Z(8)9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D81R-GRP  PIC ZZ9.
           05 FILLER    PIC X(03) VALUE SPACES.
           05 D81R-TIP  PIC X(10).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D81R-NOM  PIC X(30).
           05 FILLER    PIC X(21) VALUE SPACES.

       01 DET81R-02.
           05 D81R-PREF PIC Z(8)9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 FILLER    PIC X(18) VALUE 'SENSE HABITACIO'.
           05 D81R-PNOM PIC X(30).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D81R-PQTY PIC ZZZ9.
           05 FILLER    PIC X(15) VALUE SPACES.

       01 TOT81R-01.
           05 FILLER   PIC X(13) VALUE 'HABITACIONS'.
           05 FILLER   PIC X(05) VALUE ' IND'.
           05 T81R-NHI PIC ZZZ9.
           05 FILLER   PIC X(05) VALUE ' DBL'.
           05 T81R-NHD PIC ZZZ9.
           05 FILLER   PIC X(05) VALUE ' TWN'.
           05 T81R-NHT PIC ZZZ9.
           05 FILLER   PIC X(05) VALUE ' TPL'.
           05 T81R-NHR PIC ZZZ9.
           05 FILLER   PIC X(07) VALUE ' TOTAL'.
           05 T81R-NHX PIC ZZZ9.
           05 FILLER   PIC X(20) VALUE SPACES.

       01 TOT81R-02.
           05 FILLER    PIC X(26) VALUE 'VIATGERS SENSE HABITACIO'.
           05 T81R-PEND PIC ZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 T81R-MARCA PIC X(20).
           05 FILLER    PIC X(28) VALUE SPACES.

       01 TOT81R-03.
           05 FILLER    PIC X(20) VALUE 'TOTAL LLISTES'.
           05 T81R-LLI  PIC ZZZZ9.
           05 FILLER    PIC X(04) VALUE SPACES.
           05 FILLER    PIC X(26) VALUE 'VIATGERS SENSE HABITACIO'.
           05 T81R-TPEN PIC ZZZZ9.
           05 FILLER    PIC X(20) VALUE SPACES.

       01 WS81R-STAT-PF30 PIC X(02).
           88 WS81R-STAT-PF30-OK VALUES '00' '02'.
       01 WS81R-JRN-DAT PIC 9(8).
       01 WS81R-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF01
           OPEN INPUT PF01X
           OPEN INPUT PF02
           OPEN INPUT PF02L1
           OPEN INPUT PF21
           OPEN INPUT PF09
           OPEN INPUT PF37
           OPEN INPUT PF38
           OPEN INPUT PF39
           OPEN OUTPUT INT81R
           OPEN OUTPUT RPT81R

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81R-AVUI
           MOVE WS81R-AVUI TO C81R-AVUI
           MOVE WS81R-AVUI TO C81R-RAVUI

           PERFORM LLEGIR-DIES-FINESTRA THRU FIN-LLEGIR-DIES-FINESTRA
           PERFORM CARREGAR-SORTIDES THRU FIN-CARREGAR-SORTIDES

           MOVE LOW-VALUES TO PF38PRV
           START PF38 KEY IS NOT LESS THAN PF38PRV
               INVALID KEY MOVE 'S' TO WS81R-FI-PF38
           END-START.

           PERFORM TRACTAR-PROVEIDOR THRU FIN-TRACTAR-PROVEIDOR
               UNTIL WS81R-FI-PF38-SI

           MOVE WS81R-NUM-LLISTES TO T81R-LLI
           MOVE WS81R-NUM-PENDENTS TO T81R-TPEN
           WRITE LINIA-RPT81R FROM CAP81R-04 AFTER ADVANCING PAGE
           WRITE LINIA-RPT81R FROM TOT81R-03 AFTER ADVANCING 2 LINES

           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF02.
           CLOSE PF02L1.
           CLOSE PF21.
           CLOSE PF09.
           CLOSE PF37.
           CLOSE PF38.
           CLOSE PF39.
           CLOSE INT81R.
           CLOSE RPT81R.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       LLEGIR-DIES-FINESTRA.
           MOVE 'MANIFDIES ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS81R-DIES-FINESTRA
                END-IF
           END-READ.
       FIN-LLEGIR-DIES-FINESTRA. EXIT.

      *----------------------------------------------------------*
      * Sortides dins de la finestra: la generica de cada         *
      * destinacio (PF01X) i les del calendari PF21, com al       *
      * manifest de CBL81MAN.                                     *
      *----------------------------------------------------------*
       CARREGAR-SORTIDES.
           MOVE ZEROS TO WS81R-NUM-SORTIDES
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY
           START PF01 KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY
               INVALID KEY MOVE 'S' TO WS81R-FI-PF01
           END-START.

           PERFORM CARREGAR-DESTINACIO THRU FIN-CARREGAR-DESTINACIO
               UNTIL WS81R-FI-PF01-SI
       FIN-CARREGAR-SORTIDES. EXIT.

       CARREGAR-DESTINACIO.
           READ PF01 NEXT RECORD
               AT END MOVE 'S' TO WS81R-FI-PF01
           END-READ.

           IF WS81R-FI-PF01-SI
              GO FIN-CARREGAR-DESTINACIO
           END-IF.

           MOVE PF1COD TO PF1XCOD
           READ PF01X INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF1XDAT > ZEROS
                   MOVE PF1XDAT TO WS81R-DAT-PROVA
                   PERFORM COMPROVAR-FINESTRA THRU
                       FIN-COMPROVAR-FINESTRA
                   IF WS81R-DINS = 'S'
                      MOVE ZEROS TO WS81R-DATS-PROVA
                      PERFORM ANOTAR-SORTIDA THRU FIN-ANOTAR-SORTIDA
                   END-IF
                END-IF
           END-READ.

           MOVE 'N' TO WS81R-FI-PF21
           MOVE PF1COD TO PF21COD
           MOVE LOW-VALUES TO PF21DAT
           START PF21 KEY IS NOT LESS THAN PF21CLAU
               INVALID KEY MOVE 'S' TO WS81R-FI-PF21
           END-START.

           PERFORM CARREGAR-SEGUENT-SORTIDA THRU
               FIN-CARREGAR-SEGUENT-SORTIDA
                   UNTIL WS81R-FI-PF21-SI.
       FIN-CARREGAR-DESTINACIO. EXIT.

       CARREGAR-SEGUENT-SORTIDA.
           READ PF21 NEXT RECORD
               AT END MOVE 'S' TO WS81R-FI-PF21
           END-READ.

           IF NOT WS81R-FI-PF21-SI
              IF PF21COD NOT = PF1COD
                 MOVE 'S' TO WS81R-FI-PF21
              ELSE
                 MOVE PF21DAT TO WS81R-DAT-PROVA
                 MOVE PF21DAT TO WS81R-DATS-PROVA
                 PERFORM COMPROVAR-FINESTRA THRU
                     FIN-COMPROVAR-FINESTRA
                 IF WS81R-DINS = 'S'
                    PERFORM ANOTAR-SORTIDA THRU FIN-ANOTAR-SORTIDA
                 END-IF
              END-IF
           END-IF.
       FIN-CARREGAR-SEGUENT-SORTIDA. EXIT.

       COMPROVAR-FINESTRA.
           MOVE 'N' TO WS81R-DINS
           COMPUTE WS81R-DIES-INT =
               FUNCTION INTEGER-OF-DATE (WS81R-DAT-PROVA) -
               FUNCTION INTEGER-OF-DATE (WS81R-AVUI)
           IF WS81R-DIES-INT >= ZEROS
              AND WS81R-DIES-INT <= WS81R-DIES-FINESTRA
              MOVE 'S' TO WS81R-DINS
           END-IF.
       FIN-COMPROVAR-FINESTRA. EXIT.

      * WS81R-DATS-PROVA a zeros marca la sortida del comptador
      * agregat.
       ANOTAR-SORTIDA.
           IF WS81R-NUM-SORTIDES < 200
              ADD 1 TO WS81R-NUM-SORTIDES
              MOVE PF1COD TO TS-COD (WS81R-NUM-SORTIDES)
              MOVE WS81R-DATS-PROVA TO TS-DATS (WS81R-NUM-SORTIDES)
              MOVE WS81R-DAT-PROVA TO TS-DAT (WS81R-NUM-SORTIDES)
              MOVE PF1NOM TO TS-NOM (WS81R-NUM-SORTIDES)
           END-IF.
       FIN-ANOTAR-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Per a cada proveidor d'hotel (PF38), les sortides de la   *
      * finestra que el tenen a la seva linia de cost 'H' de PF39 *
      * (la de la data de la sortida; zeros per a l'agregat, com  *
      * a CBL75MAR). Aixi les llistes d'un hotel surten seguides. *
      *----------------------------------------------------------*
       TRACTAR-PROVEIDOR.
           READ PF38 NEXT RECORD
               AT END MOVE 'S' TO WS81R-FI-PF38
           END-READ.

           IF WS81R-FI-PF38-SI
              GO FIN-TRACTAR-PROVEIDOR
           END-IF.

           IF NOT PF38TIP-HOTEL
              GO FIN-TRACTAR-PROVEIDOR
           END-IF.

           MOVE 1 TO WS81R-S
           PERFORM REVISAR-SORTIDA THRU FIN-REVISAR-SORTIDA
               UNTIL WS81R-S > WS81R-NUM-SORTIDES.
       FIN-TRACTAR-PROVEIDOR. EXIT.

       REVISAR-SORTIDA.
           MOVE 'N' TO WS81R-TE-HOTEL
           MOVE 'N' TO WS81R-FI-PF39
           MOVE TS-COD (WS81R-S) TO PF39COD
           MOVE TS-DATS (WS81R-S) TO PF39DATS
           MOVE LOW-VALUES TO PF39SEQ
           START PF39 KEY IS NOT LESS THAN PF39CLAU
               INVALID KEY MOVE 'S' TO WS81R-FI-PF39
           END-START

           PERFORM BUSCAR-LINIA-HOTEL THRU FIN-BUSCAR-LINIA-HOTEL
               UNTIL WS81R-FI-PF39-SI

           IF WS81R-TE-HOTEL = 'S'
              PERFORM LLISTAR-ROOMING THRU FIN-LLISTAR-ROOMING
           END-IF

           ADD 1 TO WS81R-S.
       FIN-REVISAR-SORTIDA. EXIT.

       BUSCAR-LINIA-HOTEL.
           READ PF39 NEXT RECORD
               AT END MOVE 'S' TO WS81R-FI-PF39
           END-READ.

           IF NOT WS81R-FI-PF39-SI
              IF PF39COD NOT = TS-COD (WS81R-S)
                 OR PF39DATS NOT = TS-DATS (WS81R-S)
                 MOVE 'S' TO WS81R-FI-PF39
              ELSE
                 IF PF39TIP-HOTEL AND PF39PRV = PF38PRV
                    MOVE 'S' TO WS81R-TE-HOTEL
                    MOVE 'S' TO WS81R-FI-PF39
                 END-IF
              END-IF
           END-IF.
       FIN-BUSCAR-LINIA-HOTEL. EXIT.

      *----------------------------------------------------------*
      * Llista de rooming de l'hotel en curs per a la sortida     *
      * WS81R-S: pagina nova, una seccio per reserva viva de la   *
      * sortida i el peu amb les habitacions per tipus i els      *
      * viatgers pendents de col·locar.                           *
      *----------------------------------------------------------*
       LLISTAR-ROOMING.
           MOVE ZEROS TO WS81R-NHI
           MOVE ZEROS TO WS81R-NHD
           MOVE ZEROS TO WS81R-NHT
           MOVE ZEROS TO WS81R-NHR
           MOVE ZEROS TO WS81R-PEND-SORTIDA
           MOVE ZEROS TO WS81R-NUM-REFS

           MOVE PF38PRV TO C81R-PRV
           MOVE PF38NOM TO C81R-PNOM
           MOVE TS-COD (WS81R-S) TO C81R-COD
           MOVE TS-NOM (WS81R-S) TO C81R-DNOM
           MOVE TS-DAT (WS81R-S) TO C81R-DAT
           WRITE LINIA-RPT81R FROM CAP81R-01 AFTER ADVANCING PAGE
           WRITE LINIA-RPT81R FROM CAP81R-02 AFTER ADVANCING 1 LINE
           WRITE LINIA-RPT81R FROM CAP81R-03 AFTER ADVANCING 2 LINES

           INITIALIZE REG-INT81R
           MOVE PF38PRV TO I81RPRV
           MOVE 'C' TO I81RTIP
           MOVE TS-COD (WS81R-S) TO I81RCOD
           MOVE TS-DAT (WS81R-S) TO I81RDAT
           MOVE TS-NOM (WS81R-S) TO I81RNOM
           WRITE REG-INT81R
           ADD 1 TO WS81R-NUM-FILES

           MOVE 'N' TO WS81R-FI-PF02
           MOVE TS-COD (WS81R-S) TO PF2COD
           MOVE LOW-VALUES TO PF2SEQ
           START PF02 KEY IS NOT LESS THAN PF2CLAU
               INVALID KEY MOVE 'S' TO WS81R-FI-PF02
           END-START

           PERFORM LLISTAR-SEGUENT-RESERVA THRU
               FIN-LLISTAR-SEGUENT-RESERVA
                   UNTIL WS81R-FI-PF02-SI

           COMPUTE WS81R-NHX = WS81R-NHI + WS81R-NHD
                             + WS81R-NHT + WS81R-NHR
           MOVE WS81R-NHI TO T81R-NHI
           MOVE WS81R-NHD TO T81R-NHD
           MOVE WS81R-NHT TO T81R-NHT
           MOVE WS81R-NHR TO T81R-NHR
           MOVE WS81R-NHX TO T81R-NHX
           WRITE LINIA-RPT81R FROM TOT81R-01 AFTER ADVANCING 2 LINES

           MOVE WS81R-PEND-SORTIDA TO T81R-PEND
           IF WS81R-PEND-SORTIDA > ZEROS
              MOVE '*** PER COMPLETAR' TO T81R-MARCA
           ELSE
              MOVE SPACES TO T81R-MARCA
           END-IF
           WRITE LINIA-RPT81R FROM TOT81R-02 AFTER ADVANCING 1 LINE

           INITIALIZE REG-INT81R
           MOVE PF38PRV TO I81RPRV
           MOVE 'T' TO I81RTIP
           MOVE TS-COD (WS81R-S) TO I81RCOD
           MOVE TS-DAT (WS81R-S) TO I81RDAT
           MOVE WS81R-PEND-SORTIDA TO I81RQTY
           MOVE WS81R-NHI TO I81RNHI
           MOVE WS81R-NHD TO I81RNHD
           MOVE WS81R-NHT TO I81RNHT
           MOVE WS81R-NHR TO I81RNHR
           WRITE REG-INT81R
           ADD 1 TO WS81R-NUM-FILES

           ADD 1 TO WS81R-NUM-LLISTES.
       FIN-LLISTAR-ROOMING. EXIT.

       LLISTAR-SEGUENT-RESERVA.
           READ PF02 NEXT RECORD
               AT END MOVE 'S' TO WS81R-FI-PF02
           END-READ.

           IF WS81R-FI-PF02-SI
              GO FIN-LLISTAR-SEGUENT-RESERVA
           END-IF.

           IF PF2COD NOT = TS-COD (WS81R-S)
              MOVE 'S' TO WS81R-FI-PF02
              GO FIN-LLISTAR-SEGUENT-RESERVA
           END-IF.

           IF NOT PF2TIP-RESERVA
              OR PF2DATS NOT = TS-DATS (WS81R-S)
              OR PF2REF = ZEROS
              GO FIN-LLISTAR-SEGUENT-RESERVA
           END-IF.

           MOVE 'N' TO WS81R-REF-TROBADA
           MOVE 1 TO WS81R-R
           PERFORM COMPARAR-REFERENCIA THRU FIN-COMPARAR-REFERENCIA
               UNTIL WS81R-R > WS81R-NUM-REFS
                  OR WS81R-REF-TROBADA = 'S'

           IF WS81R-REF-TROBADA = 'S'
              GO FIN-LLISTAR-SEGUENT-RESERVA
           END-IF.

           IF WS81R-NUM-REFS < 300
              ADD 1 TO WS81R-NUM-REFS
              MOVE PF2REF TO TR-REF (WS81R-NUM-REFS)
           END-IF.

           MOVE PF2REF TO WS81R-REF-ACTUAL
           MOVE PF2NOM TO WS81R-TITULAR

           PERFORM CALCULAR-PLACES-REF THRU FIN-CALCULAR-PLACES-REF

           IF WS81R-PLACES > ZEROS
              PERFORM LLISTAR-REFERENCIA THRU FIN-LLISTAR-REFERENCIA
           END-IF.
       FIN-LLISTAR-SEGUENT-RESERVA. EXIT.

       COMPARAR-REFERENCIA.
           IF TR-REF (WS81R-R) = PF2REF
              MOVE 'S' TO WS81R-REF-TROBADA
           ELSE
              ADD 1 TO WS81R-R
           END-IF.
       FIN-COMPARAR-REFERENCIA. EXIT.

      *----------------------------------------------------------*
      * Places vives de la referencia en aquesta sortida: files   *
      * 'R' menys files 'C' de l'historic (PF02L1) amb el mateix  *
      * codi i data de sortida.                                   *
      *----------------------------------------------------------*
       CALCULAR-PLACES-REF.
           MOVE ZEROS TO WS81R-PLACES
           MOVE 'N' TO WS81R-FI-PF02L1
           MOVE WS81R-REF-ACTUAL TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS81R-FI-PF02L1
           END-START.

           PERFORM SUMAR-SEGUENT-FILA-REF THRU
               FIN-SUMAR-SEGUENT-FILA-REF
                   UNTIL WS81R-FI-PF02L1-SI
       FIN-CALCULAR-PLACES-REF. EXIT.

       SUMAR-SEGUENT-FILA-REF.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS81R-FI-PF02L1
           END-READ.

           IF NOT WS81R-FI-PF02L1-SI
              IF P2LREF NOT = WS81R-REF-ACTUAL
                 MOVE 'S' TO WS81R-FI-PF02L1
              ELSE
                 IF P2LCOD = TS-COD (WS81R-S)
                    AND P2LDATS = TS-DATS (WS81R-S)
                    IF P2LTIP-RESERVA
                       ADD P2LQTY TO WS81R-PLACES
                    ELSE
                       SUBTRACT P2LQTY FROM WS81R-PLACES
                    END-IF
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-FILA-REF. EXIT.

      *----------------------------------------------------------*
      * Seccio de la referencia en curs: una primera passada per  *
      * PF37 anota les habitacions i compta els viatgers sense    *
      * habitacio; despres, habitacio per habitacio, els seus     *
      * ocupants. Els seients sense viatger a PF37 tambe compten  *
      * com a pendents.                                           *
      *----------------------------------------------------------*
       LLISTAR-REFERENCIA.
           MOVE ZEROS TO WS81R-NUM-HAB
           MOVE ZEROS TO WS81R-NUM-VIATGERS
           MOVE ZEROS TO WS81R-SENSE-HAB
           MOVE 'N' TO WS81R-FI-PF37
           MOVE WS81R-REF-ACTUAL TO PF37REF
           MOVE LOW-VALUES TO PF37SEQ
           START PF37 KEY IS NOT LESS THAN PF37CLAU
               INVALID KEY MOVE 'S' TO WS81R-FI-PF37
           END-START

           PERFORM ANOTAR-SEGUENT-VIATGER THRU
               FIN-ANOTAR-SEGUENT-VIATGER
                   UNTIL WS81R-FI-PF37-SI

           MOVE 1 TO WS81R-H
           PERFORM LLISTAR-HABITACIO THRU FIN-LLISTAR-HABITACIO
               UNTIL WS81R-H > WS81R-NUM-HAB

           COMPUTE WS81R-PENDENTS =
               WS81R-PLACES - WS81R-NUM-VIATGERS
           IF WS81R-PENDENTS < ZEROS
              MOVE ZEROS TO WS81R-PENDENTS
           END-IF
           ADD WS81R-SENSE-HAB TO WS81R-PENDENTS

           IF WS81R-PENDENTS > ZEROS
              MOVE WS81R-REF-ACTUAL TO D81R-PREF
              MOVE WS81R-TITULAR TO D81R-PNOM
              MOVE WS81R-PENDENTS TO D81R-PQTY
              WRITE LINIA-RPT81R FROM DET81R-02
                  AFTER ADVANCING 1 LINE

              INITIALIZE REG-INT81R
              MOVE PF38PRV TO I81RPRV
              MOVE 'P' TO I81RTIP
              MOVE TS-COD (WS81R-S) TO I81RCOD
              MOVE TS-DAT (WS81R-S) TO I81RDAT
              MOVE WS81R-REF-ACTUAL TO I81RREF
              MOVE WS81R-TITULAR TO I81RNOM
              MOVE WS81R-PENDENTS TO I81RQTY
              WRITE REG-INT81R
              ADD 1 TO WS81R-NUM-FILES

              ADD WS81R-PENDENTS TO WS81R-PEND-SORTIDA
              ADD WS81R-PENDENTS TO WS81R-NUM-PENDENTS
           END-IF.
       FIN-LLISTAR-REFERENCIA. EXIT.

       ANOTAR-SEGUENT-VIATGER.
           READ PF37 NEXT RECORD
               AT END MOVE 'S' TO WS81R-FI-PF37
           END-READ.

           IF WS81R-FI-PF37-SI
              GO FIN-ANOTAR-SEGUENT-VIATGER
           END-IF.

           IF PF37REF NOT = WS81R-REF-ACTUAL
              MOVE 'S' TO WS81R-FI-PF37
              GO FIN-ANOTAR-SEGUENT-VIATGER
           END-IF.

           ADD 1 TO WS81R-NUM-VIATGERS

           IF PF37HAB-SENSE
              ADD 1 TO WS81R-SENSE-HAB
              GO FIN-ANOTAR-SEGUENT-VIATGER
           END-IF.

           MOVE 'N' TO WS81R-HAB-TROBADA
           MOVE 1 TO WS81R-H
           PERFORM COMPARAR-HABITACIO THRU FIN-COMPARAR-HABITACIO
               UNTIL WS81R-H > WS81R-NUM-HAB
                  OR WS81R-HAB-TROBADA = 'S'

           IF WS81R-HAB-TROBADA = 'N' AND WS81R-NUM-HAB < 50
              ADD 1 TO WS81R-NUM-HAB
              MOVE PF37GRP TO TH-GRP (WS81R-NUM-HAB)
              MOVE PF37HAB TO TH-HAB (WS81R-NUM-HAB)
              EVALUATE TRUE
                  WHEN PF37HAB-INDIVIDUAL
                      ADD 1 TO WS81R-NHI
                  WHEN PF37HAB-DOBLE
                      ADD 1 TO WS81R-NHD
                  WHEN PF37HAB-TWIN
                      ADD 1 TO WS81R-NHT
                  WHEN PF37HAB-TRIPLE
                      ADD 1 TO WS81R-NHR
              END-EVALUATE
           END-IF.
       FIN-ANOTAR-SEGUENT-VIATGER. EXIT.

       COMPARAR-HABITACIO.
           IF TH-GRP (WS81R-H) = PF37GRP
              MOVE 'S' TO WS81R-HAB-TROBADA
           ELSE
              ADD 1 TO WS81R-H
           END-IF.
       FIN-COMPARAR-HABITACIO. EXIT.

      *----------------------------------------------------------*
      * Ocupants de l'habitacio WS81R-H de la referencia en curs. *
      *----------------------------------------------------------*
       LLISTAR-HABITACIO.
           EVALUATE TH-HAB (WS81R-H)
               WHEN 'I'
                   MOVE 'INDIVIDUAL' TO D81R-TIP
               WHEN 'D'
                   MOVE 'DOBLE' TO D81R-TIP
               WHEN 'T'
                   MOVE 'TWIN' TO D81R-TIP
               WHEN OTHER
                   MOVE 'TRIPLE' TO D81R-TIP
           END-EVALUATE

           MOVE 'N' TO WS81R-FI-PF37
           MOVE WS81R-REF-ACTUAL TO PF37REF
           MOVE LOW-VALUES TO PF37SEQ
           START PF37 KEY IS NOT LESS THAN PF37CLAU
               INVALID KEY MOVE 'S' TO WS81R-FI-PF37
           END-START

           PERFORM LLISTAR-SEGUENT-OCUPANT THRU
               FIN-LLISTAR-SEGUENT-OCUPANT
                   UNTIL WS81R-FI-PF37-SI

           ADD 1 TO WS81R-H.
       FIN-LLISTAR-HABITACIO. EXIT.

       LLISTAR-SEGUENT-OCUPANT.
           READ PF37 NEXT RECORD
               AT END MOVE 'S' TO WS81R-FI-PF37
           END-READ.

           IF NOT WS81R-FI-PF37-SI
              IF PF37REF NOT = WS81R-REF-ACTUAL
                 MOVE 'S' TO WS81R-FI-PF37
              ELSE
                 IF PF37GRP = TH-GRP (WS81R-H)
                    AND NOT PF37HAB-SENSE
                    MOVE WS81R-REF-ACTUAL TO D81R-REF
                    MOVE PF37GRP TO D81R-GRP
                    MOVE PF37NOM TO D81R-NOM
                    WRITE LINIA-RPT81R FROM DET81R-01
                        AFTER ADVANCING 1 LINE

                    INITIALIZE REG-INT81R
                    MOVE PF38PRV TO I81RPRV
                    MOVE 'V' TO I81RTIP
                    MOVE TS-COD (WS81R-S) TO I81RCOD
                    MOVE TS-DAT (WS81R-S) TO I81RDAT
                    MOVE WS81R-REF-ACTUAL TO I81RREF
                    MOVE PF37GRP TO I81RGRP
                    MOVE PF37HAB TO I81RHAB
                    MOVE PF37NOM TO I81RNOM
                    MOVE 1 TO I81RQTY
                    WRITE REG-INT81R
                    ADD 1 TO WS81R-NUM-FILES
                 END-IF
              END-IF
           END-IF.
       FIN-LLISTAR-SEGUENT-OCUPANT. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      * Amb viatgers sense habitacio tanca amb avisos ('A').      *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS81R-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81R-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS81R-JRN-HIN
           MOVE 'CBL81ROM' TO PF30PGM
           MOVE WS81R-JRN-DAT TO PF30DAT
           MOVE WS81R-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS81R-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL81ROM' TO PF30PGM
           MOVE WS81R-JRN-DAT TO PF30DAT
           MOVE WS81R-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           IF WS81R-NUM-PENDENTS > ZEROS
              SET PF30EST-AMB-AVISOS TO TRUE
           END-IF
           MOVE WS81R-NUM-FILES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
