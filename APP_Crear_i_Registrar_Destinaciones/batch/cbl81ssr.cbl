       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL81SSR.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Serveis especials per als proveidors. Per a cada sortida  *
      * dins de la finestra ('SERVEIDIES' de PF09, 14 si no hi    *
      * es), tant del comptador agregat (data de PF01X) com del   *
      * calendari PF21, busca els proveidors de les linies de     *
      * cost d'hotel ('H') i d'autocar ('A') de PF39 i els passa  *
      * els serveis especials (PF79) de les reserves vives de la  *
      * sortida que els toquen segons el cataleg PF78: a l'hotel  *
      * els 'H', a l'autocar els 'A' i a tots dos els 'T'. Cada   *
      * servei surt amb el viatger (o el titular, si es per a     *
      * tota la reserva), el punt de pujada i les places.         *
      * Tot va al fitxer INT81S agrupat per proveidor,            *
      * distribuit via CLPDST/PF17, i a l'imprès RPT81S amb una   *
      * pagina per proveidor i sortida. Els serveis enviats per   *
      * primer cop queden marcats com a enviats ('E').            *
      * Al final, la llista de seguiment per a operacions: els    *
      * serveis de les sortides de la finestra que el proveidor   *
      * encara no ha confirmat (CBL36, accio 'K'), inclosos els   *
      * que no s'han pogut enviar perque la sortida no te         *
      * proveidor; amb algun pendent, el diari queda amb avisos.  *
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

           SELECT PF78
              ASSIGN TO DATABASE-PF78
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF78SSR.

           SELECT PF79
              ASSIGN TO DATABASE-PF79
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF79CLAU.

           SELECT INT81S
              ASSIGN TO DATABASE-INT81S
              ORGANIZATION IS SEQUENTIAL.

           SELECT RPT81S
              ASSIGN TO PRINTER-RPT81S.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS81S-STAT-PF30.

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

       FD PF78 LABEL RECORD IS STANDARD.
          COPY CPPF78.

       FD PF79 LABEL RECORD IS STANDARD.
          COPY CPPF79.

       FD INT81S LABEL RECORD IS STANDARD.
          COPY CPINT81S.

       FD RPT81S LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT81S PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS81S-FI-PF01 PIC X(01) VALUE 'N'.
           88 WS81S-FI-PF01-SI VALUE 'S'.
       01 WS81S-FI-PF02 PIC X(01).
           88 WS81S-FI-PF02-SI VALUE 'S'.
       01 WS81S-FI-PF02L1 PIC X(01).
           88 WS81S-FI-PF02L1-SI VALUE 'S'.
       01 WS81S-FI-PF21 PIC X(01).
           88 WS81S-FI-PF21-SI VALUE 'S'.
       01 WS81S-FI-PF38 PIC X(01) VALUE 'N'.
           88 WS81S-FI-PF38-SI VALUE 'S'.
       01 WS81S-FI-PF39 PIC X(01).
           88 WS81S-FI-PF39-SI VALUE 'S'.
       01 WS81S-FI-PF79 PIC X(01).
           88 WS81S-FI-PF79-SI VALUE 'S'.

       01 WS81S-DIES-FINESTRA PIC 9(3) VALUE 14.
       01 WS81S-DINS PIC X(01) VALUE 'N'.
       01 WS81S-AVUI PIC 9(8).
       01 WS81S-DIES-INT PIC S9(9).
       01 WS81S-DAT-PROVA PIC 9(8).
       01 WS81S-DATS-PROVA PIC 9(8).

      *----------------------------------------------------------*
      * Sortides dins de la finestra, carregades un sol cop i     *
      * recorregudes per a cada proveidor. TS-DATS es la data de  *
      * sortida de PF02/PF39 (zeros = comptador agregat) i TS-DAT *
      * la data real que surt a la llista.                        *
      *----------------------------------------------------------*
       01 WS81S-NUM-SORTIDES PIC 9(3).
       01 WS81S-S PIC 9(3).
       01 TAULA-SORTIDES.
           05 TS-ENTRY OCCURS 200 TIMES.
               10 TS-COD PIC 9(4).
               10 TS-DATS PIC 9(8).
               10 TS-DAT PIC 9(8).
               10 TS-NOM PIC X(30).
       01 WS81S-TE-PROVEIDOR PIC X(01).

      *----------------------------------------------------------*
      * Passada en curs: 'P' enviament al proveidor de la         *
      * sortida (nomes els serveis del seu tipus), 'S' llista de  *
      * seguiment (tots els serveis no confirmats).               *
      *----------------------------------------------------------*
       01 WS81S-PASSADA PIC X(01).
           88 WS81S-PASSADA-PROVEIDOR VALUE 'P'.
           88 WS81S-PASSADA-SEGUIMENT VALUE 'S'.
       01 WS81S-CAP-FETA PIC X(01).
       01 WS81S-SERVEI-OK PIC X(01).

      *----------------------------------------------------------*
      * Referencies ja tractades a la sortida en curs (un paquet  *
      * o una modificacio poden deixar mes d'una fila 'R').       *
      *----------------------------------------------------------*
       01 WS81S-NUM-REFS PIC 9(3).
       01 WS81S-R PIC 9(3).
       01 TAULA-REFS.
           05 TR-REF OCCURS 300 TIMES PIC 9(9).
       01 WS81S-REF-TROBADA PIC X(01).
       01 WS81S-REF-ACTUAL PIC 9(9).
       01 WS81S-TITULAR PIC X(30).
       01 WS81S-PNT PIC X(03).
       01 WS81S-PLACES PIC S9(5).

       01 WS81S-NUM-ENVIATS PIC 9(5) VALUE ZEROS.
       01 WS81S-NUM-PENDENTS PIC 9(5) VALUE ZEROS.
       01 WS81S-NUM-FILES PIC 9(7) VALUE ZEROS.

       01 CAP81S-01.
           05 FILLER PIC X(19) VALUE 'SERVEIS ESPECIALS'.
           05 C81S-PRV PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C81S-PNOM PIC X(30).
           05 FILLER PIC X(11) VALUE '  EMISSIO'.
           05 C81S-AVUI PIC 9(08).
           05 FILLER PIC X(06) VALUE SPACES.

       01 CAP81S-02.
           05 FILLER PIC X(12) VALUE 'DESTINACIO'.
           05 C81S-COD PIC 9(4).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C81S-DNOM PIC X(30).
           05 FILLER PIC X(09) VALUE 'SORTIDA'.
           05 C81S-DAT PIC 9(08).
           05 FILLER PIC X(15) VALUE SPACES.

       01 CAP81S-03.
           05 FILLER PIC X(11) VALUE 'REFERENCIA'.
           05 FILLER PIC X(23) VALUE 'VIATGER'.
           05 FILLER PIC X(05) VALUE 'PNT'.
           05 FILLER PIC X(05) VALUE 'PLA.'.
           05 FILLER PIC X(36) VALUE 'SERVEI'.

       01 CAP81S-04.
           05 FILLER PIC X(36)
               VALUE 'SEGUIMENT SERVEIS SENSE CONFIRMAR'.
           05 C81S-SAVUI PIC 9(08).
           05 FILLER PIC X(36) VALUE SPACES.

       01 CAP81S-05.
           05 FILLER PIC X(11) VALUE 'REFERENCIA'.
           05 FILLER PIC X(23) VALUE 'VIATGER'.
           05 FILLER PIC X(06) VALUE 'SERVEI'.
           05 FILLER PIC X(21) VALUE SPACES.
           05 FILLER PIC X(19) VALUE 'ESTAT     ENVIAT'.

       01 DET81S-01.
           05 D81S-REF  PIC Z(8)9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D81S-NOM  PIC X(22).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D81S-PNT  PIC X(03).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D81S-QTY  PIC ZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D81S-SSR  PIC X(04).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D81S-DES  PIC X(20).
           05 FILLER    PIC X(12) VALUE SPACES.

       01 DET81S-02.
           05 FILLER    PIC X(11) VALUE SPACES.
           05 D81S-NOT  PIC X(30).
           05 FILLER    PIC X(39) VALUE SPACES.

       01 DET81S-03.
           05 D81S-SREF PIC Z(8)9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D81S-SNOM PIC X(22).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D81S-SSSR PIC X(04).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D81S-SDES PIC X(20).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D81S-EST  PIC X(09).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D81S-DEN  PIC 9(08).
           05 FILLER    PIC X(01) VALUE SPACES.

       01 TOT81S-01.
           05 FILLER    PIC X(20) VALUE 'SERVEIS ENVIATS'.
           05 T81S-ENV  PIC ZZZZ9.
           05 FILLER    PIC X(04) VALUE SPACES.
           05 FILLER    PIC X(20) VALUE 'SENSE CONFIRMAR'.
           05 T81S-PEN  PIC ZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 T81S-MARCA PIC X(20).
           05 FILLER    PIC X(04) VALUE SPACES.

       01 WS81S-STAT-PF30 PIC X(02).
           88 WS81S-STAT-PF30-OK VALUES '00' '02'.
       01 WS81S-JRN-DAT PIC 9(8).
       01 WS81S-JRN-HIN PIC 9(6).

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
           OPEN INPUT PF78
           OPEN I-O PF79
           OPEN OUTPUT INT81S
           OPEN OUTPUT RPT81S

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81S-AVUI
           MOVE WS81S-AVUI TO C81S-AVUI
           MOVE WS81S-AVUI TO C81S-SAVUI

           PERFORM LLEGIR-DIES-FINESTRA THRU FIN-LLEGIR-DIES-FINESTRA
           PERFORM CARREGAR-SORTIDES THRU FIN-CARREGAR-SORTIDES

           MOVE 'P' TO WS81S-PASSADA
           MOVE LOW-VALUES TO PF38PRV
           START PF38 KEY IS NOT LESS THAN PF38PRV
               INVALID KEY MOVE 'S' TO WS81S-FI-PF38
           END-START.

           PERFORM TRACTAR-PROVEIDOR THRU FIN-TRACTAR-PROVEIDOR
               UNTIL WS81S-FI-PF38-SI

      * Llista de seguiment: tots els serveis no confirmats de les
      * sortides de la finestra, tinguin o no proveidor.
           MOVE 'S' TO WS81S-PASSADA
           WRITE LINIA-RPT81S FROM CAP81S-04 AFTER ADVANCING PAGE
           WRITE LINIA-RPT81S FROM CAP81S-05 AFTER ADVANCING 2 LINES
           MOVE 1 TO WS81S-S
           PERFORM SEGUIR-SORTIDA THRU FIN-SEGUIR-SORTIDA
               UNTIL WS81S-S > WS81S-NUM-SORTIDES

           MOVE WS81S-NUM-ENVIATS TO T81S-ENV
           MOVE WS81S-NUM-PENDENTS TO T81S-PEN
           IF WS81S-NUM-PENDENTS > ZEROS
              MOVE '*** PER RECLAMAR' TO T81S-MARCA
           ELSE
              MOVE SPACES TO T81S-MARCA
           END-IF
           WRITE LINIA-RPT81S FROM TOT81S-01 AFTER ADVANCING 2 LINES

           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF02.
           CLOSE PF02L1.
           CLOSE PF21.
           CLOSE PF09.
           CLOSE PF37.
           CLOSE PF38.
           CLOSE PF39.
           CLOSE PF78.
           CLOSE PF79.
           CLOSE INT81S.
           CLOSE RPT81S.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       LLEGIR-DIES-FINESTRA.
           MOVE 'SERVEIDIES' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS81S-DIES-FINESTRA
                END-IF
           END-READ.
       FIN-LLEGIR-DIES-FINESTRA. EXIT.

      *----------------------------------------------------------*
      * Sortides dins de la finestra: la generica de cada         *
      * destinacio (PF01X) i les del calendari PF21, com al       *
      * manifest de CBL81MAN.                                     *
      *----------------------------------------------------------*
       CARREGAR-SORTIDES.
           MOVE ZEROS TO WS81S-NUM-SORTIDES
           MOVE LOW-VALUES TO EXTERNALLY-DESCRIBED-KEY
           START PF01 KEY IS NOT LESS THAN EXTERNALLY-DESCRIBED-KEY
               INVALID KEY MOVE 'S' TO WS81S-FI-PF01
           END-START.

           PERFORM CARREGAR-DESTINACIO THRU FIN-CARREGAR-DESTINACIO
               UNTIL WS81S-FI-PF01-SI
       FIN-CARREGAR-SORTIDES. EXIT.

       CARREGAR-DESTINACIO.
           READ PF01 NEXT RECORD
               AT END MOVE 'S' TO WS81S-FI-PF01
           END-READ.

           IF WS81S-FI-PF01-SI
              GO FIN-CARREGAR-DESTINACIO
           END-IF.

           MOVE PF1COD TO PF1XCOD
           READ PF01X INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF1XDAT > ZEROS
                   MOVE PF1XDAT TO WS81S-DAT-PROVA
                   PERFORM COMPROVAR-FINESTRA THRU
                       FIN-COMPROVAR-FINESTRA
                   IF WS81S-DINS = 'S'
                      MOVE ZEROS TO WS81S-DATS-PROVA
                      PERFORM ANOTAR-SORTIDA THRU FIN-ANOTAR-SORTIDA
                   END-IF
                END-IF
           END-READ.

           MOVE 'N' TO WS81S-FI-PF21
           MOVE PF1COD TO PF21COD
           MOVE LOW-VALUES TO PF21DAT
           START PF21 KEY IS NOT LESS THAN PF21CLAU
               INVALID KEY MOVE 'S' TO WS81S-FI-PF21
           END-START.

           PERFORM CARREGAR-SEGUENT-SORTIDA THRU
               FIN-CARREGAR-SEGUENT-SORTIDA
                   UNTIL WS81S-FI-PF21-SI.
       FIN-CARREGAR-DESTINACIO. EXIT.

       CARREGAR-SEGUENT-SORTIDA.
           READ PF21 NEXT RECORD
               AT END MOVE 'S' TO WS81S-FI-PF21
           END-READ.

           IF NOT WS81S-FI-PF21-SI
              IF PF21COD NOT = PF1COD
                 MOVE 'S' TO WS81S-FI-PF21
              ELSE
                 MOVE PF21DAT TO WS81S-DAT-PROVA
                 MOVE PF21DAT TO WS81S-DATS-PROVA
                 PERFORM COMPROVAR-FINESTRA THRU
                     FIN-COMPROVAR-FINESTRA
                 IF WS81S-DINS = 'S'
                    PERFORM ANOTAR-SORTIDA THRU FIN-ANOTAR-SORTIDA
                 END-IF
              END-IF
           END-IF.
       FIN-CARREGAR-SEGUENT-SORTIDA. EXIT.

       COMPROVAR-FINESTRA.
           MOVE 'N' TO WS81S-DINS
           COMPUTE WS81S-DIES-INT =
               FUNCTION INTEGER-OF-DATE (WS81S-DAT-PROVA) -
               FUNCTION INTEGER-OF-DATE (WS81S-AVUI)
           IF WS81S-DIES-INT >= ZEROS
              AND WS81S-DIES-INT <= WS81S-DIES-FINESTRA
              MOVE 'S' TO WS81S-DINS
           END-IF.
       FIN-COMPROVAR-FINESTRA. EXIT.

      * WS81S-DATS-PROVA a zeros marca la sortida del comptador
      * agregat.
       ANOTAR-SORTIDA.
           IF WS81S-NUM-SORTIDES < 200
              ADD 1 TO WS81S-NUM-SORTIDES
              MOVE PF1COD TO TS-COD (WS81S-NUM-SORTIDES)
              MOVE WS81S-DATS-PROVA TO TS-DATS (WS81S-NUM-SORTIDES)
              MOVE WS81S-DAT-PROVA TO TS-DAT (WS81S-NUM-SORTIDES)
              MOVE PF1NOM TO TS-NOM (WS81S-NUM-SORTIDES)
           END-IF.
       FIN-ANOTAR-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Per a cada proveidor d'hotel o d'autocar (PF38), les      *
      * sortides de la finestra que el tenen a la seva linia de   *
      * cost del mateix tipus a PF39 (la de la data de la         *
      * sortida; zeros per a l'agregat, com a CBL81ROM). Aixi els *
      * serveis d'un proveidor surten seguits.                    *
      *----------------------------------------------------------*
       TRACTAR-PROVEIDOR.
           READ PF38 NEXT RECORD
               AT END MOVE 'S' TO WS81S-FI-PF38
           END-READ.

           IF WS81S-FI-PF38-SI
              GO FIN-TRACTAR-PROVEIDOR
           END-IF.

           IF NOT PF38TIP-HOTEL AND NOT PF38TIP-AUTOCAR
              GO FIN-TRACTAR-PROVEIDOR
           END-IF.

           MOVE 1 TO WS81S-S
           PERFORM REVISAR-SORTIDA THRU FIN-REVISAR-SORTIDA
               UNTIL WS81S-S > WS81S-NUM-SORTIDES.
       FIN-TRACTAR-PROVEIDOR. EXIT.

       REVISAR-SORTIDA.
           MOVE 'N' TO WS81S-TE-PROVEIDOR
           MOVE 'N' TO WS81S-FI-PF39
           MOVE TS-COD (WS81S-S) TO PF39COD
           MOVE TS-DATS (WS81S-S) TO PF39DATS
           MOVE LOW-VALUES TO PF39SEQ
           START PF39 KEY IS NOT LESS THAN PF39CLAU
               INVALID KEY MOVE 'S' TO WS81S-FI-PF39
           END-START

           PERFORM BUSCAR-LINIA-PROVEIDOR THRU
               FIN-BUSCAR-LINIA-PROVEIDOR
                   UNTIL WS81S-FI-PF39-SI

           IF WS81S-TE-PROVEIDOR = 'S'
              MOVE 'N' TO WS81S-CAP-FETA
              PERFORM LLISTAR-SORTIDA THRU FIN-LLISTAR-SORTIDA
           END-IF

           ADD 1 TO WS81S-S.
       FIN-REVISAR-SORTIDA. EXIT.

       BUSCAR-LINIA-PROVEIDOR.
           READ PF39 NEXT RECORD
               AT END MOVE 'S' TO WS81S-FI-PF39
           END-READ.

           IF NOT WS81S-FI-PF39-SI
              IF PF39COD NOT = TS-COD (WS81S-S)
                 OR PF39DATS NOT = TS-DATS (WS81S-S)
                 MOVE 'S' TO WS81S-FI-PF39
              ELSE
                 IF PF39PRV = PF38PRV
                    AND ((PF38TIP-HOTEL AND PF39TIP-HOTEL)
                     OR (PF38TIP-AUTOCAR AND PF39TIP-AUTOCAR))
                    MOVE 'S' TO WS81S-TE-PROVEIDOR
                    MOVE 'S' TO WS81S-FI-PF39
                 END-IF
              END-IF
           END-IF.
       FIN-BUSCAR-LINIA-PROVEIDOR. EXIT.

      *----------------------------------------------------------*
      * Seguiment de la sortida WS81S-S: mateix recorregut de les *
      * reserves vives, amb tots els serveis no confirmats.       *
      *----------------------------------------------------------*
       SEGUIR-SORTIDA.
           PERFORM LLISTAR-SORTIDA THRU FIN-LLISTAR-SORTIDA
           ADD 1 TO WS81S-S.
       FIN-SEGUIR-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Reserves vives de la sortida WS81S-S (una sola vegada per *
      * referencia), amb els seus serveis especials.              *
      *----------------------------------------------------------*
       LLISTAR-SORTIDA.
           MOVE ZEROS TO WS81S-NUM-REFS
           MOVE 'N' TO WS81S-FI-PF02
           MOVE TS-COD (WS81S-S) TO PF2COD
           MOVE LOW-VALUES TO PF2SEQ
           START PF02 KEY IS NOT LESS THAN PF2CLAU
               INVALID KEY MOVE 'S' TO WS81S-FI-PF02
           END-START

           PERFORM LLISTAR-SEGUENT-RESERVA THRU
               FIN-LLISTAR-SEGUENT-RESERVA
                   UNTIL WS81S-FI-PF02-SI.
       FIN-LLISTAR-SORTIDA. EXIT.

       LLISTAR-SEGUENT-RESERVA.
           READ PF02 NEXT RECORD
               AT END MOVE 'S' TO WS81S-FI-PF02
           END-READ.

           IF WS81S-FI-PF02-SI
              GO FIN-LLISTAR-SEGUENT-RESERVA
           END-IF.

           IF PF2COD NOT = TS-COD (WS81S-S)
              MOVE 'S' TO WS81S-FI-PF02
              GO FIN-LLISTAR-SEGUENT-RESERVA
           END-IF.

           IF NOT PF2TIP-RESERVA
              OR PF2DATS NOT = TS-DATS (WS81S-S)
              OR PF2REF = ZEROS
              GO FIN-LLISTAR-SEGUENT-RESERVA
           END-IF.

           MOVE 'N' TO WS81S-REF-TROBADA
           MOVE 1 TO WS81S-R
           PERFORM COMPARAR-REFERENCIA THRU FIN-COMPARAR-REFERENCIA
               UNTIL WS81S-R > WS81S-NUM-REFS
                  OR WS81S-REF-TROBADA = 'S'

           IF WS81S-REF-TROBADA = 'S'
              GO FIN-LLISTAR-SEGUENT-RESERVA
           END-IF.

           IF WS81S-NUM-REFS < 300
              ADD 1 TO WS81S-NUM-REFS
              MOVE PF2REF TO TR-REF (WS81S-NUM-REFS)
           END-IF.

           MOVE PF2REF TO WS81S-REF-ACTUAL
           MOVE PF2NOM TO WS81S-TITULAR
           MOVE PF2PNT TO WS81S-PNT

           PERFORM CALCULAR-PLACES-REF THRU FIN-CALCULAR-PLACES-REF

           IF WS81S-PLACES > ZEROS
              PERFORM LLISTAR-SERVEIS THRU FIN-LLISTAR-SERVEIS
           END-IF.
       FIN-LLISTAR-SEGUENT-RESERVA. EXIT.

       COMPARAR-REFERENCIA.
           IF TR-REF (WS81S-R) = PF2REF
              MOVE 'S' TO WS81S-REF-TROBADA
           ELSE
              ADD 1 TO WS81S-R
           END-IF.
       FIN-COMPARAR-REFERENCIA. EXIT.

      *----------------------------------------------------------*
      * Places vives de la referencia en aquesta sortida: files   *
      * 'R' menys files 'C' de l'historic (PF02L1) amb el mateix  *
      * codi i data de sortida.                                   *
      *----------------------------------------------------------*
       CALCULAR-PLACES-REF.
           MOVE ZEROS TO WS81S-PLACES
           MOVE 'N' TO WS81S-FI-PF02L1
           MOVE WS81S-REF-ACTUAL TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS81S-FI-PF02L1
           END-START.

           PERFORM SUMAR-SEGUENT-FILA-REF THRU
               FIN-SUMAR-SEGUENT-FILA-REF
                   UNTIL WS81S-FI-PF02L1-SI
       FIN-CALCULAR-PLACES-REF. EXIT.

       SUMAR-SEGUENT-FILA-REF.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS81S-FI-PF02L1
           END-READ.

           IF NOT WS81S-FI-PF02L1-SI
              IF P2LREF NOT = WS81S-REF-ACTUAL
                 MOVE 'S' TO WS81S-FI-PF02L1
              ELSE
                 IF P2LCOD = TS-COD (WS81S-S)
                    AND P2LDATS = TS-DATS (WS81S-S)
                    IF P2LTIP-RESERVA
                       ADD P2LQTY TO WS81S-PLACES
                    ELSE
                       SUBTRACT P2LQTY FROM WS81S-PLACES
                    END-IF
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-FILA-REF. EXIT.

      *----------------------------------------------------------*
      * Serveis especials de la referencia en curs (PF79, tots    *
      * els seients).                                             *
      *----------------------------------------------------------*
       LLISTAR-SERVEIS.
           MOVE 'N' TO WS81S-FI-PF79
           MOVE WS81S-REF-ACTUAL TO PF79REF
           MOVE ZEROS TO PF79SEQ
           MOVE LOW-VALUES TO PF79SSR
           START PF79 KEY IS NOT LESS THAN PF79CLAU
               INVALID KEY MOVE 'S' TO WS81S-FI-PF79
           END-START

           PERFORM TRACTAR-SEGUENT-SERVEI THRU
               FIN-TRACTAR-SEGUENT-SERVEI
                   UNTIL WS81S-FI-PF79-SI.
       FIN-LLISTAR-SERVEIS. EXIT.

       TRACTAR-SEGUENT-SERVEI.
           READ PF79 NEXT RECORD
               AT END MOVE 'S' TO WS81S-FI-PF79
           END-READ.

           IF WS81S-FI-PF79-SI
              GO FIN-TRACTAR-SEGUENT-SERVEI
           END-IF.

           IF PF79REF NOT = WS81S-REF-ACTUAL
              MOVE 'S' TO WS81S-FI-PF79
              GO FIN-TRACTAR-SEGUENT-SERVEI
           END-IF.

           MOVE PF79SSR TO PF78SSR
           READ PF78 INVALID KEY
                MOVE SPACES TO PF78DES
                MOVE SPACE TO PF78DST
           END-READ

           IF PF79SEQ = ZEROS
              MOVE WS81S-TITULAR TO D81S-NOM
           ELSE
              MOVE PF79REF TO PF37REF
              MOVE PF79SEQ TO PF37SEQ
              READ PF37 INVALID KEY
                   MOVE WS81S-TITULAR TO PF37NOM
              END-READ
              MOVE PF37NOM TO D81S-NOM
           END-IF

           IF WS81S-PASSADA-SEGUIMENT
              PERFORM ANOTAR-SEGUIMENT THRU FIN-ANOTAR-SEGUIMENT
           ELSE
              PERFORM ENVIAR-SERVEI THRU FIN-ENVIAR-SERVEI
           END-IF.
       FIN-TRACTAR-SEGUENT-SERVEI. EXIT.

      *----------------------------------------------------------*
      * Servei per al proveidor en curs, si es del seu tipus: la  *
      * capcalera de la pagina surt amb el primer servei, la      *
      * linia va a l'imprès i a INT81S, i un servei pendent       *
      * passa a enviat.                                           *
      *----------------------------------------------------------*
       ENVIAR-SERVEI.
           MOVE 'N' TO WS81S-SERVEI-OK
           IF PF78DST-TOTS
              MOVE 'S' TO WS81S-SERVEI-OK
           END-IF
           IF PF78DST-HOTEL AND PF38TIP-HOTEL
              MOVE 'S' TO WS81S-SERVEI-OK
           END-IF
           IF PF78DST-AUTOCAR AND PF38TIP-AUTOCAR
              MOVE 'S' TO WS81S-SERVEI-OK
           END-IF

           IF WS81S-SERVEI-OK NOT = 'S'
              GO FIN-ENVIAR-SERVEI
           END-IF.

           IF WS81S-CAP-FETA NOT = 'S'
              MOVE PF38PRV TO C81S-PRV
              MOVE PF38NOM TO C81S-PNOM
              MOVE TS-COD (WS81S-S) TO C81S-COD
              MOVE TS-NOM (WS81S-S) TO C81S-DNOM
              MOVE TS-DAT (WS81S-S) TO C81S-DAT
              WRITE LINIA-RPT81S FROM CAP81S-01
                  AFTER ADVANCING PAGE
              WRITE LINIA-RPT81S FROM CAP81S-02
                  AFTER ADVANCING 1 LINE
              WRITE LINIA-RPT81S FROM CAP81S-03
                  AFTER ADVANCING 2 LINES
              MOVE 'S' TO WS81S-CAP-FETA
           END-IF.

           MOVE WS81S-REF-ACTUAL TO D81S-REF
           MOVE WS81S-PNT TO D81S-PNT
           IF PF79SEQ = ZEROS
              MOVE WS81S-PLACES TO D81S-QTY
           ELSE
              MOVE 1 TO D81S-QTY
           END-IF
           MOVE PF79SSR TO D81S-SSR
           MOVE PF78DES TO D81S-DES
           WRITE LINIA-RPT81S FROM DET81S-01 AFTER ADVANCING 1 LINE
           IF PF79NOT NOT = SPACES
              MOVE PF79NOT TO D81S-NOT
              WRITE LINIA-RPT81S FROM DET81S-02
                  AFTER ADVANCING 1 LINE
           END-IF

           INITIALIZE REG-INT81S
           MOVE PF38PRV TO I81SPRV
           MOVE TS-COD (WS81S-S) TO I81SCOD
           MOVE TS-DAT (WS81S-S) TO I81SDAT
           MOVE WS81S-REF-ACTUAL TO I81SREF
           MOVE PF79SEQ TO I81SSEQ
           MOVE D81S-NOM TO I81SNOM
           MOVE WS81S-PNT TO I81SPNT
           MOVE PF79SSR TO I81SSSR
           MOVE PF78DES TO I81SDES
           MOVE PF79NOT TO I81SNOT
           MOVE D81S-QTY TO I81SQTY
           WRITE REG-INT81S
           ADD 1 TO WS81S-NUM-FILES

           IF PF79EST-PENDENT
              SET PF79EST-ENVIAT TO TRUE
              MOVE WS81S-AVUI TO PF79DEN
              MOVE 'CBL81SSR' TO PF79USR
              REWRITE REG-PF79
              ADD 1 TO WS81S-NUM-ENVIATS
           END-IF.
       FIN-ENVIAR-SERVEI. EXIT.

      *----------------------------------------------------------*
      * Linia de seguiment d'un servei encara no confirmat:       *
      * pendent (no s'ha pogut enviar a cap proveidor) o enviat   *
      * i sense resposta, amb la data d'enviament.                *
      *----------------------------------------------------------*
       ANOTAR-SEGUIMENT.
           IF PF79EST-CONFIRMAT
              GO FIN-ANOTAR-SEGUIMENT
           END-IF.

           MOVE WS81S-REF-ACTUAL TO D81S-SREF
           MOVE D81S-NOM TO D81S-SNOM
           MOVE PF79SSR TO D81S-SSSR
           MOVE PF78DES TO D81S-SDES
           IF PF79EST-ENVIAT
              MOVE 'ENVIAT' TO D81S-EST
           ELSE
              MOVE 'NO ENVIAT' TO D81S-EST
           END-IF
           MOVE PF79DEN TO D81S-DEN
           WRITE LINIA-RPT81S FROM DET81S-03 AFTER ADVANCING 1 LINE
           ADD 1 TO WS81S-NUM-PENDENTS.
       FIN-ANOTAR-SEGUIMENT. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      * Amb serveis sense confirmar tanca amb avisos ('A').       *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS81S-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81S-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS81S-JRN-HIN
           MOVE 'CBL81SSR' TO PF30PGM
           MOVE WS81S-JRN-DAT TO PF30DAT
           MOVE WS81S-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS81S-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL81SSR' TO PF30PGM
           MOVE WS81S-JRN-DAT TO PF30DAT
           MOVE WS81S-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           IF WS81S-NUM-PENDENTS > ZEROS
              SET PF30EST-AMB-AVISOS TO TRUE
           END-IF
           MOVE WS81S-NUM-FILES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
