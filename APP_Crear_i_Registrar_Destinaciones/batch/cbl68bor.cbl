       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL68BOR.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Bordero mensual d'assegurances per a l'asseguradora. Les  *
      * assegurances es venen com a ancillari (linies PF43 d'un   *
      * producte PF42 amb PF42ASS) i fins ara el full de          *
      * l'asseguradora es picava a ma des dels justificants. Per  *
      * cada linia d'assegurança de PF43:                         *
      *  - si encara no s'ha declarat (sense fila a PF76) i la    *
      *    reserva te viatgers, surt una fila 'D' per viatger     *
      *    amb el nom de PF37, el producte, les dates del viatge, *
      *    la destinacio, la prima i la nostra comissio           *
      *    (percentatge 'ASSCOMIS' de PF09, 20 si no hi es);      *
      *  - si ja s'havia declarat i les cancel·lacions de PF02    *
      *    han deixat menys viatgers dels declarats, surt una     *
      *    fila 'B' en negatiu per cada viatger que ja no viatja, *
      *    amb la part proporcional de la prima declarada.        *
      * La linia es declara un sol cop i PF76 en guarda els       *
      * viatgers i la prima declarats, de manera que cada         *
      * cancel·lacio surt al bordero del mes en que es fa.        *
      * Les reserves assegurades sense els noms de tots els       *
      * viatgers no es declaren: surten com a excepcio a RPT68B i *
      * es tornen a provar el mes seguent.                        *
      * El fitxer INT68B acaba amb la fila 'T' de control i es    *
      * distribueix via CLPDST/PF17; RPT68B en fa el resum per    *
      * producte amb les primes a pagar a l'asseguradora.         *
      * Parametre:                                                *
      *   PARM-MODE  'PRV' previsualitzacio: nomes l'informe amb  *
      *              les excepcions, sense tocar INT68B ni PF76,  *
      *              per completar els noms abans del tancament;  *
      *              espais (CLPDST) el bordero del mes tancat.   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF43
              ASSIGN TO DATABASE-PF43
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF43CLAU.

           SELECT PF42
              ASSIGN TO DATABASE-PF42
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF42ANC.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2LREF WITH DUPLICATES.

           SELECT PF37
              ASSIGN TO DATABASE-PF37
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF37CLAU.

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

           SELECT PF76
              ASSIGN TO DATABASE-PF76
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF76CLAU
              FILE STATUS IS WS68B-STAT-PF76.

           SELECT INT68B
              ASSIGN TO DATABASE-INT68B
              ORGANIZATION IS SEQUENTIAL.

           SELECT RPT68B
              ASSIGN TO PRINTER-RPT68B.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS68B-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF43 LABEL RECORD IS STANDARD.
          COPY CPPF43.

       FD PF42 LABEL RECORD IS STANDARD.
          COPY CPPF42.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF37 LABEL RECORD IS STANDARD.
          COPY CPPF37.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD PF76 LABEL RECORD IS STANDARD.
          COPY CPPF76.

       FD INT68B LABEL RECORD IS STANDARD.
          COPY CPINT68B.

       FD RPT68B LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT68B PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS68B-FI-PF43 PIC X(01) VALUE 'N'.
           88 WS68B-FI-PF43-SI VALUE 'S'.
       01 WS68B-FI-PF02L1 PIC X(01).
           88 WS68B-FI-PF02L1-SI VALUE 'S'.
       01 WS68B-FI-PF37 PIC X(01).
           88 WS68B-FI-PF37-SI VALUE 'S'.
       01 WS68B-HI-HA-RESERVA PIC X(01).
           88 WS68B-HI-HA-RESERVA-SI VALUE 'S'.

       01 WS68B-STAT-PF76 PIC X(02).
           88 WS68B-STAT-PF76-OK VALUES '00' '02'.

      *----------------------------------------------------------*
      * Mes natural anterior a la data d'execucio.                *
      *----------------------------------------------------------*
       01 WS68B-AVUI.
           05 WS68B-AVUI-AAAA PIC 9(4).
           05 WS68B-AVUI-MM PIC 9(2).
           05 WS68B-AVUI-DD PIC 9(2).
       01 WS68B-PERIODE.
           05 WS68B-PER-AAAA PIC 9(4).
           05 WS68B-PER-MM PIC 9(2).
       01 WS68B-PERIODE-N REDEFINES WS68B-PERIODE PIC 9(6).

       01 WS68B-PCT-COMISSIO PIC 9(3)V99 VALUE 20.

      *----------------------------------------------------------*
      * Estat de la reserva de la linia en curs, des de PF02L1:   *
      * places reservades menys cancel·lades de la primera        *
      * destinacio de la referencia (un paquet porta les mateixes *
      * places a totes les linies), primera sortida i darrera     *
      * tornada de totes les destinacions.                        *
      *----------------------------------------------------------*
       01 WS68B-REF PIC 9(9).
       01 WS68B-COD PIC 9(4).
       01 WS68B-DNO PIC X(30).
       01 WS68B-QTY-R PIC 9(5).
       01 WS68B-QTY-C PIC 9(5).
       01 WS68B-VIATGEN PIC 9(3).
       01 WS68B-NOMS PIC 9(3).
       01 WS68B-DSO PIC 9(8).
       01 WS68B-DTO PIC 9(8).
       01 WS68B-DAT-SORTIDA PIC 9(8).
       01 WS68B-DAT-TORNADA PIC 9(8).
       01 WS68B-DUR PIC 9(3).

      *----------------------------------------------------------*
      * Repartiment de la prima d'una linia entre els seus        *
      * viatgers: cadascun porta la prima unitaria arrodonida i   *
      * el darrer el que resta, perque la suma quadri al centim.  *
      *----------------------------------------------------------*
       01 WS68B-TIPUS PIC X(01).
           88 WS68B-TIPUS-ALTA VALUE 'D'.
           88 WS68B-TIPUS-BAIXA VALUE 'B'.
       01 WS68B-QTY-FILES PIC 9(3).
       01 WS68B-PENDENTS PIC 9(3).
       01 WS68B-SALT PIC 9(3).
       01 WS68B-PRIMA-LINIA PIC 9(7)V99.
       01 WS68B-PRIMA-UNITAT PIC 9(7)V99.
       01 WS68B-RESTA PIC 9(7)V99.
       01 WS68B-PRIMA PIC S9(7)V99.
       01 WS68B-COMISSIO PIC S9(7)V99.
       01 WS68B-NOM PIC X(30).
       01 WS68B-DOC PIC X(15).
       01 WS68B-SEQ PIC 9(3).

      *----------------------------------------------------------*
      * Resum per producte d'assegurança per a l'informe.         *
      *----------------------------------------------------------*
       01 WS68B-NUM-PRODUCTES PIC 9(3) VALUE ZEROS.
       01 WS68B-P PIC 9(3).
       01 TAULA-PRODUCTES.
           05 TP-ENTRY OCCURS 30 TIMES.
              10 TP-ANC PIC X(4).
              10 TP-DES PIC X(20).
              10 TP-ALT PIC 9(5).
              10 TP-BAI PIC 9(5).
              10 TP-PRI PIC S9(9)V99.
              10 TP-COM PIC S9(9)V99.

       01 WS68B-TOT-ALT PIC 9(5) VALUE ZEROS.
       01 WS68B-TOT-BAI PIC 9(5) VALUE ZEROS.
       01 WS68B-TOT-PRI PIC S9(9)V99 VALUE ZEROS.
       01 WS68B-TOT-COM PIC S9(9)V99 VALUE ZEROS.
       01 WS68B-IMP-PAGAR PIC S9(9)V99.
       01 WS68B-NUM-FILES PIC 9(7) VALUE ZEROS.
       01 WS68B-NUM-EXCEPCIONS PIC 9(5) VALUE ZEROS.

       01 CAP68B-01.
           05 FILLER PIC X(22) VALUE 'BORDERO ASSEGURANCES'.
           05 FILLER PIC X(09) VALUE 'PERIODE'.
           05 C68B-PER PIC 9(6).
           05 FILLER PIC X(03) VALUE SPACES.
           05 C68B-MOD PIC X(20).
           05 FILLER PIC X(20) VALUE SPACES.

       01 CAP68B-02.
           05 FILLER PIC X(50)
              VALUE 'RESERVES ASSEGURADES SENSE NOMS (NO DECLARADES)'.
           05 FILLER PIC X(30) VALUE SPACES.

       01 CAP68B-03.
           05 FILLER PIC X(11) VALUE 'REFERENCIA'.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 FILLER PIC X(10) VALUE 'SORTIDA'.
           05 FILLER PIC X(10) VALUE 'VIATGERS'.
           05 FILLER PIC X(06) VALUE 'NOMS'.
           05 FILLER PIC X(37) VALUE SPACES.

       01 DET68B-01.
           05 D68B-REF PIC Z(8)9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D68B-COD PIC 9(4).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D68B-DSO PIC 9(8).
           05 FILLER   PIC X(05) VALUE SPACES.
           05 D68B-VIA PIC ZZ9.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 D68B-NOM PIC ZZ9.
           05 FILLER   PIC X(40) VALUE SPACES.

       01 DET68B-02.
           05 FILLER PIC X(40)
              VALUE 'CAP RESERVA ASSEGURADA SENSE NOMS'.
           05 FILLER PIC X(40) VALUE SPACES.

       01 CAP68B-04.
           05 FILLER PIC X(26) VALUE 'PRODUCTE'.
           05 FILLER PIC X(06) VALUE 'ALTES'.
           05 FILLER PIC X(07) VALUE 'BAIXES'.
           05 FILLER PIC X(14) VALUE '      PRIMA'.
           05 FILLER PIC X(14) VALUE '   COMISSIO'.
           05 FILLER PIC X(13) VALUE '    A PAGAR'.

       01 DET68B-03.
           05 D68B-ANC PIC X(04).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D68B-DES PIC X(20).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D68B-ALT PIC ZZZZ9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D68B-BAI PIC ZZZZ9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D68B-PRI PIC Z.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D68B-COM PIC Z.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D68B-PAG PIC Z.ZZZ.ZZ9,99-.

       01 TOT68B-01.
           05 FILLER   PIC X(26) VALUE 'TOTAL'.
           05 T68B-ALT PIC ZZZZ9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 T68B-BAI PIC ZZZZ9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 T68B-PRI PIC Z.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 T68B-COM PIC Z.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 T68B-PAG PIC Z.ZZZ.ZZ9,99-.

       01 TOT68B-02.
           05 FILLER   PIC X(12) VALUE 'COMISSIO %'.
           05 T68B-PCT PIC ZZ9,99.
           05 FILLER   PIC X(16) VALUE '  FILES FITXER'.
           05 T68B-FIL PIC Z(6)9.
           05 FILLER   PIC X(16) VALUE '  EXCEPCIONS'.
           05 T68B-EXC PIC Z(4)9.
           05 FILLER   PIC X(18) VALUE SPACES.

       01 WS68B-STAT-PF30 PIC X(02).
           88 WS68B-STAT-PF30-OK VALUES '00' '02'.
       01 WS68B-JRN-DAT PIC 9(8).
       01 WS68B-JRN-HIN PIC 9(6).

       LINKAGE SECTION.
       01 PARM-MODE PIC X(03).
           88 PARM-MODE-PREVIA VALUE 'PRV'.

       PROCEDURE DIVISION USING PARM-MODE.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF43
           OPEN INPUT PF42
           OPEN INPUT PF02L1
           OPEN INPUT PF37
           OPEN INPUT PF01
           OPEN INPUT PF01X
           OPEN INPUT PF21
           OPEN INPUT PF09
           OPEN I-O PF76
           IF NOT PARM-MODE-PREVIA
              OPEN OUTPUT INT68B
           END-IF
           OPEN OUTPUT RPT68B

           IF NOT WS68B-STAT-PF76-OK
              DISPLAY 'CBL68BOR: ERROR OBRINT PF76 ' WS68B-STAT-PF76
              GO FI
           END-IF.

           PERFORM CALCULAR-PERIODE THRU FIN-CALCULAR-PERIODE
           PERFORM LLEGIR-COMISSIO THRU FIN-LLEGIR-COMISSIO

           MOVE WS68B-PERIODE-N TO C68B-PER
           IF PARM-MODE-PREVIA
              MOVE 'PREVISUALITZACIO' TO C68B-MOD
           ELSE
              MOVE SPACES TO C68B-MOD
           END-IF
           WRITE LINIA-RPT68B FROM CAP68B-01 AFTER ADVANCING PAGE
           WRITE LINIA-RPT68B FROM CAP68B-02 AFTER ADVANCING 2 LINES
           WRITE LINIA-RPT68B FROM CAP68B-03 AFTER ADVANCING 2 LINES

           MOVE LOW-VALUES TO PF43CLAU
           START PF43 KEY IS NOT LESS THAN PF43CLAU
               INVALID KEY MOVE 'S' TO WS68B-FI-PF43
           END-START.

           PERFORM TRACTAR-LINIA THRU FIN-TRACTAR-LINIA
               UNTIL WS68B-FI-PF43-SI

           IF WS68B-NUM-EXCEPCIONS = ZEROS
              WRITE LINIA-RPT68B FROM DET68B-02
                  AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM IMPRIMIR-RESUM THRU FIN-IMPRIMIR-RESUM

           IF NOT PARM-MODE-PREVIA
              PERFORM ESCRIURE-CONTROL THRU FIN-ESCRIURE-CONTROL
           END-IF.

       FI.
           CLOSE PF43.
           CLOSE PF42.
           CLOSE PF02L1.
           CLOSE PF37.
           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF21.
           CLOSE PF09.
           CLOSE PF76.
           IF NOT PARM-MODE-PREVIA
              CLOSE INT68B
           END-IF.
           CLOSE RPT68B.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       CALCULAR-PERIODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS68B-AVUI
           MOVE WS68B-AVUI-AAAA TO WS68B-PER-AAAA
           MOVE WS68B-AVUI-MM TO WS68B-PER-MM
           IF WS68B-PER-MM = 1
              SUBTRACT 1 FROM WS68B-PER-AAAA
              MOVE 12 TO WS68B-PER-MM
           ELSE
              SUBTRACT 1 FROM WS68B-PER-MM
           END-IF.
       FIN-CALCULAR-PERIODE. EXIT.

       LLEGIR-COMISSIO.
           MOVE 'ASSCOMIS  ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS68B-PCT-COMISSIO
                END-IF
           END-READ.
       FIN-LLEGIR-COMISSIO. EXIT.

      *----------------------------------------------------------*
      * Una linia de PF43: nomes les d'un producte d'assegurança  *
      * i amb la reserva encara a l'historic actiu (una reserva   *
      * arxivada per CBL89ARX no es pot revisar i no es toca).    *
      *----------------------------------------------------------*
       TRACTAR-LINIA.
           READ PF43 NEXT RECORD
               AT END MOVE 'S' TO WS68B-FI-PF43
           END-READ.

           IF WS68B-FI-PF43-SI
              GO FIN-TRACTAR-LINIA
           END-IF.

           MOVE PF43ANC TO PF42ANC
           READ PF42 INVALID KEY
                GO FIN-TRACTAR-LINIA
           END-READ.

           IF NOT PF42ASS-SI
              GO FIN-TRACTAR-LINIA
           END-IF.

           PERFORM ESTAT-RESERVA THRU FIN-ESTAT-RESERVA

           IF NOT WS68B-HI-HA-RESERVA-SI
              GO FIN-TRACTAR-LINIA
           END-IF.

           MOVE PF43REF TO PF76REF
           MOVE PF43SEQ TO PF76SEQ
           READ PF76 INVALID KEY
                PERFORM DECLARAR-ALTA THRU FIN-DECLARAR-ALTA
                NOT INVALID KEY
                PERFORM DECLARAR-BAIXA THRU FIN-DECLARAR-BAIXA
           END-READ.
       FIN-TRACTAR-LINIA. EXIT.

       ESTAT-RESERVA.
           MOVE 'N' TO WS68B-HI-HA-RESERVA
           MOVE ZEROS TO WS68B-COD
           MOVE ZEROS TO WS68B-QTY-R
           MOVE ZEROS TO WS68B-QTY-C
           MOVE ZEROS TO WS68B-DSO
           MOVE ZEROS TO WS68B-DTO
           MOVE ZEROS TO WS68B-VIATGEN
           MOVE SPACES TO WS68B-DNO

           MOVE 'N' TO WS68B-FI-PF02L1
           MOVE PF43REF TO WS68B-REF
           MOVE PF43REF TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS68B-FI-PF02L1
           END-START.

           PERFORM SUMAR-SEGUENT-FILA THRU FIN-SUMAR-SEGUENT-FILA
               UNTIL WS68B-FI-PF02L1-SI

           IF NOT WS68B-HI-HA-RESERVA-SI
              GO FIN-ESTAT-RESERVA
           END-IF.

           IF WS68B-QTY-R > WS68B-QTY-C
              COMPUTE WS68B-VIATGEN = WS68B-QTY-R - WS68B-QTY-C
           END-IF.

           MOVE WS68B-COD TO PF1COD
           READ PF01 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF1NOM TO WS68B-DNO
           END-READ.
       FIN-ESTAT-RESERVA. EXIT.

       SUMAR-SEGUENT-FILA.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS68B-FI-PF02L1
           END-READ.

           IF WS68B-FI-PF02L1-SI
              GO FIN-SUMAR-SEGUENT-FILA
           END-IF.

           IF P2LREF NOT = WS68B-REF
              MOVE 'S' TO WS68B-FI-PF02L1
              GO FIN-SUMAR-SEGUENT-FILA
           END-IF.

           IF P2LTIP-RESERVA
              IF NOT WS68B-HI-HA-RESERVA-SI
                 MOVE 'S' TO WS68B-HI-HA-RESERVA
                 MOVE P2LCOD TO WS68B-COD
              END-IF
              IF P2LCOD = WS68B-COD
                 ADD P2LQTY TO WS68B-QTY-R
              END-IF
              PERFORM DATES-VIATGE THRU FIN-DATES-VIATGE
           ELSE
              IF P2LCOD = WS68B-COD
                 ADD P2LQTY TO WS68B-QTY-C
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-FILA. EXIT.

      *----------------------------------------------------------*
      * Sortida i tornada d'una fila de reserva: la sortida es    *
      * PF2DATS o la data de PF01X, i la tornada la sortida mes   *
      * la durada (PF21DUR, PF1XDUR o un dia), com a CBL62DOC.    *
      *----------------------------------------------------------*
       DATES-VIATGE.
           MOVE P2LDATS TO WS68B-DAT-SORTIDA
           MOVE ZEROS TO WS68B-DUR

           IF WS68B-DAT-SORTIDA NOT = ZEROS
              MOVE P2LCOD TO PF21COD
              MOVE WS68B-DAT-SORTIDA TO PF21DAT
              READ PF21 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF21DUR TO WS68B-DUR
              END-READ
           END-IF.

           MOVE P2LCOD TO PF1XCOD
           READ PF01X INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF WS68B-DAT-SORTIDA = ZEROS
                   MOVE PF1XDAT TO WS68B-DAT-SORTIDA
                END-IF
                IF WS68B-DUR = ZEROS
                   MOVE PF1XDUR TO WS68B-DUR
                END-IF
           END-READ.

           IF WS68B-DAT-SORTIDA = ZEROS
              GO FIN-DATES-VIATGE
           END-IF.

           IF WS68B-DUR = ZEROS
              MOVE 1 TO WS68B-DUR
           END-IF.

           COMPUTE WS68B-DAT-TORNADA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS68B-DAT-SORTIDA)
                + WS68B-DUR - 1)

           IF WS68B-DSO = ZEROS OR WS68B-DAT-SORTIDA < WS68B-DSO
              MOVE WS68B-DAT-SORTIDA TO WS68B-DSO
           END-IF.
           IF WS68B-DAT-TORNADA > WS68B-DTO
              MOVE WS68B-DAT-TORNADA TO WS68B-DTO
           END-IF.
       FIN-DATES-VIATGE. EXIT.

      *----------------------------------------------------------*
      * Linia encara no declarada: fila 'D' per viatger si la     *
      * reserva te viatgers i tots tenen nom a PF37; si en falta  *
      * cap, excepcio i es torna a provar el mes seguent. La      *
      * prima es la de la linia, proporcional a les places que    *
      * queden si ja hi ha hagut cancel·lacions parcials.         *
      *----------------------------------------------------------*
       DECLARAR-ALTA.
           IF WS68B-VIATGEN = ZEROS
              GO FIN-DECLARAR-ALTA
           END-IF.

           PERFORM COMPTAR-NOMS THRU FIN-COMPTAR-NOMS

           IF WS68B-NOMS < WS68B-VIATGEN
              PERFORM IMPRIMIR-EXCEPCIO THRU FIN-IMPRIMIR-EXCEPCIO
              GO FIN-DECLARAR-ALTA
           END-IF.

           IF WS68B-VIATGEN >= PF43QTY OR PF43QTY = ZEROS
              MOVE PF43IMP TO WS68B-PRIMA-LINIA
           ELSE
              COMPUTE WS68B-PRIMA-LINIA ROUNDED =
                  PF43IMP * WS68B-VIATGEN / PF43QTY
           END-IF.

           SET WS68B-TIPUS-ALTA TO TRUE
           MOVE WS68B-VIATGEN TO WS68B-QTY-FILES
           MOVE ZEROS TO WS68B-SALT
           PERFORM DECLARAR-VIATGERS THRU FIN-DECLARAR-VIATGERS

           ADD WS68B-VIATGEN TO TP-ALT (WS68B-P)
           ADD WS68B-VIATGEN TO WS68B-TOT-ALT

           IF NOT PARM-MODE-PREVIA
              MOVE PF43REF TO PF76REF
              MOVE PF43SEQ TO PF76SEQ
              MOVE PF43ANC TO PF76ANC
              MOVE WS68B-VIATGEN TO PF76QTY
              MOVE WS68B-PRIMA-LINIA TO PF76PRI
              MOVE WS68B-PERIODE-N TO PF76PER
              MOVE WS68B-PERIODE-N TO PF76ULT
              WRITE REG-PF76
           END-IF.
       FIN-DECLARAR-ALTA. EXIT.

      *----------------------------------------------------------*
      * Linia ja declarada: si ara hi ha menys viatgers dels      *
      * declarats, fila 'B' en negatiu per cada viatger de mes,   *
      * amb la part proporcional de la prima declarada (tota, si  *
      * la reserva s'ha cancel·lat sencera).                      *
      *----------------------------------------------------------*
       DECLARAR-BAIXA.
           IF PF76QTY <= WS68B-VIATGEN
              GO FIN-DECLARAR-BAIXA
           END-IF.

           COMPUTE WS68B-QTY-FILES = PF76QTY - WS68B-VIATGEN
           IF WS68B-VIATGEN = ZEROS
              MOVE PF76PRI TO WS68B-PRIMA-LINIA
           ELSE
              COMPUTE WS68B-PRIMA-LINIA ROUNDED =
                  PF76PRI * WS68B-QTY-FILES / PF76QTY
           END-IF.

           SET WS68B-TIPUS-BAIXA TO TRUE
           MOVE WS68B-VIATGEN TO WS68B-SALT
           PERFORM DECLARAR-VIATGERS THRU FIN-DECLARAR-VIATGERS

           ADD WS68B-QTY-FILES TO TP-BAI (WS68B-P)
           ADD WS68B-QTY-FILES TO WS68B-TOT-BAI

           IF NOT PARM-MODE-PREVIA
              MOVE WS68B-VIATGEN TO PF76QTY
              SUBTRACT WS68B-PRIMA-LINIA FROM PF76PRI
              MOVE WS68B-PERIODE-N TO PF76ULT
              REWRITE REG-PF76
           END-IF.
       FIN-DECLARAR-BAIXA. EXIT.

      *----------------------------------------------------------*
      * Files de viatger d'una linia (alta o baixa): la prima es  *
      * reparteix a parts iguals i els noms surten de PF37 per    *
      * ordre de seient. A les baixes se salten els viatgers que  *
      * continuen viatjant (WS68B-SALT); si a PF37 ja no hi ha    *
      * prou noms, la resta de files surten sense nom.            *
      *----------------------------------------------------------*
       DECLARAR-VIATGERS.
           PERFORM CERCAR-PRODUCTE THRU FIN-CERCAR-PRODUCTE

           COMPUTE WS68B-PRIMA-UNITAT ROUNDED =
               WS68B-PRIMA-LINIA / WS68B-QTY-FILES
           MOVE WS68B-PRIMA-LINIA TO WS68B-RESTA
           MOVE WS68B-QTY-FILES TO WS68B-PENDENTS

           MOVE 'N' TO WS68B-FI-PF37
           MOVE WS68B-REF TO PF37REF
           MOVE ZEROS TO PF37SEQ
           START PF37 KEY IS NOT LESS THAN PF37CLAU
               INVALID KEY MOVE 'S' TO WS68B-FI-PF37
           END-START.

           PERFORM DECLARAR-VIATGER THRU FIN-DECLARAR-VIATGER
               UNTIL WS68B-FI-PF37-SI OR WS68B-PENDENTS = ZEROS

           MOVE SPACES TO WS68B-NOM
           MOVE SPACES TO WS68B-DOC
           MOVE ZEROS TO WS68B-SEQ
           PERFORM ESCRIURE-VIATGER THRU FIN-ESCRIURE-VIATGER
               UNTIL WS68B-PENDENTS = ZEROS.
       FIN-DECLARAR-VIATGERS. EXIT.

       DECLARAR-VIATGER.
           READ PF37 NEXT RECORD
               AT END MOVE 'S' TO WS68B-FI-PF37
           END-READ.

           IF WS68B-FI-PF37-SI
              GO FIN-DECLARAR-VIATGER
           END-IF.

           IF PF37REF NOT = WS68B-REF
              MOVE 'S' TO WS68B-FI-PF37
              GO FIN-DECLARAR-VIATGER
           END-IF.

           IF PF37NOM = SPACES
              GO FIN-DECLARAR-VIATGER
           END-IF.

           IF WS68B-SALT > ZEROS
              SUBTRACT 1 FROM WS68B-SALT
              GO FIN-DECLARAR-VIATGER
           END-IF.

           MOVE PF37NOM TO WS68B-NOM
           MOVE PF37DOC TO WS68B-DOC
           MOVE PF37SEQ TO WS68B-SEQ
           PERFORM ESCRIURE-VIATGER THRU FIN-ESCRIURE-VIATGER.
       FIN-DECLARAR-VIATGER. EXIT.

       ESCRIURE-VIATGER.
           IF WS68B-PENDENTS = 1
              MOVE WS68B-RESTA TO WS68B-PRIMA
           ELSE
              MOVE WS68B-PRIMA-UNITAT TO WS68B-PRIMA
           END-IF
           SUBTRACT WS68B-PRIMA FROM WS68B-RESTA
           SUBTRACT 1 FROM WS68B-PENDENTS

           COMPUTE WS68B-COMISSIO ROUNDED =
               WS68B-PRIMA * WS68B-PCT-COMISSIO / 100

           IF WS68B-TIPUS-BAIXA
              COMPUTE WS68B-PRIMA = ZERO - WS68B-PRIMA
              COMPUTE WS68B-COMISSIO = ZERO - WS68B-COMISSIO
           END-IF

           ADD WS68B-PRIMA TO TP-PRI (WS68B-P)
           ADD WS68B-COMISSIO TO TP-COM (WS68B-P)
           ADD WS68B-PRIMA TO WS68B-TOT-PRI
           ADD WS68B-COMISSIO TO WS68B-TOT-COM

           IF PARM-MODE-PREVIA
              GO FIN-ESCRIURE-VIATGER
           END-IF.

           MOVE WS68B-TIPUS TO I68BTIP
           MOVE WS68B-PERIODE-N TO I68BPER
           MOVE WS68B-REF TO I68BREF
           MOVE WS68B-SEQ TO I68BSEQ
           MOVE WS68B-NOM TO I68BNOM
           MOVE WS68B-DOC TO I68BDOC
           MOVE TP-ANC (WS68B-P) TO I68BANC
           MOVE TP-DES (WS68B-P) TO I68BDES
           MOVE WS68B-COD TO I68BCOD
           MOVE WS68B-DNO TO I68BDNO
           MOVE WS68B-DSO TO I68BDSO
           MOVE WS68B-DTO TO I68BDTO
           MOVE WS68B-PRIMA TO I68BPRI
           MOVE WS68B-COMISSIO TO I68BCOM
           MOVE ZEROS TO I68BFIL
           WRITE REG-INT68B
           ADD 1 TO WS68B-NUM-FILES.
       FIN-ESCRIURE-VIATGER. EXIT.

       COMPTAR-NOMS.
           MOVE ZEROS TO WS68B-NOMS
           MOVE 'N' TO WS68B-FI-PF37
           MOVE WS68B-REF TO PF37REF
           MOVE ZEROS TO PF37SEQ
           START PF37 KEY IS NOT LESS THAN PF37CLAU
               INVALID KEY MOVE 'S' TO WS68B-FI-PF37
           END-START.

           PERFORM COMPTAR-SEGUENT-NOM THRU FIN-COMPTAR-SEGUENT-NOM
               UNTIL WS68B-FI-PF37-SI.
       FIN-COMPTAR-NOMS. EXIT.

       COMPTAR-SEGUENT-NOM.
           READ PF37 NEXT RECORD
               AT END MOVE 'S' TO WS68B-FI-PF37
           END-READ.

           IF NOT WS68B-FI-PF37-SI
              IF PF37REF NOT = WS68B-REF
                 MOVE 'S' TO WS68B-FI-PF37
              ELSE
                 IF PF37NOM NOT = SPACES
                    ADD 1 TO WS68B-NOMS
                 END-IF
              END-IF
           END-IF.
       FIN-COMPTAR-SEGUENT-NOM. EXIT.

       IMPRIMIR-EXCEPCIO.
           MOVE WS68B-REF TO D68B-REF
           MOVE WS68B-COD TO D68B-COD
           MOVE WS68B-DSO TO D68B-DSO
           MOVE WS68B-VIATGEN TO D68B-VIA
           MOVE WS68B-NOMS TO D68B-NOM
           WRITE LINIA-RPT68B FROM DET68B-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS68B-NUM-EXCEPCIONS.
       FIN-IMPRIMIR-EXCEPCIO. EXIT.

      *----------------------------------------------------------*
      * Posicio del producte de la linia a la taula del resum     *
      * (s'hi afegeix la primera vegada). Amb la taula plena, la  *
      * resta de productes s'acumulen a la darrera posicio.       *
      *----------------------------------------------------------*
       CERCAR-PRODUCTE.
           MOVE 1 TO WS68B-P
           PERFORM AVANCAR-PRODUCTE THRU FIN-AVANCAR-PRODUCTE
               UNTIL WS68B-P > WS68B-NUM-PRODUCTES
                  OR TP-ANC (WS68B-P) = PF42ANC

           IF WS68B-P > WS68B-NUM-PRODUCTES
              IF WS68B-NUM-PRODUCTES < 30
                 ADD 1 TO WS68B-NUM-PRODUCTES
                 MOVE WS68B-NUM-PRODUCTES TO WS68B-P
                 MOVE PF42ANC TO TP-ANC (WS68B-P)
                 MOVE PF42DES TO TP-DES (WS68B-P)
                 MOVE ZEROS TO TP-ALT (WS68B-P)
                 MOVE ZEROS TO TP-BAI (WS68B-P)
                 MOVE ZEROS TO TP-PRI (WS68B-P)
                 MOVE ZEROS TO TP-COM (WS68B-P)
              ELSE
                 MOVE 30 TO WS68B-P
              END-IF
           END-IF.
       FIN-CERCAR-PRODUCTE. EXIT.

       AVANCAR-PRODUCTE.
           IF TP-ANC (WS68B-P) NOT = PF42ANC
              ADD 1 TO WS68B-P
           END-IF.
       FIN-AVANCAR-PRODUCTE. EXIT.

      *----------------------------------------------------------*
      * Resum per producte: viatgers donats d'alta i de baixa,    *
      * prima neta, la nostra comissio i el que es paga a         *
      * l'asseguradora (prima menys comissio).                    *
      *----------------------------------------------------------*
       IMPRIMIR-RESUM.
           WRITE LINIA-RPT68B FROM CAP68B-04 AFTER ADVANCING 3 LINES

           MOVE 1 TO WS68B-P
           PERFORM IMPRIMIR-PRODUCTE THRU FIN-IMPRIMIR-PRODUCTE
               UNTIL WS68B-P > WS68B-NUM-PRODUCTES

           COMPUTE WS68B-IMP-PAGAR = WS68B-TOT-PRI - WS68B-TOT-COM
           MOVE WS68B-TOT-ALT TO T68B-ALT
           MOVE WS68B-TOT-BAI TO T68B-BAI
           MOVE WS68B-TOT-PRI TO T68B-PRI
           MOVE WS68B-TOT-COM TO T68B-COM
           MOVE WS68B-IMP-PAGAR TO T68B-PAG
           WRITE LINIA-RPT68B FROM TOT68B-01 AFTER ADVANCING 2 LINES

           MOVE WS68B-PCT-COMISSIO TO T68B-PCT
           MOVE WS68B-NUM-FILES TO T68B-FIL
           MOVE WS68B-NUM-EXCEPCIONS TO T68B-EXC
           WRITE LINIA-RPT68B FROM TOT68B-02 AFTER ADVANCING 2 LINES.
       FIN-IMPRIMIR-RESUM. EXIT.

       IMPRIMIR-PRODUCTE.
           COMPUTE WS68B-IMP-PAGAR =
               TP-PRI (WS68B-P) - TP-COM (WS68B-P)
           MOVE TP-ANC (WS68B-P) TO D68B-ANC
           MOVE TP-DES (WS68B-P) TO D68B-DES
           MOVE TP-ALT (WS68B-P) TO D68B-ALT
           MOVE TP-BAI (WS68B-P) TO D68B-BAI
           MOVE TP-PRI (WS68B-P) TO D68B-PRI
           MOVE TP-COM (WS68B-P) TO D68B-COM
           MOVE WS68B-IMP-PAGAR TO D68B-PAG
           WRITE LINIA-RPT68B FROM DET68B-03 AFTER ADVANCING 1 LINE
           ADD 1 TO WS68B-P.
       FIN-IMPRIMIR-PRODUCTE. EXIT.

       ESCRIURE-CONTROL.
           MOVE 'T' TO I68BTIP
           MOVE WS68B-PERIODE-N TO I68BPER
           MOVE ZEROS TO I68BREF
           MOVE ZEROS TO I68BSEQ
           MOVE SPACES TO I68BNOM
           MOVE SPACES TO I68BDOC
           MOVE SPACES TO I68BANC
           MOVE SPACES TO I68BDES
           MOVE ZEROS TO I68BCOD
           MOVE SPACES TO I68BDNO
           MOVE ZEROS TO I68BDSO
           MOVE ZEROS TO I68BDTO
           MOVE WS68B-TOT-PRI TO I68BPRI
           MOVE WS68B-TOT-COM TO I68BCOM
           MOVE WS68B-NUM-FILES TO I68BFIL
           WRITE REG-INT68B.
       FIN-ESCRIURE-CONTROL. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS68B-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS68B-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS68B-JRN-HIN
           MOVE 'CBL68BOR' TO PF30PGM
           MOVE WS68B-JRN-DAT TO PF30DAT
           MOVE WS68B-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS68B-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL68BOR' TO PF30PGM
           MOVE WS68B-JRN-DAT TO PF30DAT
           MOVE WS68B-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS68B-NUM-FILES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
