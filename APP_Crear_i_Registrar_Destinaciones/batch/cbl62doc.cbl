       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL62DOC.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Revisio nocturna de la documentacio dels viatgers (PF37)  *
      * de les reserves que surten dins dels propers N dies       *
      * (parametre 'DOCDIES' de PF09, 30 si no hi es): per a cada *
      * destinacio de la reserva es compara el document de cada   *
      * viatger amb els requisits de PF57 i els visats de PF58    *
      * (manteniment a CBL51) i es llisten els que:               *
      *  - no tenen tipus de document o en tenen un que la        *
      *    destinacio no accepta;                                 *
      *  - caduquen abans de la tornada mes els mesos de validesa *
      *    minima de la destinacio (o no tenen caducitat);        *
      *  - son d'una nacionalitat que necessita visat i no en     *
      *    tenen cap d'anotat (o no tenen nacionalitat).          *
      * Cada reserva amb avisos surt amb el client i el seu       *
      * telefon de PF13, perque operacions truqui mentre encara   *
      * hi ha temps. La tornada es la sortida mes la durada       *
      * (PF21DUR, PF1XDUR o un dia), com a CBL34.                 *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PF13
              ASSIGN TO DATABASE-PF13
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF13COD.

           SELECT PF57
              ASSIGN TO DATABASE-PF57
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF57COD.

           SELECT PF58
              ASSIGN TO DATABASE-PF58
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF58CLAU.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT RPT62D
              ASSIGN TO PRINTER-RPT62D.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS62D-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF37 LABEL RECORD IS STANDARD.
          COPY CPPF37.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD PF57 LABEL RECORD IS STANDARD.
          COPY CPPF57.

       FD PF58 LABEL RECORD IS STANDARD.
          COPY CPPF58.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD RPT62D LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT62D PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS62D-FI-PF02L1 PIC X(01) VALUE 'N'.
           88 WS62D-FI-PF02L1-SI VALUE 'S'.
       01 WS62D-FI-PF37 PIC X(01) VALUE 'N'.
           88 WS62D-FI-PF37-SI VALUE 'S'.

       01 WS62D-DIES-FINESTRA PIC 9(3) VALUE 30.
       01 WS62D-AVUI PIC 9(8).
       01 WS62D-DIES-INT PIC S9(9).
       01 WS62D-NUM-AVISOS PIC 9(5) VALUE ZEROS.

      *----------------------------------------------------------*
      * Agrupacio per referencia, com a CBL62PAS: una referencia  *
      * es viva si les places reservades superen les cancel·lades.*
      * Un paquet te una fila 'R' per destinacio: cadascuna es    *
      * revisa amb els seus requisits i la seva data.             *
      *----------------------------------------------------------*
       01 WS62D-REF-ACTUAL PIC 9(9).
       01 WS62D-HI-HA-GRUP PIC X(01) VALUE 'N'.
           88 WS62D-HI-HA-GRUP-SI VALUE 'S'.
       01 WS62D-G-NOM PIC X(30).
       01 WS62D-G-CLI PIC 9(6).
       01 WS62D-G-QTY-C PIC 9(5).
       01 WS62D-G-QTY-R PIC 9(5).
       01 WS62D-NUM-DEST PIC 9(2).
       01 WS62D-D PIC 9(2).
       01 TAULA-DESTINACIONS.
           05 TD-ENTRY OCCURS 10 TIMES.
               10 TD-COD PIC 9(4).
               10 TD-DATS PIC 9(8).
       01 WS62D-CAP-REF-FETA PIC X(01).
       01 WS62D-TEL PIC X(15).

      *----------------------------------------------------------*
      * Sortida, tornada i caducitat minima de la destinacio en   *
      * curs; la data limit es la tornada mes PF57MES mesos (el   *
      * dia es queda igual: nomes s'usa per comparar).            *
      *----------------------------------------------------------*
       01 WS62D-COD PIC 9(4).
       01 WS62D-DAT-SORTIDA PIC 9(8).
       01 WS62D-DUR PIC 9(3).
       01 WS62D-TORNADA.
           05 WS62D-TOR-AAAA PIC 9(4).
           05 WS62D-TOR-MM PIC 9(2).
           05 WS62D-TOR-DD PIC 9(2).
       01 WS62D-TORNADA-N REDEFINES WS62D-TORNADA PIC 9(8).
       01 WS62D-LIMIT.
           05 WS62D-LIM-AAAA PIC 9(4).
           05 WS62D-LIM-MM PIC 9(2).
           05 WS62D-LIM-DD PIC 9(2).
       01 WS62D-LIMIT-N REDEFINES WS62D-LIMIT PIC 9(8).
       01 WS62D-MESOS PIC 9(4).
       01 WS62D-ANYS PIC 9(4).
       01 WS62D-PAS PIC X(01).
       01 WS62D-DNI PIC X(01).
       01 WS62D-MOTIU PIC X(23).

       01 CAP62D-01.
           05 FILLER PIC X(36) VALUE
              'DOCUMENTACIO DE VIATGERS A REVISAR'.
           05 C62D-DATA PIC 9(08).
           05 FILLER PIC X(36) VALUE SPACES.

       01 CAP62D-02.
           05 FILLER PIC X(27) VALUE 'VIATGER'.
           05 FILLER PIC X(16) VALUE 'DOCUMENT'.
           05 FILLER PIC X(05) VALUE 'CODI'.
           05 FILLER PIC X(09) VALUE 'SORTIDA'.
           05 FILLER PIC X(23) VALUE 'MOTIU'.

       01 SUB62D-01.
           05 FILLER   PIC X(05) VALUE 'REF.'.
           05 S62D-REF PIC Z(8)9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 S62D-NOM PIC X(30).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 FILLER   PIC X(05) VALUE 'TEL.'.
           05 S62D-TEL PIC X(15).
           05 FILLER   PIC X(12) VALUE SPACES.

       01 DET62D-01.
           05 D62D-NOM PIC X(26).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D62D-DOC PIC X(15).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D62D-COD PIC 9(4).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D62D-DAT PIC 9(8).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D62D-MOT PIC X(23).

       01 TOT62D-01.
           05 FILLER   PIC X(30) VALUE 'TOTAL AVISOS DE DOCUMENTACIO'.
           05 T62D-NUM PIC ZZZZ9.
           05 FILLER   PIC X(45) VALUE SPACES.

       01 WS62D-STAT-PF30 PIC X(02).
           88 WS62D-STAT-PF30-OK VALUES '00' '02'.
       01 WS62D-JRN-DAT PIC 9(8).
       01 WS62D-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF02L1
           OPEN INPUT PF37
           OPEN INPUT PF01X
           OPEN INPUT PF21
           OPEN INPUT PF13
           OPEN INPUT PF57
           OPEN INPUT PF58
           OPEN INPUT PF09
           OPEN OUTPUT RPT62D

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS62D-AVUI
           MOVE WS62D-AVUI TO C62D-DATA

           PERFORM LLEGIR-DIES-FINESTRA THRU FIN-LLEGIR-DIES-FINESTRA

           WRITE LINIA-RPT62D FROM CAP62D-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT62D FROM CAP62D-02 AFTER ADVANCING 2 LINES.

           MOVE ZEROS TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS62D-FI-PF02L1
           END-START.

           PERFORM TRACTAR-FILA THRU FIN-TRACTAR-FILA
               UNTIL WS62D-FI-PF02L1-SI

           IF WS62D-HI-HA-GRUP-SI
              PERFORM PROCESSAR-GRUP THRU FIN-PROCESSAR-GRUP
           END-IF.

           MOVE WS62D-NUM-AVISOS TO T62D-NUM
           WRITE LINIA-RPT62D FROM TOT62D-01 AFTER ADVANCING 2 LINES.

           CLOSE PF02L1.
           CLOSE PF37.
           CLOSE PF01X.
           CLOSE PF21.
           CLOSE PF13.
           CLOSE PF57.
           CLOSE PF58.
           CLOSE PF09.
           CLOSE RPT62D.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       LLEGIR-DIES-FINESTRA.
           MOVE 'DOCDIES   ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS62D-DIES-FINESTRA
                END-IF
           END-READ.
       FIN-LLEGIR-DIES-FINESTRA. EXIT.

       TRACTAR-FILA.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS62D-FI-PF02L1
           END-READ.

           IF WS62D-FI-PF02L1-SI
              GO FIN-TRACTAR-FILA
           END-IF.

           IF P2LREF = ZEROS
              GO FIN-TRACTAR-FILA
           END-IF.

           IF WS62D-HI-HA-GRUP-SI AND P2LREF NOT = WS62D-REF-ACTUAL
              PERFORM PROCESSAR-GRUP THRU FIN-PROCESSAR-GRUP
           END-IF.

           IF NOT WS62D-HI-HA-GRUP-SI
              MOVE 'S' TO WS62D-HI-HA-GRUP
              MOVE P2LREF TO WS62D-REF-ACTUAL
              MOVE SPACES TO WS62D-G-NOM
              MOVE ZEROS TO WS62D-G-CLI
              MOVE ZEROS TO WS62D-G-QTY-R
              MOVE ZEROS TO WS62D-G-QTY-C
              MOVE ZEROS TO WS62D-NUM-DEST
           END-IF.

           IF P2LTIP-RESERVA
              ADD P2LQTY TO WS62D-G-QTY-R
              MOVE P2LNOM TO WS62D-G-NOM
              MOVE P2LCLI TO WS62D-G-CLI
              IF WS62D-NUM-DEST < 10
                 ADD 1 TO WS62D-NUM-DEST
                 MOVE P2LCOD TO TD-COD (WS62D-NUM-DEST)
                 MOVE P2LDATS TO TD-DATS (WS62D-NUM-DEST)
              END-IF
           ELSE
              ADD P2LQTY TO WS62D-G-QTY-C
           END-IF.
       FIN-TRACTAR-FILA. EXIT.

       PROCESSAR-GRUP.
           MOVE 'N' TO WS62D-HI-HA-GRUP
           MOVE 'N' TO WS62D-CAP-REF-FETA

           IF WS62D-G-QTY-C >= WS62D-G-QTY-R
              GO FIN-PROCESSAR-GRUP
           END-IF.

           MOVE 1 TO WS62D-D
           PERFORM REVISAR-DESTINACIO THRU FIN-REVISAR-DESTINACIO
               UNTIL WS62D-D > WS62D-NUM-DEST.
       FIN-PROCESSAR-GRUP. EXIT.

      *----------------------------------------------------------*
      * Destinacio WS62D-D de la referencia en curs: si surt dins *
      * de la finestra, calcula la tornada i la caducitat minima  *
      * i revisa tots els viatgers de la referencia.              *
      *----------------------------------------------------------*
       REVISAR-DESTINACIO.
           PERFORM AVALUAR-DESTINACIO THRU FIN-AVALUAR-DESTINACIO
           ADD 1 TO WS62D-D.
       FIN-REVISAR-DESTINACIO. EXIT.

       AVALUAR-DESTINACIO.
           MOVE TD-COD (WS62D-D) TO WS62D-COD
           MOVE TD-DATS (WS62D-D) TO WS62D-DAT-SORTIDA
           MOVE ZEROS TO WS62D-DUR

           IF WS62D-DAT-SORTIDA NOT = ZEROS
              MOVE WS62D-COD TO PF21COD
              MOVE WS62D-DAT-SORTIDA TO PF21DAT
              READ PF21 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF21DUR TO WS62D-DUR
              END-READ
           END-IF.

           MOVE WS62D-COD TO PF1XCOD
           READ PF01X INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF WS62D-DAT-SORTIDA = ZEROS
                   MOVE PF1XDAT TO WS62D-DAT-SORTIDA
                END-IF
                IF WS62D-DUR = ZEROS
                   MOVE PF1XDUR TO WS62D-DUR
                END-IF
           END-READ.

           IF WS62D-DAT-SORTIDA = ZEROS
              GO FIN-AVALUAR-DESTINACIO
           END-IF.

           COMPUTE WS62D-DIES-INT =
               FUNCTION INTEGER-OF-DATE (WS62D-DAT-SORTIDA) -
               FUNCTION INTEGER-OF-DATE (WS62D-AVUI)

           IF WS62D-DIES-INT < ZEROS
              OR WS62D-DIES-INT > WS62D-DIES-FINESTRA
              GO FIN-AVALUAR-DESTINACIO
           END-IF.

           IF WS62D-DUR = ZEROS
              MOVE 1 TO WS62D-DUR
           END-IF.

           COMPUTE WS62D-TORNADA-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS62D-DAT-SORTIDA)
                + WS62D-DUR - 1)

      * Sense fila a PF57 s'accepta qualsevol document i n'hi ha
      * prou que sigui vigent el dia de la tornada.
           MOVE 'S' TO WS62D-PAS
           MOVE 'S' TO WS62D-DNI
           MOVE ZEROS TO WS62D-MESOS
           MOVE WS62D-COD TO PF57COD
           READ PF57 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF57PAS TO WS62D-PAS
                MOVE PF57DNI TO WS62D-DNI
                MOVE PF57MES TO WS62D-MESOS
           END-READ.

           MOVE WS62D-TORNADA-N TO WS62D-LIMIT-N
           COMPUTE WS62D-MESOS = WS62D-TOR-MM - 1 + WS62D-MESOS
           DIVIDE WS62D-MESOS BY 12 GIVING WS62D-ANYS
               REMAINDER WS62D-LIM-MM
           ADD 1 TO WS62D-LIM-MM
           ADD WS62D-ANYS TO WS62D-LIM-AAAA

           MOVE 'N' TO WS62D-FI-PF37
           MOVE WS62D-REF-ACTUAL TO PF37REF
           MOVE LOW-VALUES TO PF37SEQ
           START PF37 KEY IS NOT LESS THAN PF37CLAU
               INVALID KEY MOVE 'S' TO WS62D-FI-PF37
           END-START.

           PERFORM REVISAR-SEGUENT-VIATGER THRU
               FIN-REVISAR-SEGUENT-VIATGER
                   UNTIL WS62D-FI-PF37-SI.
       FIN-AVALUAR-DESTINACIO. EXIT.

       REVISAR-SEGUENT-VIATGER.
           READ PF37 NEXT RECORD
               AT END MOVE 'S' TO WS62D-FI-PF37
           END-READ.

           IF WS62D-FI-PF37-SI
              GO FIN-REVISAR-SEGUENT-VIATGER
           END-IF.

           IF PF37REF NOT = WS62D-REF-ACTUAL
              MOVE 'S' TO WS62D-FI-PF37
              GO FIN-REVISAR-SEGUENT-VIATGER
           END-IF.

      * Tipus de document
           IF PF37TDO = SPACE
              MOVE 'TIPUS DOC NO INFORMAT' TO WS62D-MOTIU
              PERFORM IMPRIMIR-AVIS THRU FIN-IMPRIMIR-AVIS
           ELSE
              IF PF37TDO-PASSAPORT AND WS62D-PAS NOT = 'S'
                 MOVE 'PASSAPORT NO ACCEPTAT' TO WS62D-MOTIU
                 PERFORM IMPRIMIR-AVIS THRU FIN-IMPRIMIR-AVIS
              END-IF
              IF PF37TDO-DNI AND WS62D-DNI NOT = 'S'
                 MOVE 'DNI NO ACCEPTAT' TO WS62D-MOTIU
                 PERFORM IMPRIMIR-AVIS THRU FIN-IMPRIMIR-AVIS
              END-IF
           END-IF.

      * Caducitat contra tornada mes validesa minima
           IF PF37CAD = ZEROS
              MOVE 'CADUCITAT NO INFORMADA' TO WS62D-MOTIU
              PERFORM IMPRIMIR-AVIS THRU FIN-IMPRIMIR-AVIS
           ELSE
              IF PF37CAD < WS62D-LIMIT-N
                 MOVE 'CADUCA MASSA AVIAT' TO WS62D-MOTIU
                 PERFORM IMPRIMIR-AVIS THRU FIN-IMPRIMIR-AVIS
              END-IF
           END-IF.

      * Visat per nacionalitat
           IF PF37NAC = SPACES
              MOVE 'NACIONALITAT NO INFORM.' TO WS62D-MOTIU
              PERFORM IMPRIMIR-AVIS THRU FIN-IMPRIMIR-AVIS
           ELSE
              IF PF37VIS = SPACES
                 MOVE WS62D-COD TO PF58COD
                 MOVE PF37NAC TO PF58NAC
                 READ PF58 INVALID KEY
                      CONTINUE
                      NOT INVALID KEY
                      MOVE 'CAL VISAT SENSE ANOTAR' TO WS62D-MOTIU
                      PERFORM IMPRIMIR-AVIS THRU FIN-IMPRIMIR-AVIS
                 END-READ
              END-IF
           END-IF.
       FIN-REVISAR-SEGUENT-VIATGER. EXIT.

      *----------------------------------------------------------*
      * Linia d'avis d'un viatger; la primera de la referencia va *
      * precedida del client i el seu telefon (PF13; sense client *
      * de mestre, el nom de la reserva i sense telefon).         *
      *----------------------------------------------------------*
       IMPRIMIR-AVIS.
           IF WS62D-CAP-REF-FETA NOT = 'S'
              MOVE 'S' TO WS62D-CAP-REF-FETA
              MOVE SPACES TO WS62D-TEL
              MOVE WS62D-G-NOM TO S62D-NOM
              IF WS62D-G-CLI NOT = ZEROS
                 MOVE WS62D-G-CLI TO PF13COD
                 READ PF13 INVALID KEY
                      CONTINUE
                      NOT INVALID KEY
                      MOVE PF13NOM TO S62D-NOM
                      MOVE PF13TEL TO WS62D-TEL
                 END-READ
              END-IF
              MOVE WS62D-REF-ACTUAL TO S62D-REF
              MOVE WS62D-TEL TO S62D-TEL
              WRITE LINIA-RPT62D FROM SUB62D-01
                  AFTER ADVANCING 2 LINES
           END-IF.

           MOVE PF37NOM TO D62D-NOM
           MOVE PF37DOC TO D62D-DOC
           MOVE WS62D-COD TO D62D-COD
           MOVE WS62D-DAT-SORTIDA TO D62D-DAT
           MOVE WS62D-MOTIU TO D62D-MOT
           WRITE LINIA-RPT62D FROM DET62D-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS62D-NUM-AVISOS.
       FIN-IMPRIMIR-AVIS. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      * Amb algun avis de documentacio tanca amb avisos ('A').    *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS62D-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS62D-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS62D-JRN-HIN
           MOVE 'CBL62DOC' TO PF30PGM
           MOVE WS62D-JRN-DAT TO PF30DAT
           MOVE WS62D-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS62D-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL62DOC' TO PF30PGM
           MOVE WS62D-JRN-DAT TO PF30DAT
           MOVE WS62D-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           IF WS62D-NUM-AVISOS > ZEROS
              SET PF30EST-AMB-AVISOS TO TRUE
           END-IF
           MOVE WS62D-NUM-AVISOS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
