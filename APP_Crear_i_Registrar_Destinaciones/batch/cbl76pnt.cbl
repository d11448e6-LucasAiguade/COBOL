       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL76PNT.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Tancament anual dels punts de fidelitat (PF63). Per a     *
      * cada client de PF13 amb moviments de punts:               *
      *  1) els punts no gastats de les files 'G' amb la data de  *
      *     caducitat passada es posen a zero i el total caducat  *
      *     del client queda anotat en una fila 'C' nova;         *
      *  2) els punts que li queden vius es valoren a             *
      *     'PUNTVALOR' de PF09 euros per punt (0,01 si no hi     *
      *     es).                                                  *
      * L'informe RPT76P llista client a client els punts         *
      * caducats i els vius amb el seu valor i, al peu, el passiu *
      * total que els comptables han de tenir provisionat. Es     *
      * llanca a ma un cop l'any, al tancament de l'exercici.     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF13
              ASSIGN TO DATABASE-PF13
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF13COD.

           SELECT PF63
              ASSIGN TO DATABASE-PF63
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF63CLAU.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT RPT76P
              ASSIGN TO PRINTER-RPT76P.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS76-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD PF63 LABEL RECORD IS STANDARD.
          COPY CPPF63.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD RPT76P LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT76P PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS76-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS76-FI-FITXER-SI VALUE 'S'.
       01 WS76-FI-PF63 PIC X(01) VALUE 'N'.
           88 WS76-FI-PF63-SI VALUE 'S'.

       01 WS76-AVUI PIC 9(8).
       01 WS76-PUNT-VALOR PIC 9(3)V99 VALUE 0,01.

      *----------------------------------------------------------*
      * Acumulats del client en curs i de tot el fitxer.          *
      *----------------------------------------------------------*
       01 WS76-TE-MOVIMENTS PIC X(01).
       01 WS76-DARRERA-SEQ PIC 9(5).
       01 WS76-CLI-CADUCATS PIC 9(7).
       01 WS76-CLI-VIUS PIC 9(7).
       01 WS76-CLI-VALOR PIC 9(9)V99.
       01 WS76-NUM-CLIENTS PIC 9(5) VALUE ZEROS.
       01 WS76-TOT-CADUCATS PIC 9(9) VALUE ZEROS.
       01 WS76-TOT-VIUS PIC 9(9) VALUE ZEROS.
       01 WS76-PASSIU PIC 9(9)V99 VALUE ZEROS.

       01 CAP76-01.
           05 FILLER PIC X(34)
                     VALUE 'PUNTS DE FIDELITAT - TANCAMENT'.
           05 C76-DATA PIC 9(08).
           05 FILLER PIC X(16) VALUE '  VALOR PUNT'.
           05 C76-VAL PIC ZZ9,99.
           05 FILLER PIC X(16) VALUE SPACES.

       01 CAP76-02.
           05 FILLER PIC X(08) VALUE 'CLIENT'.
           05 FILLER PIC X(32) VALUE 'NOM'.
           05 FILLER PIC X(12) VALUE 'CADUCATS'.
           05 FILLER PIC X(12) VALUE 'VIUS'.
           05 FILLER PIC X(16) VALUE 'VALOR'.

       01 DET76-01.
           05 D76-CLI  PIC Z(5)9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D76-NOM  PIC X(30).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D76-CAD  PIC Z.ZZZ.ZZ9.
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D76-VIU  PIC Z.ZZZ.ZZ9.
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D76-VAL  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(02) VALUE SPACES.

       01 TOT76-01.
           05 T76-ETIQ PIC X(30).
           05 T76-NUM  PIC ZZZ.ZZZ.ZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 T76-IMP  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(23) VALUE SPACES.

       01 WS76-STAT-PF30 PIC X(02).
           88 WS76-STAT-PF30-OK VALUES '00' '02'.
       01 WS76-JRN-DAT PIC 9(8).
       01 WS76-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF13
           OPEN I-O PF63
           OPEN INPUT PF09
           OPEN OUTPUT RPT76P

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS76-AVUI
           PERFORM LLEGIR-VALOR-PUNT THRU FIN-LLEGIR-VALOR-PUNT

           MOVE WS76-AVUI TO C76-DATA
           MOVE WS76-PUNT-VALOR TO C76-VAL
           WRITE LINIA-RPT76P FROM CAP76-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT76P FROM CAP76-02 AFTER ADVANCING 2 LINES.

           MOVE LOW-VALUES TO PF13COD
           START PF13 KEY IS NOT LESS THAN PF13COD
               INVALID KEY MOVE 'S' TO WS76-FI-FITXER
           END-START.

           PERFORM TANCAR-CLIENT THRU FIN-TANCAR-CLIENT
               UNTIL WS76-FI-FITXER-SI

           MOVE 'CLIENTS AMB PUNTS' TO T76-ETIQ
           MOVE WS76-NUM-CLIENTS TO T76-NUM
           MOVE ZEROS TO T76-IMP
           WRITE LINIA-RPT76P FROM TOT76-01 AFTER ADVANCING 2 LINES.
           MOVE 'PUNTS CADUCATS' TO T76-ETIQ
           MOVE WS76-TOT-CADUCATS TO T76-NUM
           MOVE ZEROS TO T76-IMP
           WRITE LINIA-RPT76P FROM TOT76-01 AFTER ADVANCING 1 LINE.
           MOVE 'PUNTS VIUS - PASSIU' TO T76-ETIQ
           MOVE WS76-TOT-VIUS TO T76-NUM
           MOVE WS76-PASSIU TO T76-IMP
           WRITE LINIA-RPT76P FROM TOT76-01 AFTER ADVANCING 1 LINE.

           CLOSE PF13.
           CLOSE PF63.
           CLOSE PF09.
           CLOSE RPT76P.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Valor en euros de cada punt ('PUNTVALOR' de PF09, 0,01    *
      * si no hi es), el mateix que aplica CBL13 en gastar-los.   *
      *----------------------------------------------------------*
       LLEGIR-VALOR-PUNT.
           MOVE 'PUNTVALOR ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS76-PUNT-VALOR
                END-IF
           END-READ.
       FIN-LLEGIR-VALOR-PUNT. EXIT.

      *----------------------------------------------------------*
      * Un client: recorre els seus moviments de PF63 caducant el *
      * que ha passat de data, anota la fila 'C' si n'hi ha hagut *
      * i imprimeix la seva linia si te res a dir.                *
      *----------------------------------------------------------*
       TANCAR-CLIENT.
           READ PF13 NEXT RECORD
               AT END MOVE 'S' TO WS76-FI-FITXER
           END-READ.

           IF WS76-FI-FITXER-SI
              GO FIN-TANCAR-CLIENT
           END-IF.

           MOVE 'N' TO WS76-TE-MOVIMENTS
           MOVE ZEROS TO WS76-DARRERA-SEQ
           MOVE ZEROS TO WS76-CLI-CADUCATS
           MOVE ZEROS TO WS76-CLI-VIUS

           MOVE 'N' TO WS76-FI-PF63
           MOVE PF13COD TO PF63CLI
           MOVE ZEROS TO PF63SEQ
           START PF63 KEY IS NOT LESS THAN PF63CLAU
               INVALID KEY MOVE 'S' TO WS76-FI-PF63
           END-START.

           PERFORM REVISAR-MOVIMENT THRU FIN-REVISAR-MOVIMENT
               UNTIL WS76-FI-PF63-SI

           IF WS76-TE-MOVIMENTS NOT = 'S'
              GO FIN-TANCAR-CLIENT
           END-IF.

           IF WS76-CLI-CADUCATS > ZEROS
              PERFORM ANOTAR-CADUCITAT THRU FIN-ANOTAR-CADUCITAT
           END-IF.

           IF WS76-CLI-CADUCATS = ZEROS AND WS76-CLI-VIUS = ZEROS
              GO FIN-TANCAR-CLIENT
           END-IF.

           COMPUTE WS76-CLI-VALOR = WS76-CLI-VIUS * WS76-PUNT-VALOR
           ADD 1 TO WS76-NUM-CLIENTS
           ADD WS76-CLI-CADUCATS TO WS76-TOT-CADUCATS
           ADD WS76-CLI-VIUS TO WS76-TOT-VIUS
           ADD WS76-CLI-VALOR TO WS76-PASSIU

           MOVE PF13COD TO D76-CLI
           MOVE PF13NOM TO D76-NOM
           MOVE WS76-CLI-CADUCATS TO D76-CAD
           MOVE WS76-CLI-VIUS TO D76-VIU
           MOVE WS76-CLI-VALOR TO D76-VAL
           WRITE LINIA-RPT76P FROM DET76-01 AFTER ADVANCING 1 LINE.
       FIN-TANCAR-CLIENT. EXIT.

       REVISAR-MOVIMENT.
           READ PF63 NEXT RECORD
               AT END MOVE 'S' TO WS76-FI-PF63
           END-READ.

           IF WS76-FI-PF63-SI
              GO FIN-REVISAR-MOVIMENT
           END-IF.

           IF PF63CLI NOT = PF13COD
              MOVE 'S' TO WS76-FI-PF63
              GO FIN-REVISAR-MOVIMENT
           END-IF.

           MOVE 'S' TO WS76-TE-MOVIMENTS
           MOVE PF63SEQ TO WS76-DARRERA-SEQ

           IF NOT PF63TIP-GUANY OR PF63PEN = ZEROS
              GO FIN-REVISAR-MOVIMENT
           END-IF.

           IF PF63DCA < WS76-AVUI
              ADD PF63PEN TO WS76-CLI-CADUCATS
              MOVE ZEROS TO PF63PEN
              REWRITE REG-PF63
           ELSE
              ADD PF63PEN TO WS76-CLI-VIUS
           END-IF.
       FIN-REVISAR-MOVIMENT. EXIT.

      *----------------------------------------------------------*
      * Fila 'C' amb el total de punts que han caducat al client  *
      * en aquest tancament, a continuacio del seu darrer         *
      * moviment.                                                 *
      *----------------------------------------------------------*
       ANOTAR-CADUCITAT.
           MOVE PF13COD TO PF63CLI
           ADD 1 TO WS76-DARRERA-SEQ GIVING PF63SEQ
           SET PF63TIP-CADUCAT TO TRUE
           MOVE WS76-CLI-CADUCATS TO PF63PNT
           MOVE ZEROS TO PF63PEN
           MOVE ZEROS TO PF63DCA
           MOVE ZEROS TO PF63REF
           MOVE ZEROS TO PF63COD
           MOVE ZEROS TO PF63DATS
           MOVE ZEROS TO PF63IMP
           MOVE WS76-AVUI TO PF63DAT
           MOVE 'CBL76PNT' TO PF63USR
           WRITE REG-PF63.
       FIN-ANOTAR-CADUCITAT. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS76-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS76-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS76-JRN-HIN
           MOVE 'CBL76PNT' TO PF30PGM
           MOVE WS76-JRN-DAT TO PF30DAT
           MOVE WS76-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS76-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL76PNT' TO PF30PGM
           MOVE WS76-JRN-DAT TO PF30DAT
           MOVE WS76-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS76-NUM-CLIENTS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
