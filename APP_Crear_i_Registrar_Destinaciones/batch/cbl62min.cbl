       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL62MIN.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Llista de cada nit de les sortides del calendari (PF21)   *
      * que han arribat al termini de decisio sense el minim de   *
      * passatgers, a temps de parlar amb els proveidors abans    *
      * que s'acabi la cancel·lacio gratuita. Per a cada sortida  *
      * activa i futura encara sense decisio a PF83:              *
      *  - minim i termini: els propis de PF83 o, si no en te,    *
      *    els de la destinacio (PF1XMIN, PF1XDLT); amb el minim  *
      *    a zeros no es vigila;                                  *
      *  - surt a la llista si falten tants dies laborables o     *
      *    menys com el termini (CBL61DIA) i les places venudes   *
      *    no arriben al minim;                                   *
      *  - amb les places venudes, els ingressos nets de PF02,    *
      *    els costos fixos de PF39 (autocar i guia, en euros) i  *
      *    el punt mort: passatgers que cal perque el marge per   *
      *    passatger (preu mitja menys l'hotel per persona)       *
      *    cobreixi els costos fixos;                             *
      *  - i una sortida de la mateixa destinacio on agrupar-los: *
      *    la mes propera en data, activa, futura, no anul·lada i *
      *    amb places lliures per a tots, que queda a PF83SUG.    *
      * La decisio es pren a CBL62. Si surt alguna sortida, el    *
      * diari acaba amb avisos.                                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU
              FILE STATUS IS WS62M-STAT-PF21.

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

           SELECT PF83
              ASSIGN TO DATABASE-PF83
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF83CLAU
              FILE STATUS IS WS62M-STAT-PF83.

           SELECT PF02
              ASSIGN TO DATABASE-PF02
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF2CLAU.

           SELECT PF39
              ASSIGN TO DATABASE-PF39
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF39CLAU.

           SELECT RPT62M
              ASSIGN TO PRINTER-RPT62M.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS62M-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF83 LABEL RECORD IS STANDARD.
          COPY CPPF83.

       FD PF02 LABEL RECORD IS STANDARD.
          COPY CPPF02.

       FD PF39 LABEL RECORD IS STANDARD.
          COPY CPPF39.

       FD RPT62M LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT62M PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS62M-FI-PF21 PIC X(01) VALUE 'N'.
           88 WS62M-FI-PF21-SI VALUE 'S'.
       01 WS62M-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS62M-FI-FITXER-SI VALUE 'S'.

       01 WS62M-STAT-PF21 PIC X(02).
           88 WS62M-STAT-PF21-OK VALUES '00' '02'.
       01 WS62M-STAT-PF83 PIC X(02).
           88 WS62M-STAT-PF83-OK VALUES '00' '02'.

       01 WS62M-AVUI PIC 9(8).
       01 WS62M-NUM-LLISTADES PIC 9(7) VALUE ZEROS.

      *----------------------------------------------------------*
      * Sortida que s'esta mirant. El recorregut de PF21 es       *
      * perd en buscar la sortida suggerida i es recupera des     *
      * d'aquesta clau.                                           *
      *----------------------------------------------------------*
       01 WS62M-COD PIC 9(4).
       01 WS62M-DATS PIC 9(8).
       01 WS62M-MIN PIC 9(3).
       01 WS62M-DLT PIC 9(3).
       01 WS62M-VEN PIC S9(5).
       01 WS62M-DECIDIDA PIC X(01).

      * Dies laborables fins a la sortida (CBL61DIA sobre PF46).
       01 WS62M-DIA-ACC PIC X(01).
       01 WS62M-DIA-DAT1 PIC 9(8).
       01 WS62M-DIA-DAT2 PIC 9(8).
       01 WS62M-DIA-DIES PIC S9(5).

      * Xifres de la sortida, en euros.
       01 WS62M-ING PIC S9(9)V99.
       01 WS62M-IMP-FILA PIC 9(9)V99.
       01 WS62M-COST-FIX PIC 9(9)V99.
       01 WS62M-HOTEL-PAX PIC 9(7)V99.
       01 WS62M-IMP-LIN PIC 9(9)V99.
       01 WS62M-PREU-MIG PIC S9(7)V99.
       01 WS62M-MARGE-PAX PIC S9(7)V99.
       01 WS62M-PUNT-MORT PIC 9(5).
       01 WS62M-PUNT-MORT-ED PIC ZZ9.

      * Sortida suggerida: la de menys distancia en dies.
       01 WS62M-SUG PIC 9(8).
       01 WS62M-DIST PIC S9(7).
       01 WS62M-DIST-MIN PIC S9(7).

       01 CAP62M-01.
           05 FILLER PIC X(52) VALUE
              'SORTIDES PER SOTA DEL MINIM AL TERMINI DE DECISIO'.
           05 C62M-DATA PIC 9(08).
           05 FILLER PIC X(20) VALUE SPACES.

       01 CAP62M-02.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 FILLER PIC X(09) VALUE 'SORTIDA'.
           05 FILLER PIC X(04) VALUE 'DIES'.
           05 FILLER PIC X(04) VALUE 'VEN'.
           05 FILLER PIC X(04) VALUE 'MIN'.
           05 FILLER PIC X(14) VALUE '   INGRESSOS'.
           05 FILLER PIC X(14) VALUE '  COSTOS FIXOS'.
           05 FILLER PIC X(11) VALUE 'PUNT MORT'.
           05 FILLER PIC X(14) VALUE 'AGRUPAR A'.

       01 DET62M-01.
           05 D62M-COD  PIC 9(4).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D62M-DATS PIC 9(8).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D62M-DIE  PIC ZZ9.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D62M-VEN  PIC ZZ9.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D62M-MIN  PIC ZZ9.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D62M-ING  PIC ZZ.ZZZ.ZZ9,99-.
           05 D62M-CFX  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D62M-PMO  PIC X(10).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D62M-SUG  PIC Z(8).
           05 FILLER    PIC X(06) VALUE SPACES.

       01 TOT62M-01.
           05 FILLER   PIC X(24) VALUE 'SORTIDES PER DECIDIR'.
           05 T62M-NUM PIC ZZZZZZ9.
           05 FILLER   PIC X(49) VALUE SPACES.

       01 WS62M-STAT-PF30 PIC X(02).
           88 WS62M-STAT-PF30-OK VALUES '00' '02'.
       01 WS62M-JRN-DAT PIC 9(8).
       01 WS62M-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF21
           OPEN INPUT PF01
           OPEN INPUT PF01X
           OPEN I-O PF83
           OPEN INPUT PF02
           OPEN INPUT PF39
           OPEN OUTPUT RPT62M

           IF NOT WS62M-STAT-PF21-OK OR NOT WS62M-STAT-PF83-OK
              DISPLAY 'CBL62MIN: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT PF21   = ' WS62M-STAT-PF21
              DISPLAY 'ESTAT PF83   = ' WS62M-STAT-PF83
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS62M-AVUI
           MOVE WS62M-AVUI TO C62M-DATA
           WRITE LINIA-RPT62M FROM CAP62M-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT62M FROM CAP62M-02 AFTER ADVANCING 2 LINES.

           MOVE LOW-VALUES TO PF21CLAU
           START PF21 KEY IS NOT LESS THAN PF21CLAU
               INVALID KEY MOVE 'S' TO WS62M-FI-PF21
           END-START.

           PERFORM REVISAR-SORTIDA THRU FIN-REVISAR-SORTIDA
               UNTIL WS62M-FI-PF21-SI

           MOVE WS62M-NUM-LLISTADES TO T62M-NUM
           WRITE LINIA-RPT62M FROM TOT62M-01 AFTER ADVANCING 2 LINES.

           CLOSE PF21.
           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF83.
           CLOSE PF02.
           CLOSE PF39.
           CLOSE RPT62M.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Una sortida del calendari: es descarten les tancades, les *
      * passades, les ja decidides i les que no vigilen minim, i  *
      * la resta surt si ha arribat al termini per sota.          *
      *----------------------------------------------------------*
       REVISAR-SORTIDA.
           READ PF21 NEXT RECORD
               AT END MOVE 'S' TO WS62M-FI-PF21
           END-READ.

           IF WS62M-FI-PF21-SI
              GO FIN-REVISAR-SORTIDA
           END-IF.

           IF NOT PF21EST-ACTIVA OR PF21DAT NOT > WS62M-AVUI
              GO FIN-REVISAR-SORTIDA
           END-IF.

           MOVE PF21COD TO WS62M-COD
           MOVE PF21DAT TO WS62M-DATS
           COMPUTE WS62M-VEN = PF21PLT - PF21PLD + PF21OVS

           MOVE ZEROS TO WS62M-MIN
           MOVE ZEROS TO WS62M-DLT
           MOVE WS62M-COD TO PF1XCOD
           READ PF01X INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF1XMIN TO WS62M-MIN
                MOVE PF1XDLT TO WS62M-DLT
           END-READ.

           MOVE 'N' TO WS62M-DECIDIDA
           MOVE WS62M-COD TO PF83COD
           MOVE WS62M-DATS TO PF83DATS
           READ PF83 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF83MIN NOT = ZEROS
                   MOVE PF83MIN TO WS62M-MIN
                END-IF
                IF PF83DLT NOT = ZEROS
                   MOVE PF83DLT TO WS62M-DLT
                END-IF
                IF NOT PF83DEC-PENDENT
                   MOVE 'S' TO WS62M-DECIDIDA
                END-IF
           END-READ.

           IF WS62M-DECIDIDA = 'S' OR WS62M-MIN = ZEROS
              GO FIN-REVISAR-SORTIDA
           END-IF.

           IF WS62M-VEN NOT < WS62M-MIN
              GO FIN-REVISAR-SORTIDA
           END-IF.

           MOVE 'D' TO WS62M-DIA-ACC
           MOVE WS62M-AVUI TO WS62M-DIA-DAT1
           MOVE WS62M-DATS TO WS62M-DIA-DAT2
           CALL 'CBL61DIA' USING WS62M-DIA-ACC WS62M-DIA-DAT1
                                 WS62M-DIA-DAT2 WS62M-DIA-DIES

           IF WS62M-DIA-DIES > WS62M-DLT
              GO FIN-REVISAR-SORTIDA
           END-IF.

           PERFORM SUMAR-INGRESSOS THRU FIN-SUMAR-INGRESSOS
           PERFORM SUMAR-COSTOS THRU FIN-SUMAR-COSTOS
           PERFORM CALCULAR-PUNT-MORT THRU FIN-CALCULAR-PUNT-MORT
           PERFORM CERCAR-SUGGERIDA THRU FIN-CERCAR-SUGGERIDA
           PERFORM DESAR-SUGGERIDA THRU FIN-DESAR-SUGGERIDA

           MOVE WS62M-COD TO D62M-COD
           MOVE WS62M-DATS TO D62M-DATS
           MOVE WS62M-DIA-DIES TO D62M-DIE
           MOVE WS62M-VEN TO D62M-VEN
           MOVE WS62M-MIN TO D62M-MIN
           MOVE WS62M-ING TO D62M-ING
           MOVE WS62M-COST-FIX TO D62M-CFX
           MOVE WS62M-SUG TO D62M-SUG
           WRITE LINIA-RPT62M FROM DET62M-01 AFTER ADVANCING 1 LINE

           ADD 1 TO WS62M-NUM-LLISTADES

      * Torna a posicionar el recorregut del calendari darrere la
      * sortida tractada.
           MOVE WS62M-COD TO PF21COD
           MOVE WS62M-DATS TO PF21DAT
           START PF21 KEY IS GREATER THAN PF21CLAU
               INVALID KEY MOVE 'S' TO WS62M-FI-PF21
           END-START.
       FIN-REVISAR-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Ingressos nets de la sortida a PF02: reserves menys       *
      * abonaments de les cancel·lacions. Les files velles sense  *
      * import es valoren a les places pel preu vigent.           *
      *----------------------------------------------------------*
       SUMAR-INGRESSOS.
           MOVE ZEROS TO WS62M-ING
           MOVE WS62M-COD TO PF1COD
           READ PF01 INVALID KEY
                MOVE ZEROS TO PF1PRE
           END-READ.

           MOVE 'N' TO WS62M-FI-FITXER
           MOVE WS62M-COD TO PF2COD
           MOVE ZEROS TO PF2SEQ
           START PF02 KEY IS NOT LESS THAN PF2CLAU
               INVALID KEY MOVE 'S' TO WS62M-FI-FITXER
           END-START

           PERFORM SUMAR-SEGUENT-RESERVA THRU
               FIN-SUMAR-SEGUENT-RESERVA
                   UNTIL WS62M-FI-FITXER-SI.
       FIN-SUMAR-INGRESSOS. EXIT.

       SUMAR-SEGUENT-RESERVA.
           READ PF02 NEXT RECORD
               AT END MOVE 'S' TO WS62M-FI-FITXER
           END-READ.

           IF WS62M-FI-FITXER-SI
              GO FIN-SUMAR-SEGUENT-RESERVA
           END-IF.

           IF PF2COD NOT = WS62M-COD
              MOVE 'S' TO WS62M-FI-FITXER
              GO FIN-SUMAR-SEGUENT-RESERVA
           END-IF.

           IF PF2DATS NOT = WS62M-DATS
              GO FIN-SUMAR-SEGUENT-RESERVA
           END-IF.

           IF PF2IMP = ZEROS
              COMPUTE WS62M-IMP-FILA = PF2QTY * PF1PRE
           ELSE
              MOVE PF2IMP TO WS62M-IMP-FILA
           END-IF.

           IF PF2TIP-RESERVA
              ADD WS62M-IMP-FILA TO WS62M-ING
           ELSE
              SUBTRACT WS62M-IMP-FILA FROM WS62M-ING
           END-IF.
       FIN-SUMAR-SEGUENT-RESERVA. EXIT.

      *----------------------------------------------------------*
      * Linies de cost de la sortida a PF39, en euros al canvi de *
      * pressupost: autocar i guia son fixos; l'hotel es per      *
      * persona i es resta del preu per treure el marge.          *
      *----------------------------------------------------------*
       SUMAR-COSTOS.
           MOVE ZEROS TO WS62M-COST-FIX
           MOVE ZEROS TO WS62M-HOTEL-PAX

           MOVE 'N' TO WS62M-FI-FITXER
           MOVE WS62M-COD TO PF39COD
           MOVE WS62M-DATS TO PF39DATS
           MOVE ZEROS TO PF39SEQ
           START PF39 KEY IS NOT LESS THAN PF39CLAU
               INVALID KEY MOVE 'S' TO WS62M-FI-FITXER
           END-START

           PERFORM SUMAR-SEGUENT-COST THRU FIN-SUMAR-SEGUENT-COST
               UNTIL WS62M-FI-FITXER-SI.
       FIN-SUMAR-COSTOS. EXIT.

       SUMAR-SEGUENT-COST.
           READ PF39 NEXT RECORD
               AT END MOVE 'S' TO WS62M-FI-FITXER
           END-READ.

           IF WS62M-FI-FITXER-SI
              GO FIN-SUMAR-SEGUENT-COST
           END-IF.

           IF PF39COD NOT = WS62M-COD OR PF39DATS NOT = WS62M-DATS
              MOVE 'S' TO WS62M-FI-FITXER
              GO FIN-SUMAR-SEGUENT-COST
           END-IF.

           IF PF39DIV-EUR
              MOVE PF39IMP TO WS62M-IMP-LIN
           ELSE
              COMPUTE WS62M-IMP-LIN ROUNDED = PF39IMP * PF39CNV
           END-IF.

           IF PF39TIP-HOTEL
              ADD WS62M-IMP-LIN TO WS62M-HOTEL-PAX
           ELSE
              ADD WS62M-IMP-LIN TO WS62M-COST-FIX
           END-IF.
       FIN-SUMAR-SEGUENT-COST. EXIT.

      *----------------------------------------------------------*
      * Punt mort: costos fixos entre el marge per passatger,     *
      * arrodonit amunt. El preu mitja es el dels ingressos entre *
      * les places venudes o, sense cap venda, el preu vigent.    *
      * Si el marge no es positiu cap ocupacio cobreix els fixos. *
      *----------------------------------------------------------*
       CALCULAR-PUNT-MORT.
           IF WS62M-VEN > ZEROS
              COMPUTE WS62M-PREU-MIG ROUNDED = WS62M-ING / WS62M-VEN
           ELSE
              MOVE PF1PRE TO WS62M-PREU-MIG
           END-IF.

           COMPUTE WS62M-MARGE-PAX = WS62M-PREU-MIG - WS62M-HOTEL-PAX

           IF WS62M-MARGE-PAX NOT > ZEROS
              MOVE 'NO COBREIX' TO D62M-PMO
              GO FIN-CALCULAR-PUNT-MORT
           END-IF.

           COMPUTE WS62M-PUNT-MORT = WS62M-COST-FIX / WS62M-MARGE-PAX
           IF WS62M-PUNT-MORT * WS62M-MARGE-PAX < WS62M-COST-FIX
              ADD 1 TO WS62M-PUNT-MORT
           END-IF.

           IF WS62M-PUNT-MORT > 999
              MOVE 999 TO WS62M-PUNT-MORT
           END-IF.

           MOVE WS62M-PUNT-MORT TO WS62M-PUNT-MORT-ED
           MOVE WS62M-PUNT-MORT-ED TO D62M-PMO.
       FIN-CALCULAR-PUNT-MORT. EXIT.

      *----------------------------------------------------------*
      * Sortida de la mateixa destinacio on cabrien tots els      *
      * passatgers: activa, futura, no anul·lada a PF83 i amb     *
      * places lliures per a tots; de les que hi ha, la mes       *
      * propera en data. Zeros si no n'hi ha cap.                 *
      *----------------------------------------------------------*
       CERCAR-SUGGERIDA.
           MOVE ZEROS TO WS62M-SUG
           MOVE 9999999 TO WS62M-DIST-MIN

           MOVE 'N' TO WS62M-FI-FITXER
           MOVE WS62M-COD TO PF21COD
           MOVE ZEROS TO PF21DAT
           START PF21 KEY IS NOT LESS THAN PF21CLAU
               INVALID KEY MOVE 'S' TO WS62M-FI-FITXER
           END-START

           PERFORM MIRAR-SEGUENT-SORTIDA THRU
               FIN-MIRAR-SEGUENT-SORTIDA
                   UNTIL WS62M-FI-FITXER-SI.
       FIN-CERCAR-SUGGERIDA. EXIT.

       MIRAR-SEGUENT-SORTIDA.
           READ PF21 NEXT RECORD
               AT END MOVE 'S' TO WS62M-FI-FITXER
           END-READ.

           IF WS62M-FI-FITXER-SI
              GO FIN-MIRAR-SEGUENT-SORTIDA
           END-IF.

           IF PF21COD NOT = WS62M-COD
              MOVE 'S' TO WS62M-FI-FITXER
              GO FIN-MIRAR-SEGUENT-SORTIDA
           END-IF.

           IF PF21DAT = WS62M-DATS OR PF21DAT NOT > WS62M-AVUI
              OR NOT PF21EST-ACTIVA OR PF21PLD < WS62M-VEN
              GO FIN-MIRAR-SEGUENT-SORTIDA
           END-IF.

           MOVE PF21COD TO PF83COD
           MOVE PF21DAT TO PF83DATS
           READ PF83 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF83DEC-ANULADA
                   GO FIN-MIRAR-SEGUENT-SORTIDA
                END-IF
           END-READ.

           COMPUTE WS62M-DIST =
               FUNCTION INTEGER-OF-DATE (PF21DAT) -
               FUNCTION INTEGER-OF-DATE (WS62M-DATS)
           IF WS62M-DIST < ZEROS
              MULTIPLY -1 BY WS62M-DIST
           END-IF.

           IF WS62M-DIST < WS62M-DIST-MIN
              MOVE WS62M-DIST TO WS62M-DIST-MIN
              MOVE PF21DAT TO WS62M-SUG
           END-IF.
       FIN-MIRAR-SEGUENT-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Deixa la sortida suggerida a PF83 perque CBL62 la mostri  *
      * a l'hora de decidir.                                      *
      *----------------------------------------------------------*
       DESAR-SUGGERIDA.
           MOVE WS62M-COD TO PF83COD
           MOVE WS62M-DATS TO PF83DATS
           READ PF83 INVALID KEY
                INITIALIZE REG-PF83
                MOVE WS62M-COD TO PF83COD
                MOVE WS62M-DATS TO PF83DATS
                MOVE WS62M-SUG TO PF83SUG
                WRITE REG-PF83
                NOT INVALID KEY
                MOVE WS62M-SUG TO PF83SUG
                REWRITE REG-PF83
           END-READ.
       FIN-DESAR-SUGGERIDA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS62M-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS62M-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS62M-JRN-HIN
           MOVE 'CBL62MIN' TO PF30PGM
           MOVE WS62M-JRN-DAT TO PF30DAT
           MOVE WS62M-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS62M-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL62MIN' TO PF30PGM
           MOVE WS62M-JRN-DAT TO PF30DAT
           MOVE WS62M-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           IF WS62M-NUM-LLISTADES > ZEROS
              SET PF30EST-AMB-AVISOS TO TRUE
           END-IF
           MOVE WS62M-NUM-LLISTADES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
