       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL88CTL.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Informe setmanal d'excepcions de control intern per als   *
      * auditors, sobre els set dies anteriors a l'execucio. Cada *
      * linia porta l'operador, la data i les referencies:        *
      *  CAN un operador cancel·la una reserva feta per ell;      *
      *  DEV un operador autoritza la devolucio d'una reserva     *
      *      feta per ell;                                        *
      *  DCB/VAL devolucio autoritzada o val emes (PF32) per qui  *
      *      va cobrar la reserva al client (PF14);               *
      *  DIF diferencia de caixa (PF40DIF) per sobre de           *
      *      'CTLDIFCAIX' de PF09 (20 si no hi es);               *
      *  REP operador amb 'CTLDIFREPE' (3) o mes tancaments amb   *
      *      diferencia dins la setmana;                          *
      *  PRE reserva cobrada per sota del preu de classe o banda  *
      *      resolt (com CBL02) sense pressupost (PF33REF) ni     *
      *      campanya (PF2CAM); les reserves amb desglossament    *
      *      per tipus de viatger (tarifes PF44) queden fora;     *
      *  HOR activitat a PF06 abans de 'CTLHORAINI' (0800) o a    *
      *      partir de 'CTLHORAFI' (2100), en format HHMM, o en   *
      *      diumenge o festiu de PF46, per operador i dia;       *
      *  DEN 'CTLDENEGAT' (5) o mes accessos denegats a PF06;     *
      *  SEG accio refusada per segregacio de funcions (PF06 'G', *
      *      CBL25SEG): el programa i la destinacio;              *
      *  EMG la mateixa accio feta per un usuari d'emergencia     *
      *      (PF06 'E'), que els auditors han de revisar una a    *
      *      una;                                                 *
      *  URG usuari d'emergencia de PF70 vigent algun dia de la   *
      *      setmana, amb qui el va nomenar i el motiu.           *
      * L'informe es reparteix via CLPDST als auditors que tenen  *
      * fila a PF17 per a CBL88CTL; la capcalera els anomena.     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PF19
              ASSIGN TO DATABASE-PF19
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF19CLAU.

           SELECT PF22
              ASSIGN TO DATABASE-PF22
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF22CLAU.

           SELECT PF33
              ASSIGN TO DATABASE-PF33
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF33NUM.

           SELECT PF14
              ASSIGN TO DATABASE-PF14
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF14CLAU.

           SELECT PF18
              ASSIGN TO DATABASE-PF18
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF18SEQ.

           SELECT PF32
              ASSIGN TO DATABASE-PF32
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF32NUM.

           SELECT PF40
              ASSIGN TO DATABASE-PF40
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF40NUM.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ.

           SELECT PF17
              ASSIGN TO DATABASE-PF17
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF17CLAU.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT PF70
              ASSIGN TO DATABASE-PF70
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF70USR.

           SELECT RPT88C
              ASSIGN TO PRINTER-RPT88C.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS88C-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF02 LABEL RECORD IS STANDARD.
          COPY CPPF02.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF19 LABEL RECORD IS STANDARD.
          COPY CPPF19.

       FD PF22 LABEL RECORD IS STANDARD.
          COPY CPPF22.

       FD PF33 LABEL RECORD IS STANDARD.
          COPY CPPF33.

       FD PF14 LABEL RECORD IS STANDARD.
          COPY CPPF14.

       FD PF18 LABEL RECORD IS STANDARD.
          COPY CPPF18.

       FD PF32 LABEL RECORD IS STANDARD.
          COPY CPPF32.

       FD PF40 LABEL RECORD IS STANDARD.
          COPY CPPF40.

       FD PF06 LABEL RECORD IS STANDARD.
          COPY CPPF06.

       FD PF17 LABEL RECORD IS STANDARD.
          COPY CPPF17.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD PF70 LABEL RECORD IS STANDARD.
          COPY CPPF70.

       FD RPT88C LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT88C PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS88C-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS88C-FI-FITXER-SI VALUE 'S'.
       01 WS88C-FI-REF PIC X(01).
           88 WS88C-FI-REF-SI VALUE 'S'.
       01 WS88C-FI-BANDES PIC X(01).
           88 WS88C-FI-BANDES-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Setmana revisada: els set dies anteriors a avui.          *
      *----------------------------------------------------------*
       01 WS88C-AVUI PIC 9(8).
       01 WS88C-DDE PIC 9(8).
       01 WS88C-FIN PIC 9(8).
       01 WS88C-DIES-INT PIC S9(9).

      *----------------------------------------------------------*
      * Llindars de PF09, amb el seu valor per defecte.           *
      *----------------------------------------------------------*
       01 WS88C-DIF-CAIXA PIC 9(7)V99 VALUE 20.
       01 WS88C-DIF-REPE PIC 9(3) VALUE 3.
       01 WS88C-HORA-INI PIC 9(4) VALUE 0800.
       01 WS88C-HORA-FI PIC 9(4) VALUE 2100.
       01 WS88C-DENEGATS PIC 9(3) VALUE 5.

      * Reserva original ('R') d'una referencia, via PF02L1.
       01 WS88C-REF PIC 9(9).
       01 WS88C-USR-RESERVA PIC X(10).
       01 WS88C-TROBAT PIC X(01).
       01 WS88C-COBRADOR PIC X(01).

      * Resolucio del preu de la reserva, com CBL02.
       01 WS88C-DAT-SORTIDA PIC 9(8).
       01 WS88C-DIES-ANT PIC S9(5).
       01 WS88C-PREU-APLICAT PIC 9(5)V99.
       01 WS88C-PRE-ANTICIPADA PIC 9(5)V99.
       01 WS88C-BANDA-ANTICIPADA PIC X(01).
       01 WS88C-PRE-TEMPORADA PIC 9(5)V99.
       01 WS88C-BANDA-TEMPORADA PIC X(01).
       01 WS88C-PRE-RENDIMENT PIC 9(5)V99.
       01 WS88C-BANDA-RENDIMENT PIC X(01).
       01 WS88C-IMP-ESPERAT PIC 9(7)V99.
       01 WS88C-IMP-DIF PIC S9(7)V99.

      * Referencies de reserva nascudes d'un pressupost.
       01 WS88C-NUM-PRESS PIC 9(3) VALUE ZEROS.
       01 TAULA-PRESSUPOSTOS.
           05 TQ-REF PIC 9(9) OCCURS 999 TIMES.

      * Tancaments amb diferencia per operador.
       01 WS88C-NUM-CAIXES PIC 9(3) VALUE ZEROS.
       01 TAULA-CAIXES.
           05 TC-ENTRY OCCURS 100 TIMES.
               10 TC-USR PIC X(10).
               10 TC-NUM PIC 9(3).

      * Activitat fora d'horari per operador i dia.
       01 WS88C-NUM-HORES PIC 9(3) VALUE ZEROS.
       01 TAULA-HORES.
           05 TH-ENTRY OCCURS 200 TIMES.
               10 TH-USR PIC X(10).
               10 TH-DAT PIC 9(8).
               10 TH-HOR PIC 9(6).
               10 TH-NUM PIC 9(5).

      * Accessos denegats per operador.
       01 WS88C-NUM-DENEG PIC 9(3) VALUE ZEROS.
       01 TAULA-DENEGATS.
           05 TD-ENTRY OCCURS 100 TIMES.
               10 TD-USR PIC X(10).
               10 TD-NUM PIC 9(5).

       01 WS88C-I PIC 9(3).
       01 WS88C-HHMM PIC 9(4).
       01 WS88C-FORA PIC X(01).
       01 WS88C-DAT-FESTIU PIC 9(8) VALUE ZEROS.
       01 WS88C-ES-FESTIU PIC X(01) VALUE 'N'.
       01 WS88C-QUOCIENT PIC S9(9).
       01 WS88C-DIA-SETMANA PIC 9(1).

      *----------------------------------------------------------*
      * Comprovacio de festius amb CBL61DIA (accio 'F').          *
      *----------------------------------------------------------*
       01 WS88C-DIA-ACC PIC X(01).
       01 WS88C-DIA-DAT1 PIC 9(8).
       01 WS88C-DIA-DAT2 PIC 9(8).
       01 WS88C-DIA-DIES PIC S9(5).

       01 WS88C-NUM-EXCEPCIONS PIC 9(5) VALUE ZEROS.
       01 WS88C-NUM-AUDITORS PIC 9(3) VALUE ZEROS.

       01 CAP88C-01.
           05 FILLER PIC X(34) VALUE
              'EXCEPCIONS DE CONTROL INTERN DEL'.
           05 C88C-DDE PIC 9(8).
           05 FILLER PIC X(03) VALUE ' A '.
           05 C88C-FIN PIC 9(8).
           05 FILLER PIC X(27) VALUE SPACES.

       01 CAP88C-02.
           05 FILLER PIC X(12) VALUE 'DESTINATARI '.
           05 C88C-AUD PIC X(10).
           05 FILLER PIC X(58) VALUE SPACES.

       01 CAP88C-03.
           05 FILLER PIC X(80) VALUE
              'ATENCIO: CAP AUDITOR A PF17 PER A CBL88CTL'.

       01 CAP88C-04.
           05 FILLER PIC X(04) VALUE 'TIP'.
           05 FILLER PIC X(11) VALUE 'OPERADOR'.
           05 FILLER PIC X(09) VALUE 'DATA'.
           05 FILLER PIC X(10) VALUE '      REF'.
           05 FILLER PIC X(10) VALUE '    REF 2'.
           05 FILLER PIC X(12) VALUE '     IMPORT'.
           05 FILLER PIC X(24) VALUE 'MOTIU'.

       01 DET88C-01.
           05 D88C-TIP  PIC X(03).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D88C-USR  PIC X(10).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D88C-DAT  PIC 9(8).
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D88C-RF1  PIC Z(8)9.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D88C-RF2  PIC Z(8)9.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D88C-IMP  PIC ZZZ.ZZ9,99-.
           05 FILLER    PIC X(01) VALUE SPACES.
           05 D88C-TXT  PIC X(24).

       01 TOT88C-01.
           05 FILLER   PIC X(30) VALUE 'TOTAL EXCEPCIONS'.
           05 T88C-NUM PIC ZZZZ9.
           05 FILLER   PIC X(45) VALUE SPACES.

       01 WS88C-STAT-PF30 PIC X(02).
           88 WS88C-STAT-PF30-OK VALUES '00' '02'.
       01 WS88C-JRN-DAT PIC 9(8).
       01 WS88C-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF02
           OPEN INPUT PF02L1
           OPEN INPUT PF01
           OPEN INPUT PF01X
           OPEN INPUT PF19
           OPEN INPUT PF22
           OPEN INPUT PF33
           OPEN INPUT PF14
           OPEN INPUT PF18
           OPEN INPUT PF32
           OPEN INPUT PF40
           OPEN INPUT PF06
           OPEN INPUT PF17
           OPEN INPUT PF09
           OPEN INPUT PF70
           OPEN OUTPUT RPT88C

           PERFORM CALCULAR-SETMANA THRU FIN-CALCULAR-SETMANA
           PERFORM LLEGIR-LLINDARS THRU FIN-LLEGIR-LLINDARS

           MOVE WS88C-DDE TO C88C-DDE
           MOVE WS88C-FIN TO C88C-FIN
           WRITE LINIA-RPT88C FROM CAP88C-01 AFTER ADVANCING PAGE.
           PERFORM LLISTAR-AUDITORS THRU FIN-LLISTAR-AUDITORS
           WRITE LINIA-RPT88C FROM CAP88C-04 AFTER ADVANCING 2 LINES.

           PERFORM CARREGAR-PRESSUPOSTOS THRU
               FIN-CARREGAR-PRESSUPOSTOS

      * Reserves i cancel·lacions de la setmana (CAN, PRE).
           MOVE 'N' TO WS88C-FI-FITXER
           MOVE LOW-VALUES TO PF2CLAU
           START PF02 KEY IS NOT LESS THAN PF2CLAU
               INVALID KEY MOVE 'S' TO WS88C-FI-FITXER
           END-START.
           PERFORM REVISAR-OPERACIO THRU FIN-REVISAR-OPERACIO
               UNTIL WS88C-FI-FITXER-SI

      * Devolucions autoritzades la setmana (DEV, DCB).
           MOVE 'N' TO WS88C-FI-FITXER
           MOVE ZEROS TO PF18SEQ
           START PF18 KEY IS NOT LESS THAN PF18SEQ
               INVALID KEY MOVE 'S' TO WS88C-FI-FITXER
           END-START.
           PERFORM REVISAR-DEVOLUCIO THRU FIN-REVISAR-DEVOLUCIO
               UNTIL WS88C-FI-FITXER-SI

      * Vals emesos la setmana (VAL).
           MOVE 'N' TO WS88C-FI-FITXER
           MOVE ZEROS TO PF32NUM
           START PF32 KEY IS NOT LESS THAN PF32NUM
               INVALID KEY MOVE 'S' TO WS88C-FI-FITXER
           END-START.
           PERFORM REVISAR-VAL THRU FIN-REVISAR-VAL
               UNTIL WS88C-FI-FITXER-SI

      * Tancaments de caixa (DIF, REP).
           MOVE 'N' TO WS88C-FI-FITXER
           MOVE ZEROS TO PF40NUM
           START PF40 KEY IS NOT LESS THAN PF40NUM
               INVALID KEY MOVE 'S' TO WS88C-FI-FITXER
           END-START.
           PERFORM REVISAR-TANCAMENT THRU FIN-REVISAR-TANCAMENT
               UNTIL WS88C-FI-FITXER-SI
           MOVE 1 TO WS88C-I
           PERFORM IMPRIMIR-CAIXA THRU FIN-IMPRIMIR-CAIXA
               UNTIL WS88C-I > WS88C-NUM-CAIXES

      * Log d'auditoria (HOR, DEN).
           MOVE 'N' TO WS88C-FI-FITXER
           MOVE LOW-VALUES TO PF6SEQ
           START PF06 KEY IS NOT LESS THAN PF6SEQ
               INVALID KEY MOVE 'S' TO WS88C-FI-FITXER
           END-START.
           PERFORM REVISAR-AUDIT THRU FIN-REVISAR-AUDIT
               UNTIL WS88C-FI-FITXER-SI
           MOVE 1 TO WS88C-I
           PERFORM IMPRIMIR-HORA THRU FIN-IMPRIMIR-HORA
               UNTIL WS88C-I > WS88C-NUM-HORES
           MOVE 1 TO WS88C-I
           PERFORM IMPRIMIR-DENEGAT THRU FIN-IMPRIMIR-DENEGAT
               UNTIL WS88C-I > WS88C-NUM-DENEG

      * Usuaris d'emergencia vigents la setmana (URG).
           MOVE 'N' TO WS88C-FI-FITXER
           MOVE LOW-VALUES TO PF70USR
           START PF70 KEY IS NOT LESS THAN PF70USR
               INVALID KEY MOVE 'S' TO WS88C-FI-FITXER
           END-START.
           PERFORM REVISAR-EMERGENCIA THRU FIN-REVISAR-EMERGENCIA
               UNTIL WS88C-FI-FITXER-SI

           MOVE WS88C-NUM-EXCEPCIONS TO T88C-NUM
           WRITE LINIA-RPT88C FROM TOT88C-01 AFTER ADVANCING 2 LINES.

           CLOSE PF02.
           CLOSE PF02L1.
           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF19.
           CLOSE PF22.
           CLOSE PF33.
           CLOSE PF14.
           CLOSE PF18.
           CLOSE PF32.
           CLOSE PF40.
           CLOSE PF06.
           CLOSE PF17.
           CLOSE PF09.
           CLOSE PF70.
           CLOSE RPT88C.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       CALCULAR-SETMANA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS88C-AVUI
           COMPUTE WS88C-DIES-INT =
               FUNCTION INTEGER-OF-DATE (WS88C-AVUI) - 7
           MOVE FUNCTION DATE-OF-INTEGER (WS88C-DIES-INT)
               TO WS88C-DDE
           COMPUTE WS88C-DIES-INT =
               FUNCTION INTEGER-OF-DATE (WS88C-AVUI) - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS88C-DIES-INT)
               TO WS88C-FIN.
       FIN-CALCULAR-SETMANA. EXIT.

       LLEGIR-LLINDARS.
           MOVE 'CTLDIFCAIX' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF9VAL TO WS88C-DIF-CAIXA
           END-READ.

           MOVE 'CTLDIFREPE' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS88C-DIF-REPE
                END-IF
           END-READ.

           MOVE 'CTLHORAINI' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF9VAL TO WS88C-HORA-INI
           END-READ.

           MOVE 'CTLHORAFI ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS88C-HORA-FI
                END-IF
           END-READ.

           MOVE 'CTLDENEGAT' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS88C-DENEGATS
                END-IF
           END-READ.
       FIN-LLEGIR-LLINDARS. EXIT.

      *----------------------------------------------------------*
      * Els auditors que reben l'informe son els destinataris de  *
      * CBL88CTL a PF17 (CLPDST els avisa); surten a la capcalera *
      * i, si no n'hi ha cap, l'informe ho diu.                   *
      *----------------------------------------------------------*
       LLISTAR-AUDITORS.
           MOVE 'N' TO WS88C-FI-FITXER
           MOVE 'CBL88CTL' TO PF17RPT
           MOVE LOW-VALUES TO PF17USR
           START PF17 KEY IS NOT LESS THAN PF17CLAU
               INVALID KEY MOVE 'S' TO WS88C-FI-FITXER
           END-START.

           PERFORM LLEGIR-AUDITOR THRU FIN-LLEGIR-AUDITOR
               UNTIL WS88C-FI-FITXER-SI

           IF WS88C-NUM-AUDITORS = ZEROS
              WRITE LINIA-RPT88C FROM CAP88C-03
                  AFTER ADVANCING 1 LINE
           END-IF.
       FIN-LLISTAR-AUDITORS. EXIT.

       LLEGIR-AUDITOR.
           READ PF17 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-FITXER
           END-READ.

           IF WS88C-FI-FITXER-SI
              GO FIN-LLEGIR-AUDITOR
           END-IF.

           IF PF17RPT NOT = 'CBL88CTL'
              MOVE 'S' TO WS88C-FI-FITXER
              GO FIN-LLEGIR-AUDITOR
           END-IF.

           ADD 1 TO WS88C-NUM-AUDITORS
           MOVE PF17USR TO C88C-AUD
           WRITE LINIA-RPT88C FROM CAP88C-02 AFTER ADVANCING 1 LINE.
       FIN-LLEGIR-AUDITOR. EXIT.

      *----------------------------------------------------------*
      * Referencies de les reserves que han sortit d'un           *
      * pressupost convertit: el seu preu es el pressupostat i no *
      * s'han de comparar amb la banda d'avui.                    *
      *----------------------------------------------------------*
       CARREGAR-PRESSUPOSTOS.
           MOVE 'N' TO WS88C-FI-FITXER
           MOVE ZEROS TO PF33NUM
           START PF33 KEY IS NOT LESS THAN PF33NUM
               INVALID KEY MOVE 'S' TO WS88C-FI-FITXER
           END-START.

           PERFORM CARREGAR-PRESSUPOST THRU FIN-CARREGAR-PRESSUPOST
               UNTIL WS88C-FI-FITXER-SI.
       FIN-CARREGAR-PRESSUPOSTOS. EXIT.

       CARREGAR-PRESSUPOST.
           READ PF33 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-FITXER
           END-READ.

           IF WS88C-FI-FITXER-SI
              GO FIN-CARREGAR-PRESSUPOST
           END-IF.

           IF NOT PF33EST-CONVERTIT OR PF33REF = ZEROS
              GO FIN-CARREGAR-PRESSUPOST
           END-IF.

           IF WS88C-NUM-PRESS < 999
              ADD 1 TO WS88C-NUM-PRESS
              MOVE PF33REF TO TQ-REF (WS88C-NUM-PRESS)
           END-IF.
       FIN-CARREGAR-PRESSUPOST. EXIT.

      *----------------------------------------------------------*
      * Una fila de PF02 de la setmana: les cancel·lacions es     *
      * comparen amb l'operador de la reserva i les reserves amb  *
      * el preu que els tocava.                                   *
      *----------------------------------------------------------*
       REVISAR-OPERACIO.
           READ PF02 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-FITXER
           END-READ.

           IF WS88C-FI-FITXER-SI
              GO FIN-REVISAR-OPERACIO
           END-IF.

           IF PF2DAT < WS88C-DDE OR PF2DAT > WS88C-FIN
              GO FIN-REVISAR-OPERACIO
           END-IF.

           IF PF2TIP-CANCEL
              MOVE PF2REF TO WS88C-REF
              PERFORM CERCAR-RESERVA THRU FIN-CERCAR-RESERVA
              IF WS88C-TROBAT = 'S'
                 AND WS88C-USR-RESERVA = PF2USR
                 MOVE SPACES TO DET88C-01
                 MOVE 'CAN' TO D88C-TIP
                 MOVE PF2USR TO D88C-USR
                 MOVE PF2DAT TO D88C-DAT
                 MOVE PF2REF TO D88C-RF1
                 MOVE PF2COD TO D88C-RF2
                 MOVE PF2IMP TO D88C-IMP
                 MOVE 'Anula reserva propia' TO D88C-TXT
                 PERFORM ESCRIURE-EXCEPCIO THRU
                     FIN-ESCRIURE-EXCEPCIO
              END-IF
              GO FIN-REVISAR-OPERACIO
           END-IF.

           IF PF2CAM NOT = SPACES OR PF2IMP = ZEROS
              OR PF2QTY = ZEROS
              OR PF2QNE + PF2QSE + PF2QIN > ZEROS
              GO FIN-REVISAR-OPERACIO
           END-IF.

           MOVE 'N' TO WS88C-TROBAT
           MOVE 1 TO WS88C-I
           PERFORM CERCAR-PRESSUPOST THRU FIN-CERCAR-PRESSUPOST
               UNTIL WS88C-I > WS88C-NUM-PRESS
                  OR WS88C-TROBAT = 'S'
           IF WS88C-TROBAT = 'S'
              GO FIN-REVISAR-OPERACIO
           END-IF.

           PERFORM RESOLDRE-PREU THRU FIN-RESOLDRE-PREU
           IF WS88C-PREU-APLICAT = ZEROS
              GO FIN-REVISAR-OPERACIO
           END-IF.

           COMPUTE WS88C-IMP-ESPERAT = PF2QTY * WS88C-PREU-APLICAT
           IF PF2IMP < WS88C-IMP-ESPERAT
              COMPUTE WS88C-IMP-DIF = PF2IMP - WS88C-IMP-ESPERAT
              MOVE SPACES TO DET88C-01
              MOVE 'PRE' TO D88C-TIP
              MOVE PF2USR TO D88C-USR
              MOVE PF2DAT TO D88C-DAT
              MOVE PF2REF TO D88C-RF1
              MOVE PF2COD TO D88C-RF2
              MOVE WS88C-IMP-DIF TO D88C-IMP
              MOVE 'Preu sota la banda' TO D88C-TXT
              PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO
           END-IF.
       FIN-REVISAR-OPERACIO. EXIT.

       CERCAR-PRESSUPOST.
           IF TQ-REF (WS88C-I) = PF2REF
              MOVE 'S' TO WS88C-TROBAT
           ELSE
              ADD 1 TO WS88C-I
           END-IF.
       FIN-CERCAR-PRESSUPOST. EXIT.

      *----------------------------------------------------------*
      * Operador de la fila 'R' de la referencia WS88C-REF.       *
      *----------------------------------------------------------*
       CERCAR-RESERVA.
           MOVE 'N' TO WS88C-TROBAT
           MOVE SPACES TO WS88C-USR-RESERVA
           MOVE 'N' TO WS88C-FI-REF
           MOVE WS88C-REF TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS88C-FI-REF
           END-START.

           PERFORM LLEGIR-FILA-REF THRU FIN-LLEGIR-FILA-REF
               UNTIL WS88C-FI-REF-SI OR WS88C-TROBAT = 'S'.
       FIN-CERCAR-RESERVA. EXIT.

       LLEGIR-FILA-REF.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-REF
           END-READ.

           IF WS88C-FI-REF-SI
              GO FIN-LLEGIR-FILA-REF
           END-IF.

           IF P2LREF NOT = WS88C-REF
              MOVE 'S' TO WS88C-FI-REF
              GO FIN-LLEGIR-FILA-REF
           END-IF.

           IF P2LTIP-RESERVA
              MOVE 'S' TO WS88C-TROBAT
              MOVE P2LUSR TO WS88C-USR-RESERVA
           END-IF.
       FIN-LLEGIR-FILA-REF. EXIT.

      *----------------------------------------------------------*
      * Preu per placa que tocava a la reserva, amb la mateixa    *
      * prioritat que CBL02: classe, rendiment, anticipada,       *
      * temporada i preu base. Els dies d'anticipacio es compten  *
      * des de la data de la reserva.                             *
      *----------------------------------------------------------*
       RESOLDRE-PREU.
           MOVE ZEROS TO WS88C-PREU-APLICAT

           IF PF2CLS NOT = SPACES
              MOVE PF2COD TO PF22COD
              MOVE PF2CLS TO PF22CLS
              READ PF22 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF22PRE TO WS88C-PREU-APLICAT
              END-READ
              IF WS88C-PREU-APLICAT > ZEROS
                 GO FIN-RESOLDRE-PREU
              END-IF
           END-IF.

           MOVE PF2COD TO PF1COD
           READ PF01 INVALID KEY
                GO FIN-RESOLDRE-PREU
           END-READ.
           MOVE PF1PRE TO WS88C-PREU-APLICAT

           MOVE PF2DATS TO WS88C-DAT-SORTIDA
           IF WS88C-DAT-SORTIDA = ZEROS
              MOVE PF2COD TO PF1XCOD
              READ PF01X INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF1XDAT TO WS88C-DAT-SORTIDA
              END-READ
           END-IF.

           IF WS88C-DAT-SORTIDA = ZEROS
              GO FIN-RESOLDRE-PREU
           END-IF.

           COMPUTE WS88C-DIES-ANT =
               FUNCTION INTEGER-OF-DATE (WS88C-DAT-SORTIDA) -
               FUNCTION INTEGER-OF-DATE (PF2DAT)

           MOVE ZEROS TO WS88C-PRE-ANTICIPADA
           MOVE SPACE TO WS88C-BANDA-ANTICIPADA
           MOVE ZEROS TO WS88C-PRE-TEMPORADA
           MOVE SPACE TO WS88C-BANDA-TEMPORADA
           MOVE ZEROS TO WS88C-PRE-RENDIMENT
           MOVE SPACE TO WS88C-BANDA-RENDIMENT

           MOVE 'N' TO WS88C-FI-BANDES
           MOVE PF2COD TO PF19COD
           MOVE LOW-VALUES TO PF19SEQ
           START PF19 KEY IS NOT LESS THAN PF19CLAU
               INVALID KEY MOVE 'S' TO WS88C-FI-BANDES
           END-START

           PERFORM RESOLDRE-SEGUENT-BANDA THRU
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS88C-FI-BANDES-SI

           IF WS88C-BANDA-RENDIMENT NOT = SPACE
              MOVE WS88C-PRE-RENDIMENT TO WS88C-PREU-APLICAT
           ELSE IF WS88C-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS88C-PRE-ANTICIPADA TO WS88C-PREU-APLICAT
           ELSE IF WS88C-BANDA-TEMPORADA NOT = SPACE
              MOVE WS88C-PRE-TEMPORADA TO WS88C-PREU-APLICAT
           END-IF.
       FIN-RESOLDRE-PREU. EXIT.

       RESOLDRE-SEGUENT-BANDA.
           READ PF19 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-BANDES
           END-READ.

           IF NOT WS88C-FI-BANDES-SI
              IF PF19COD NOT = PF2COD
                 MOVE 'S' TO WS88C-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS88C-DAT-SORTIDA >= PF19DDE
                       AND WS88C-DAT-SORTIDA <= PF19FIN
                       AND WS88C-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS88C-PRE-RENDIMENT
                       MOVE PF19TIP TO WS88C-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS88C-DIES-ANT >= PF19DIE
                       AND WS88C-BANDA-ANTICIPADA = SPACE
                       MOVE PF19PRE TO WS88C-PRE-ANTICIPADA
                       MOVE PF19TIP TO WS88C-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS88C-DAT-SORTIDA >= PF19DDE
                       AND WS88C-DAT-SORTIDA <= PF19FIN
                       AND WS88C-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS88C-PRE-TEMPORADA
                       MOVE PF19TIP TO WS88C-BANDA-TEMPORADA
                    END-IF
                 END-IF
              END-IF
           END-IF.
       FIN-RESOLDRE-SEGUENT-BANDA. EXIT.

      *----------------------------------------------------------*
      * Devolucio autoritzada dins la setmana: qui l'autoritza    *
      * (PF18SUP) no pot ser qui va fer la reserva ni qui en va   *
      * cobrar cap pagament.                                      *
      *----------------------------------------------------------*
       REVISAR-DEVOLUCIO.
           READ PF18 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-FITXER
           END-READ.

           IF WS88C-FI-FITXER-SI
              GO FIN-REVISAR-DEVOLUCIO
           END-IF.

           IF PF18DTA < WS88C-DDE OR PF18DTA > WS88C-FIN
              OR PF18SUP = SPACES
              GO FIN-REVISAR-DEVOLUCIO
           END-IF.

           MOVE PF18REF TO WS88C-REF
           PERFORM CERCAR-RESERVA THRU FIN-CERCAR-RESERVA
           IF WS88C-TROBAT = 'S'
              AND WS88C-USR-RESERVA = PF18SUP
              MOVE SPACES TO DET88C-01
              MOVE 'DEV' TO D88C-TIP
              MOVE PF18SUP TO D88C-USR
              MOVE PF18DTA TO D88C-DAT
              MOVE PF18REF TO D88C-RF1
              MOVE PF18SEQ TO D88C-RF2
              MOVE PF18IMP TO D88C-IMP
              MOVE 'Autoritza devol. propia' TO D88C-TXT
              PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO
           END-IF.

           PERFORM MIRAR-COBRADOR THRU FIN-MIRAR-COBRADOR
           IF WS88C-COBRADOR = 'S'
              MOVE SPACES TO DET88C-01
              MOVE 'DCB' TO D88C-TIP
              MOVE PF18SUP TO D88C-USR
              MOVE PF18DTA TO D88C-DAT
              MOVE PF18REF TO D88C-RF1
              MOVE PF18SEQ TO D88C-RF2
              MOVE PF18IMP TO D88C-IMP
              MOVE 'Devol. a client cobrat' TO D88C-TXT
              PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO
           END-IF.
       FIN-REVISAR-DEVOLUCIO. EXIT.

      *----------------------------------------------------------*
      * WS88C-COBRADOR a 'S' si algun pagament de PF14 de la      *
      * referencia de la devolucio el va cobrar PF18SUP.          *
      *----------------------------------------------------------*
       MIRAR-COBRADOR.
           MOVE 'N' TO WS88C-COBRADOR
           MOVE 'N' TO WS88C-FI-REF
           MOVE PF18REF TO PF14REF
           MOVE ZEROS TO PF14SEQ
           START PF14 KEY IS NOT LESS THAN PF14CLAU
               INVALID KEY MOVE 'S' TO WS88C-FI-REF
           END-START.

           PERFORM LLEGIR-PAGAMENT THRU FIN-LLEGIR-PAGAMENT
               UNTIL WS88C-FI-REF-SI OR WS88C-COBRADOR = 'S'.
       FIN-MIRAR-COBRADOR. EXIT.

       LLEGIR-PAGAMENT.
           READ PF14 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-REF
           END-READ.

           IF WS88C-FI-REF-SI
              GO FIN-LLEGIR-PAGAMENT
           END-IF.

           IF PF14REF NOT = PF18REF
              MOVE 'S' TO WS88C-FI-REF
              GO FIN-LLEGIR-PAGAMENT
           END-IF.

           IF PF14USR = PF18SUP
              MOVE 'S' TO WS88C-COBRADOR
           END-IF.
       FIN-LLEGIR-PAGAMENT. EXIT.

      *----------------------------------------------------------*
      * Val emes dins la setmana: la devolucio de la qual neix    *
      * (PF32DEV) diu qui el va alliberar.                        *
      *----------------------------------------------------------*
       REVISAR-VAL.
           READ PF32 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-FITXER
           END-READ.

           IF WS88C-FI-FITXER-SI
              GO FIN-REVISAR-VAL
           END-IF.

           IF PF32DEM < WS88C-DDE OR PF32DEM > WS88C-FIN
              OR PF32DEV = ZEROS
              GO FIN-REVISAR-VAL
           END-IF.

           MOVE PF32DEV TO PF18SEQ
           READ PF18 INVALID KEY
                GO FIN-REVISAR-VAL
           END-READ.

           IF PF18SUP = SPACES
              GO FIN-REVISAR-VAL
           END-IF.

           PERFORM MIRAR-COBRADOR THRU FIN-MIRAR-COBRADOR
           IF WS88C-COBRADOR = 'S'
              MOVE SPACES TO DET88C-01
              MOVE 'VAL' TO D88C-TIP
              MOVE PF18SUP TO D88C-USR
              MOVE PF32DEM TO D88C-DAT
              MOVE PF18REF TO D88C-RF1
              MOVE PF32NUM TO D88C-RF2
              MOVE PF32IMP TO D88C-IMP
              MOVE 'Val a client cobrat' TO D88C-TXT
              PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO
           END-IF.
       FIN-REVISAR-VAL. EXIT.

       REVISAR-TANCAMENT.
           READ PF40 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-FITXER
           END-READ.

           IF WS88C-FI-FITXER-SI
              GO FIN-REVISAR-TANCAMENT
           END-IF.

           IF PF40DAT < WS88C-DDE OR PF40DAT > WS88C-FIN
              OR PF40DIF = ZEROS
              GO FIN-REVISAR-TANCAMENT
           END-IF.

           IF PF40DIF > WS88C-DIF-CAIXA
              OR PF40DIF < ZEROS - WS88C-DIF-CAIXA
              MOVE SPACES TO DET88C-01
              MOVE 'DIF' TO D88C-TIP
              MOVE PF40USR TO D88C-USR
              MOVE PF40DAT TO D88C-DAT
              MOVE PF40NUM TO D88C-RF1
              MOVE ZEROS TO D88C-RF2
              MOVE PF40DIF TO D88C-IMP
              IF PF40TIP-OFICINA
                 MOVE SPACES TO D88C-TXT
                 STRING 'Diferencia oficina ' PF40OFI
                     DELIMITED BY SIZE INTO D88C-TXT
              ELSE
                 MOVE 'Diferencia de caixa' TO D88C-TXT
              END-IF
              PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO
           END-IF.

      * El tancament d'oficina ja suma les diferencies dels seus
      * operadors: no compta per a les repeticions de l'usuari.
           IF PF40TIP-OFICINA
              GO FIN-REVISAR-TANCAMENT
           END-IF.

           MOVE 'N' TO WS88C-TROBAT
           MOVE 1 TO WS88C-I
           PERFORM CERCAR-CAIXA THRU FIN-CERCAR-CAIXA
               UNTIL WS88C-I > WS88C-NUM-CAIXES
                  OR WS88C-TROBAT = 'S'

           IF WS88C-TROBAT NOT = 'S'
              IF WS88C-NUM-CAIXES >= 100
                 GO FIN-REVISAR-TANCAMENT
              END-IF
              ADD 1 TO WS88C-NUM-CAIXES
              MOVE WS88C-NUM-CAIXES TO WS88C-I
              MOVE PF40USR TO TC-USR (WS88C-I)
              MOVE ZEROS TO TC-NUM (WS88C-I)
           END-IF.
           ADD 1 TO TC-NUM (WS88C-I).
       FIN-REVISAR-TANCAMENT. EXIT.

       CERCAR-CAIXA.
           IF TC-USR (WS88C-I) = PF40USR
              MOVE 'S' TO WS88C-TROBAT
           ELSE
              ADD 1 TO WS88C-I
           END-IF.
       FIN-CERCAR-CAIXA. EXIT.

       IMPRIMIR-CAIXA.
           IF TC-NUM (WS88C-I) >= WS88C-DIF-REPE
              MOVE SPACES TO DET88C-01
              MOVE 'REP' TO D88C-TIP
              MOVE TC-USR (WS88C-I) TO D88C-USR
              MOVE WS88C-FIN TO D88C-DAT
              MOVE ZEROS TO D88C-RF1
              MOVE TC-NUM (WS88C-I) TO D88C-RF2
              MOVE ZEROS TO D88C-IMP
              MOVE 'Diferencies repetides' TO D88C-TXT
              PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO
           END-IF.
           ADD 1 TO WS88C-I.
       FIN-IMPRIMIR-CAIXA. EXIT.

      *----------------------------------------------------------*
      * Una fila del log PF06 de la setmana: accessos denegats    *
      * per operador, refuses i excepcions de segregacio una a    *
      * una, i activitat fora d'horari per operador i dia (hora   *
      * HHMMSS contra els llindars HHMM).                         *
      *----------------------------------------------------------*
       REVISAR-AUDIT.
           READ PF06 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-FITXER
           END-READ.

           IF WS88C-FI-FITXER-SI
              GO FIN-REVISAR-AUDIT
           END-IF.

           IF PF6DAT < WS88C-DDE OR PF6DAT > WS88C-FIN
              GO FIN-REVISAR-AUDIT
           END-IF.

           IF PF6ACC-DENEGAT
              PERFORM COMPTAR-DENEGAT THRU FIN-COMPTAR-DENEGAT
              GO FIN-REVISAR-AUDIT
           END-IF.

           IF PF6ACC-SEGREGACIO OR PF6ACC-EMERGENCIA
              MOVE SPACES TO DET88C-01
              IF PF6ACC-SEGREGACIO
                 MOVE 'SEG' TO D88C-TIP
                 MOVE 'Refusat segregacio' TO D88C-TXT
              ELSE
                 MOVE 'EMG' TO D88C-TIP
                 MOVE 'Emergencia' TO D88C-TXT
              END-IF
              MOVE PF6PGM TO D88C-TXT (20:5)
              MOVE PF6USR TO D88C-USR
              MOVE PF6DAT TO D88C-DAT
              MOVE PF6COD TO D88C-RF1
              MOVE ZEROS TO D88C-RF2
              MOVE ZEROS TO D88C-IMP
              PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO
           END-IF.

           PERFORM MIRAR-DIA-FESTIU THRU FIN-MIRAR-DIA-FESTIU
           COMPUTE WS88C-HHMM = PF6HOR / 100
           MOVE 'N' TO WS88C-FORA
           IF WS88C-ES-FESTIU = 'S'
              OR WS88C-HHMM < WS88C-HORA-INI
              OR WS88C-HHMM >= WS88C-HORA-FI
              MOVE 'S' TO WS88C-FORA
           END-IF.
           IF WS88C-FORA NOT = 'S'
              GO FIN-REVISAR-AUDIT
           END-IF.

           MOVE 'N' TO WS88C-TROBAT
           MOVE 1 TO WS88C-I
           PERFORM CERCAR-HORA THRU FIN-CERCAR-HORA
               UNTIL WS88C-I > WS88C-NUM-HORES
                  OR WS88C-TROBAT = 'S'

           IF WS88C-TROBAT NOT = 'S'
              IF WS88C-NUM-HORES >= 200
                 GO FIN-REVISAR-AUDIT
              END-IF
              ADD 1 TO WS88C-NUM-HORES
              MOVE WS88C-NUM-HORES TO WS88C-I
              MOVE PF6USR TO TH-USR (WS88C-I)
              MOVE PF6DAT TO TH-DAT (WS88C-I)
              MOVE PF6HOR TO TH-HOR (WS88C-I)
              MOVE ZEROS TO TH-NUM (WS88C-I)
           END-IF.
           ADD 1 TO TH-NUM (WS88C-I).
       FIN-REVISAR-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Diumenge o festiu de PF46 (via CBL61DIA): tot el dia es   *
      * fora d'horari. El log va per ordre de sequencia, aixi     *
      * que la resposta es guarda per a les files del mateix dia. *
      *----------------------------------------------------------*
       MIRAR-DIA-FESTIU.
           IF PF6DAT = WS88C-DAT-FESTIU
              GO FIN-MIRAR-DIA-FESTIU
           END-IF.

           MOVE PF6DAT TO WS88C-DAT-FESTIU
           MOVE 'N' TO WS88C-ES-FESTIU
           COMPUTE WS88C-DIES-INT = FUNCTION INTEGER-OF-DATE (PF6DAT)
           DIVIDE WS88C-DIES-INT BY 7
               GIVING WS88C-QUOCIENT REMAINDER WS88C-DIA-SETMANA
           IF WS88C-DIA-SETMANA = 0
              MOVE 'S' TO WS88C-ES-FESTIU
              GO FIN-MIRAR-DIA-FESTIU
           END-IF.

           MOVE 'F' TO WS88C-DIA-ACC
           MOVE PF6DAT TO WS88C-DIA-DAT1
           CALL 'CBL61DIA' USING WS88C-DIA-ACC WS88C-DIA-DAT1
                                 WS88C-DIA-DAT2 WS88C-DIA-DIES
           IF WS88C-DIA-DIES = 1
              MOVE 'S' TO WS88C-ES-FESTIU
           END-IF.
       FIN-MIRAR-DIA-FESTIU. EXIT.

       CERCAR-HORA.
           IF TH-USR (WS88C-I) = PF6USR
              AND TH-DAT (WS88C-I) = PF6DAT
              MOVE 'S' TO WS88C-TROBAT
           ELSE
              ADD 1 TO WS88C-I
           END-IF.
       FIN-CERCAR-HORA. EXIT.

       IMPRIMIR-HORA.
           MOVE SPACES TO DET88C-01
           MOVE 'HOR' TO D88C-TIP
           MOVE TH-USR (WS88C-I) TO D88C-USR
           MOVE TH-DAT (WS88C-I) TO D88C-DAT
           MOVE TH-HOR (WS88C-I) TO D88C-RF1
           MOVE TH-NUM (WS88C-I) TO D88C-RF2
           MOVE ZEROS TO D88C-IMP
           MOVE 'Activitat fora horari' TO D88C-TXT
           PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO
           ADD 1 TO WS88C-I.
       FIN-IMPRIMIR-HORA. EXIT.

       COMPTAR-DENEGAT.
           MOVE 'N' TO WS88C-TROBAT
           MOVE 1 TO WS88C-I
           PERFORM CERCAR-DENEGAT THRU FIN-CERCAR-DENEGAT
               UNTIL WS88C-I > WS88C-NUM-DENEG
                  OR WS88C-TROBAT = 'S'

           IF WS88C-TROBAT NOT = 'S'
              IF WS88C-NUM-DENEG >= 100
                 GO FIN-COMPTAR-DENEGAT
              END-IF
              ADD 1 TO WS88C-NUM-DENEG
              MOVE WS88C-NUM-DENEG TO WS88C-I
              MOVE PF6USR TO TD-USR (WS88C-I)
              MOVE ZEROS TO TD-NUM (WS88C-I)
           END-IF.
           ADD 1 TO TD-NUM (WS88C-I).
       FIN-COMPTAR-DENEGAT. EXIT.

       CERCAR-DENEGAT.
           IF TD-USR (WS88C-I) = PF6USR
              MOVE 'S' TO WS88C-TROBAT
           ELSE
              ADD 1 TO WS88C-I
           END-IF.
       FIN-CERCAR-DENEGAT. EXIT.

       IMPRIMIR-DENEGAT.
           IF TD-NUM (WS88C-I) >= WS88C-DENEGATS
              MOVE SPACES TO DET88C-01
              MOVE 'DEN' TO D88C-TIP
              MOVE TD-USR (WS88C-I) TO D88C-USR
              MOVE WS88C-FIN TO D88C-DAT
              MOVE ZEROS TO D88C-RF1
              MOVE TD-NUM (WS88C-I) TO D88C-RF2
              MOVE ZEROS TO D88C-IMP
              MOVE 'Accessos denegats' TO D88C-TXT
              PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO
           END-IF.
           ADD 1 TO WS88C-I.
       FIN-IMPRIMIR-DENEGAT. EXIT.

      *----------------------------------------------------------*
      * Usuari d'emergencia actiu amb el periode encavalcat amb   *
      * la setmana revisada: a REF/REF 2 les dates des de i fins  *
      * a, i al motiu qui el va nomenar i per que.                *
      *----------------------------------------------------------*
       REVISAR-EMERGENCIA.
           READ PF70 NEXT RECORD
               AT END MOVE 'S' TO WS88C-FI-FITXER
           END-READ.

           IF WS88C-FI-FITXER-SI
              GO FIN-REVISAR-EMERGENCIA
           END-IF.

           IF NOT PF70EST-ACTIU
              OR PF70DDE > WS88C-FIN OR PF70FIN < WS88C-DDE
              GO FIN-REVISAR-EMERGENCIA
           END-IF.

           MOVE SPACES TO DET88C-01
           MOVE 'URG' TO D88C-TIP
           MOVE PF70USR TO D88C-USR
           MOVE PF70DAT TO D88C-DAT
           MOVE PF70DDE TO D88C-RF1
           MOVE PF70FIN TO D88C-RF2
           MOVE ZEROS TO D88C-IMP
           STRING PF70AUT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  PF70MOT DELIMITED BY SIZE
               INTO D88C-TXT
           PERFORM ESCRIURE-EXCEPCIO THRU FIN-ESCRIURE-EXCEPCIO.
       FIN-REVISAR-EMERGENCIA. EXIT.

       ESCRIURE-EXCEPCIO.
           WRITE LINIA-RPT88C FROM DET88C-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS88C-NUM-EXCEPCIONS.
       FIN-ESCRIURE-EXCEPCIO. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS88C-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS88C-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS88C-JRN-HIN
           MOVE 'CBL88CTL' TO PF30PGM
           MOVE WS88C-JRN-DAT TO PF30DAT
           MOVE WS88C-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS88C-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL88CTL' TO PF30PGM
           MOVE WS88C-JRN-DAT TO PF30DAT
           MOVE WS88C-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS88C-NUM-EXCEPCIONS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
