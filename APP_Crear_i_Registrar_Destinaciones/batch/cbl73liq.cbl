       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL73LIQ.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Conciliacio de la remesa mensual del partner web          *
      * (INT73W). El partner cobra les vendes del canal web       *
      * (PF2CAN 'WE') i ens paga el net un cop al mes, i ningu    *
      * repassava la remesa referencia a referencia. Per cada     *
      * fila:                                                     *
      *  - s'acumula a PF75 el liquidat i la comissio retinguda,  *
      *    amb la comissio acordada a PF25 (canal 'WE');          *
      *  - el liquidat s'escriu com a pagament a PF14 (com        *
      *    CBL73RET) quan la referencia es una reserva web.       *
      * Despres es donen d'alta a PF75 les reserves web del mes   *
      * que el partner no ha liquidat, i es revisen totes les     *
      * files obertes contra el net reservat a PF02 (reserves     *
      * menys abonaments de les cancel·lacions i canvis que han   *
      * entrat per CBL80INT). L'informe RPT73L treu el que s'ha   *
      * pagat sense reserva, el que s'ha reservat sense pagar,    *
      * els imports que no quadren i la comissio per sobre de     *
      * l'acordada. Les diferencies queden obertes a PF75 i       *
      * tornen a sortir cada mes, amb el mes d'origen, fins que   *
      * una remesa posterior o un canvi de la reserva les quadra. *
      * Una remesa d'un mes ja carregat (PF11 'LIQWEB') no es     *
      * torna a aplicar: nomes se'n treu el llistat.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT73W
              ASSIGN TO DATABASE-INT73W
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS73L-STAT-INT73W.

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

           SELECT PF14
              ASSIGN TO DATABASE-PF14
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF14CLAU.

           SELECT PF25
              ASSIGN TO DATABASE-PF25
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF25CAN.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA.

           SELECT PF75
              ASSIGN TO DATABASE-PF75
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF75REF
              FILE STATUS IS WS73L-STAT-PF75.

           SELECT RPT73L
              ASSIGN TO PRINTER-RPT73L.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS73L-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD INT73W LABEL RECORD IS STANDARD.
          COPY CPINT73W.

       FD PF02 LABEL RECORD IS STANDARD.
          COPY CPPF02.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF14 LABEL RECORD IS STANDARD.
          COPY CPPF14.

       FD PF25 LABEL RECORD IS STANDARD.
          COPY CPPF25.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       FD PF75 LABEL RECORD IS STANDARD.
          COPY CPPF75.

       FD RPT73L LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT73L PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS73L-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS73L-FI-FITXER-SI VALUE 'S'.
       01 WS73L-FI-PF02 PIC X(01) VALUE 'N'.
           88 WS73L-FI-PF02-SI VALUE 'S'.
       01 WS73L-FI-PF02L1 PIC X(01) VALUE 'N'.
           88 WS73L-FI-PF02L1-SI VALUE 'S'.
       01 WS73L-FI-PF14 PIC X(01) VALUE 'N'.
           88 WS73L-FI-PF14-SI VALUE 'S'.
       01 WS73L-FI-PF75 PIC X(01) VALUE 'N'.
           88 WS73L-FI-PF75-SI VALUE 'S'.
       01 WS73L-REPETIDA PIC X(01) VALUE 'N'.
           88 WS73L-REPETIDA-SI VALUE 'S'.
       01 WS73L-WEB PIC X(01) VALUE 'N'.
           88 WS73L-WEB-SI VALUE 'S'.
       01 WS73L-OBERTA PIC X(01) VALUE 'N'.
           88 WS73L-OBERTA-SI VALUE 'S'.

       01 WS73L-AVUI.
           05 WS73L-AVUI-AAAA PIC 9(4).
           05 WS73L-AVUI-MM   PIC 9(2).
           05 WS73L-AVUI-DD   PIC 9(2).
       01 WS73L-DAT-AVUI REDEFINES WS73L-AVUI PIC 9(8).
       01 WS73L-MES-LIQ.
           05 WS73L-LIQ-AAAA PIC 9(4).
           05 WS73L-LIQ-MM   PIC 9(2).
       01 WS73L-PER REDEFINES WS73L-MES-LIQ PIC 9(6).
       01 WS73L-MES-FILA PIC 9(6).

       01 WS73L-PCT PIC 9(2)V99 VALUE ZEROS.
       01 WS73L-ACO PIC 9(7)V99.
       01 WS73L-RES PIC S9(9)V99.
       01 WS73L-REF PIC 9(9).
       01 WS73L-DARRERA-SEQ PIC 9(3).

       01 WS73L-NUM-LINIES PIC 9(5) VALUE ZEROS.
       01 WS73L-NUM-PAGAMENTS PIC 9(5) VALUE ZEROS.
       01 WS73L-NUM-OBERTES PIC 9(5) VALUE ZEROS.

       01 WS73L-STAT-INT73W PIC X(02).
           88 WS73L-STAT-INT73W-OK VALUES '00' '02'.
       01 WS73L-STAT-PF75 PIC X(02).
           88 WS73L-STAT-PF75-OK VALUES '00' '02'.

       01 CAP73L-01.
           05 FILLER PIC X(34) VALUE
              'LIQUIDACIO PARTNER WEB - MES'.
           05 C73L-PER PIC 9(06).
           05 FILLER PIC X(14) VALUE '   COMISSIO % '.
           05 C73L-PCT PIC Z9,99.
           05 FILLER PIC X(21) VALUE SPACES.

       01 CAP73L-02.
           05 FILLER PIC X(10) VALUE 'REFERENCIA'.
           05 FILLER PIC X(17) VALUE 'DIFERENCIA'.
           05 FILLER PIC X(12) VALUE '  RESERVAT'.
           05 FILLER PIC X(12) VALUE '  LIQUIDAT'.
           05 FILLER PIC X(11) VALUE '  COMISSIO'.
           05 FILLER PIC X(11) VALUE '  ACORDADA'.
           05 FILLER PIC X(07) VALUE 'DES DE'.

       01 DET73L-01.
           05 D73L-REF PIC Z(8)9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73L-DIF PIC X(16).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73L-RES PIC ZZZZ.ZZ9,99.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73L-PAG PIC ZZZZ.ZZ9,99.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73L-COM PIC ZZZ.ZZ9,99.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73L-ACO PIC ZZZ.ZZ9,99.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73L-PER PIC 9(06).
           05 FILLER   PIC X(01) VALUE SPACES.

       01 DET73L-02.
           05 FILLER PIC X(36) VALUE
              'REMESA JA CARREGADA, NO S APLICA.'.
           05 FILLER PIC X(44) VALUE SPACES.

       01 TOT73L-01.
           05 FILLER PIC X(08) VALUE 'LINIES'.
           05 T73L-LIN PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE '   PAGAMENTS'.
           05 T73L-PAG PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE '   DIFER. OBERTES'.
           05 T73L-OBE PIC ZZZZ9.
           05 FILLER PIC X(23) VALUE SPACES.

       01 WS73L-STAT-PF30 PIC X(02).
           88 WS73L-STAT-PF30-OK VALUES '00' '02'.
       01 WS73L-JRN-DAT PIC 9(8).
       01 WS73L-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT INT73W
           OPEN INPUT PF02
           OPEN INPUT PF02L1
           OPEN I-O PF14
           OPEN INPUT PF25
           OPEN I-O PF11
           OPEN I-O PF75
           OPEN OUTPUT RPT73L

           IF NOT WS73L-STAT-INT73W-OK OR NOT WS73L-STAT-PF75-OK
              DISPLAY 'CBL73LIQ: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT INT73W = ' WS73L-STAT-INT73W
              DISPLAY 'ESTAT PF75   = ' WS73L-STAT-PF75
              GOBACK
           END-IF.

           MOVE 'WE  ' TO PF25CAN
           READ PF25 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF25PCT TO WS73L-PCT
           END-READ.

           PERFORM CALCULAR-MES-LIQUIDACIO THRU
               FIN-CALCULAR-MES-LIQUIDACIO

           PERFORM LLEGIR-REMESA THRU FIN-LLEGIR-REMESA
           IF NOT WS73L-FI-FITXER-SI
              MOVE I73WPER TO WS73L-PER
           END-IF.

           MOVE WS73L-PER TO C73L-PER
           MOVE WS73L-PCT TO C73L-PCT
           WRITE LINIA-RPT73L FROM CAP73L-01 AFTER ADVANCING PAGE.

      * Un mes ja carregat no torna a sumar res a PF75 ni a PF14;
      * sense remesa tampoc es dona el mes per carregat.
           MOVE 'LIQWEB    ' TO PF11CLA
           READ PF11 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF WS73L-PER <= PF11VAL AND NOT WS73L-FI-FITXER-SI
                   MOVE 'S' TO WS73L-REPETIDA
                END-IF
           END-READ.

           IF WS73L-REPETIDA-SI
              WRITE LINIA-RPT73L FROM DET73L-02
                  AFTER ADVANCING 2 LINES
           END-IF.

           IF NOT WS73L-REPETIDA-SI AND NOT WS73L-FI-FITXER-SI
              PERFORM TRACTAR-LINIA THRU FIN-TRACTAR-LINIA
                  UNTIL WS73L-FI-FITXER-SI
              PERFORM CERCAR-NO-LIQUIDADES THRU
                  FIN-CERCAR-NO-LIQUIDADES
              PERFORM DESAR-MES-CARREGAT THRU
                  FIN-DESAR-MES-CARREGAT
           END-IF.

           WRITE LINIA-RPT73L FROM CAP73L-02 AFTER ADVANCING 2 LINES.

           PERFORM REVISAR-OBERTES THRU FIN-REVISAR-OBERTES

           MOVE WS73L-NUM-LINIES TO T73L-LIN
           MOVE WS73L-NUM-PAGAMENTS TO T73L-PAG
           MOVE WS73L-NUM-OBERTES TO T73L-OBE
           WRITE LINIA-RPT73L FROM TOT73L-01 AFTER ADVANCING 2 LINES.

           CLOSE INT73W.
           CLOSE PF02.
           CLOSE PF02L1.
           CLOSE PF14.
           CLOSE PF25.
           CLOSE PF11.
           CLOSE PF75.
           CLOSE RPT73L.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Sense remesa (fitxer buit) el mes es l'anterior al de     *
      * l'execucio, com a CBL86COM, i nomes surt el llistat de    *
      * les diferencies obertes.                                  *
      *----------------------------------------------------------*
       CALCULAR-MES-LIQUIDACIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS73L-AVUI

           IF WS73L-AVUI-MM = 01
              COMPUTE WS73L-LIQ-AAAA = WS73L-AVUI-AAAA - 1
              MOVE 12 TO WS73L-LIQ-MM
           ELSE
              MOVE WS73L-AVUI-AAAA TO WS73L-LIQ-AAAA
              COMPUTE WS73L-LIQ-MM = WS73L-AVUI-MM - 1
           END-IF.
       FIN-CALCULAR-MES-LIQUIDACIO. EXIT.

       LLEGIR-REMESA.
           READ INT73W
               AT END MOVE 'S' TO WS73L-FI-FITXER
           END-READ.
       FIN-LLEGIR-REMESA. EXIT.

      *----------------------------------------------------------*
      * Acumula la fila de la remesa a la referencia de PF75; la  *
      * comparacio amb la reserva es fa despres a                 *
      * REVISAR-OBERTES, amb tota la remesa ja sumada. Un         *
      * abonament nomes rebaixa la comissio retinguda.            *
      *----------------------------------------------------------*
       TRACTAR-LINIA.
           ADD 1 TO WS73L-NUM-LINIES

           MOVE I73WREF TO PF75REF
           READ PF75 INVALID KEY
                MOVE ZEROS TO PF75RES
                MOVE ZEROS TO PF75PAG
                MOVE ZEROS TO PF75COM
                MOVE ZEROS TO PF75ACO
                MOVE ZEROS TO PF75ESC
                MOVE SPACES TO PF75DIF
                MOVE SPACES TO PF75DCO
                MOVE WS73L-PER TO PF75PER
                MOVE WS73L-PER TO PF75ULT
                WRITE REG-PF75
           END-READ.

           IF I73WTIP-ABONAMENT
              IF I73WCOM > PF75COM
                 MOVE ZEROS TO PF75COM
              ELSE
                 SUBTRACT I73WCOM FROM PF75COM
              END-IF
           ELSE
              ADD I73WIMP TO PF75PAG
              ADD I73WCOM TO PF75COM
              COMPUTE WS73L-ACO ROUNDED =
                  I73WIMP * WS73L-PCT / 100
              ADD WS73L-ACO TO PF75ACO
           END-IF.

           MOVE WS73L-PER TO PF75ULT
           REWRITE REG-PF75

           PERFORM LLEGIR-REMESA THRU FIN-LLEGIR-REMESA.
       FIN-TRACTAR-LINIA. EXIT.

      *----------------------------------------------------------*
      * Moviments web del mes liquidat: les reserves que no han   *
      * passat per la remesa entren a PF75 sense res liquidat,    *
      * perque REVISAR-OBERTES les tregui com a no liquidades; i  *
      * una referencia ja quadrada que ha tingut una cancel·lacio *
      * o un canvi aquest mes es torna a revisar.                 *
      *----------------------------------------------------------*
       CERCAR-NO-LIQUIDADES.
           MOVE 'N' TO WS73L-FI-PF02
           MOVE LOW-VALUES TO PF2CLAU
           START PF02 KEY IS NOT LESS THAN PF2CLAU
               INVALID KEY MOVE 'S' TO WS73L-FI-PF02
           END-START.

           PERFORM CERCAR-SEGUENT-RESERVA THRU
               FIN-CERCAR-SEGUENT-RESERVA
                   UNTIL WS73L-FI-PF02-SI
       FIN-CERCAR-NO-LIQUIDADES. EXIT.

       CERCAR-SEGUENT-RESERVA.
           READ PF02 NEXT RECORD
               AT END MOVE 'S' TO WS73L-FI-PF02
           END-READ.

           IF WS73L-FI-PF02-SI
              GO FIN-CERCAR-SEGUENT-RESERVA
           END-IF.

           IF PF2CAN NOT = 'WE'
              GO FIN-CERCAR-SEGUENT-RESERVA
           END-IF.

           MOVE PF2DAT (1:6) TO WS73L-MES-FILA
           IF WS73L-MES-FILA NOT = WS73L-PER
              GO FIN-CERCAR-SEGUENT-RESERVA
           END-IF.

           MOVE PF2REF TO PF75REF
           READ PF75 INVALID KEY
                MOVE ZEROS TO PF75RES
                MOVE ZEROS TO PF75PAG
                MOVE ZEROS TO PF75COM
                MOVE ZEROS TO PF75ACO
                MOVE ZEROS TO PF75ESC
                MOVE SPACES TO PF75DIF
                MOVE SPACES TO PF75DCO
                MOVE WS73L-PER TO PF75PER
                MOVE WS73L-PER TO PF75ULT
                WRITE REG-PF75
                GO FIN-CERCAR-SEGUENT-RESERVA
           END-READ.

           IF PF75ULT NOT = WS73L-PER
              MOVE WS73L-PER TO PF75ULT
              REWRITE REG-PF75
           END-IF.
       FIN-CERCAR-SEGUENT-RESERVA. EXIT.

       DESAR-MES-CARREGAT.
           MOVE 'LIQWEB    ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE WS73L-PER TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                MOVE WS73L-PER TO PF11VAL
                REWRITE REG-PF11
           END-READ.
       FIN-DESAR-MES-CARREGAT. EXIT.

      *----------------------------------------------------------*
      * Revisa les files obertes i les tocades aquest mes: net    *
      * reservat de nou a PF02, pagament a PF14 del liquidat que  *
      * encara no hi es (si la referencia es una reserva web) i   *
      * diferencies. Les que queden obertes surten a l'informe    *
      * amb el mes des del qual ho son.                           *
      *----------------------------------------------------------*
       REVISAR-OBERTES.
           MOVE 'N' TO WS73L-FI-PF75
           MOVE LOW-VALUES TO PF75REF
           START PF75 KEY IS NOT LESS THAN PF75REF
               INVALID KEY MOVE 'S' TO WS73L-FI-PF75
           END-START.

           PERFORM REVISAR-SEGUENT THRU FIN-REVISAR-SEGUENT
               UNTIL WS73L-FI-PF75-SI
       FIN-REVISAR-OBERTES. EXIT.

       REVISAR-SEGUENT.
           READ PF75 NEXT RECORD
               AT END MOVE 'S' TO WS73L-FI-PF75
           END-READ.

           IF WS73L-FI-PF75-SI
              GO FIN-REVISAR-SEGUENT
           END-IF.

           IF PF75DIF-QUADRADA AND NOT PF75DCO-EXCES
              AND PF75ULT NOT = WS73L-PER
              GO FIN-REVISAR-SEGUENT
           END-IF.

           MOVE 'N' TO WS73L-OBERTA
           IF NOT PF75DIF-QUADRADA OR PF75DCO-EXCES
              MOVE 'S' TO WS73L-OBERTA
           END-IF.

           PERFORM CALCULAR-RESERVAT THRU FIN-CALCULAR-RESERVAT

           IF WS73L-WEB-SI AND PF75PAG > PF75ESC
              PERFORM ESCRIURE-PAGAMENT THRU FIN-ESCRIURE-PAGAMENT
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS73L-WEB-SI AND PF75PAG > ZEROS
                   SET PF75DIF-SENSE-RES TO TRUE
               WHEN NOT WS73L-WEB-SI
                   SET PF75DIF-QUADRADA TO TRUE
               WHEN PF75PAG = PF75RES
                   SET PF75DIF-QUADRADA TO TRUE
               WHEN PF75PAG = ZEROS
                   SET PF75DIF-NO-PAGADA TO TRUE
               WHEN OTHER
                   SET PF75DIF-IMPORT TO TRUE
           END-EVALUATE.

           IF PF75COM > PF75ACO
              SET PF75DCO-EXCES TO TRUE
           ELSE
              MOVE SPACES TO PF75DCO
           END-IF.

      * Una diferencia nova compta des del mes que es liquida;
      * una que ja era oberta conserva el seu mes d'origen.
           IF NOT WS73L-OBERTA-SI
              MOVE WS73L-PER TO PF75PER
           END-IF.

           REWRITE REG-PF75

           IF NOT PF75DIF-QUADRADA OR PF75DCO-EXCES
              PERFORM IMPRIMIR-DIFERENCIA THRU
                  FIN-IMPRIMIR-DIFERENCIA
           END-IF.
       FIN-REVISAR-SEGUENT. EXIT.

      *----------------------------------------------------------*
      * Net reservat de la referencia: reserves menys el que s'ha *
      * abonat a les cancel·lacions. Nomes es una reserva web si  *
      * alguna de les seves files porta el canal 'WE'.            *
      *----------------------------------------------------------*
       CALCULAR-RESERVAT.
           MOVE ZEROS TO WS73L-RES
           MOVE 'N' TO WS73L-WEB
           MOVE 'N' TO WS73L-FI-PF02L1
           MOVE PF75REF TO WS73L-REF
           MOVE PF75REF TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS73L-FI-PF02L1
           END-START.

           PERFORM SUMAR-SEGUENT-FILA THRU FIN-SUMAR-SEGUENT-FILA
               UNTIL WS73L-FI-PF02L1-SI

           IF WS73L-RES < ZEROS
              MOVE ZEROS TO WS73L-RES
           END-IF.
           MOVE WS73L-RES TO PF75RES.
       FIN-CALCULAR-RESERVAT. EXIT.

       SUMAR-SEGUENT-FILA.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS73L-FI-PF02L1
           END-READ.

           IF WS73L-FI-PF02L1-SI
              GO FIN-SUMAR-SEGUENT-FILA
           END-IF.

           IF P2LREF NOT = WS73L-REF
              MOVE 'S' TO WS73L-FI-PF02L1
              GO FIN-SUMAR-SEGUENT-FILA
           END-IF.

           IF P2LCAN = 'WE'
              MOVE 'S' TO WS73L-WEB
           END-IF.

           IF P2LTIP-RESERVA
              ADD P2LIMP TO WS73L-RES
           ELSE
              SUBTRACT P2LIMP FROM WS73L-RES
           END-IF.
       FIN-SUMAR-SEGUENT-FILA. EXIT.

      *----------------------------------------------------------*
      * Pagament del liquidat pendent d'escriure, amb la seguent  *
      * sequencia de la referencia (mateixa mecanica que          *
      * CBL73RET). No passa per cap calaix: oficina a espais.     *
      *----------------------------------------------------------*
       ESCRIURE-PAGAMENT.
           PERFORM CERCAR-DARRERA-SEQ THRU FIN-CERCAR-DARRERA-SEQ

           MOVE PF75REF TO PF14REF
           ADD 1 TO WS73L-DARRERA-SEQ GIVING PF14SEQ
           SET PF14TIP-SALDO TO TRUE
           SUBTRACT PF75ESC FROM PF75PAG GIVING PF14IMP
           MOVE WS73L-DAT-AVUI TO PF14DAT
           MOVE 'CBL73LIQ' TO PF14USR
           MOVE SPACES TO PF14OFI
           WRITE REG-PF14
           MOVE PF75PAG TO PF75ESC
           ADD 1 TO WS73L-NUM-PAGAMENTS.
       FIN-ESCRIURE-PAGAMENT. EXIT.

       CERCAR-DARRERA-SEQ.
           MOVE ZEROS TO WS73L-DARRERA-SEQ
           MOVE 'N' TO WS73L-FI-PF14
           MOVE PF75REF TO PF14REF
           MOVE LOW-VALUES TO PF14SEQ
           START PF14 KEY IS NOT LESS THAN PF14CLAU
               INVALID KEY MOVE 'S' TO WS73L-FI-PF14
           END-START.

           PERFORM CERCAR-SEGUENT-PAGAMENT THRU
               FIN-CERCAR-SEGUENT-PAGAMENT
                   UNTIL WS73L-FI-PF14-SI
       FIN-CERCAR-DARRERA-SEQ. EXIT.

       CERCAR-SEGUENT-PAGAMENT.
           READ PF14 NEXT RECORD
               AT END MOVE 'S' TO WS73L-FI-PF14
           END-READ.

           IF NOT WS73L-FI-PF14-SI
              IF PF14REF NOT = PF75REF
                 MOVE 'S' TO WS73L-FI-PF14
              ELSE
                 MOVE PF14SEQ TO WS73L-DARRERA-SEQ
              END-IF
           END-IF.
       FIN-CERCAR-SEGUENT-PAGAMENT. EXIT.

       IMPRIMIR-DIFERENCIA.
           EVALUATE TRUE
               WHEN PF75DIF-QUADRADA
                   MOVE 'COMISSIO EXCES' TO D73L-DIF
               WHEN PF75DIF-SENSE-RES
                   MOVE 'SENSE RESERVA' TO D73L-DIF
               WHEN PF75DIF-NO-PAGADA
                   MOVE 'NO LIQUIDADA' TO D73L-DIF
               WHEN OTHER
                   MOVE 'IMPORT DIFERENT' TO D73L-DIF
           END-EVALUATE.

           IF PF75DCO-EXCES AND NOT PF75DIF-QUADRADA
              MOVE 'IMPORT+COMISSIO' TO D73L-DIF
           END-IF.

           MOVE PF75REF TO D73L-REF
           MOVE PF75RES TO D73L-RES
           MOVE PF75PAG TO D73L-PAG
           MOVE PF75COM TO D73L-COM
           MOVE PF75ACO TO D73L-ACO
           MOVE PF75PER TO D73L-PER
           WRITE LINIA-RPT73L FROM DET73L-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS73L-NUM-OBERTES.
       FIN-IMPRIMIR-DIFERENCIA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS73L-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS73L-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS73L-JRN-HIN
           MOVE 'CBL73LIQ' TO PF30PGM
           MOVE WS73L-JRN-DAT TO PF30DAT
           MOVE WS73L-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS73L-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL73LIQ' TO PF30PGM
           MOVE WS73L-JRN-DAT TO PF30DAT
           MOVE WS73L-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS73L-NUM-LINIES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
