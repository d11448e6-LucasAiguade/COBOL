       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL68FAC.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Factura mensual agrupada dels clients que la demanen      *
      * (escoles, clubs i empreses amb PF13FAC 'M'): reserven     *
      * molts viatges al mes i volien una sola factura, no una de *
      * CBL14 per cada referencia. Per cada client mensual:       *
      *  - es recullen les seves referencies (vista PF02L2 per    *
      *    client) amb files 'R' fins al final del mes tancat;    *
      *  - es descarten les que ja tenen factura: per la linia de *
      *    la referencia (PF16L1) o, les facturades abans de      *
      *    tenir aquest camp, per la capcalera (PF15L1);          *
      *  - cada referencia que queda es una linia de la factura   *
      *    amb el mateix import que li donaria CBL14: les files   *
      *    'R' vives (sense les anul·lades per un trasllat) mes   *
      *    els ancillaris de PF43, i el mateix repartiment entre  *
      *    regim general i regim especial d'agencies (PF1XREG).   *
      * La factura porta numero del comptador 'FACTURA' de PF11,  *
      * la serie normal, queda a PF15 marcada com a agrupada      *
      * (PF15AGR) amb el venciment segons els dies de termini del *
      * client (PF13DPA), i a PF16 una linia per referencia amb   *
      * la referencia a PF16REF. S'imprimeix a RPT68F, una pagina *
      * per factura, i es reimprimeix des de CBL14 com les altres.*
      * Les devolucions posteriors fan la rectificativa contra    *
      * aquesta factura des de CBL15.                             *
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

           SELECT PF02L2
              ASSIGN TO DATABASE-PF02L2
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2CCLI WITH DUPLICATES.

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

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU.

           SELECT PF39
              ASSIGN TO DATABASE-PF39
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF39CLAU.

           SELECT PF43
              ASSIGN TO DATABASE-PF43
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF43CLAU.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA.

           SELECT PF15
              ASSIGN TO DATABASE-PF15
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF15NUM
              FILE STATUS IS WS68F-STAT-PF15.

           SELECT PF15L1
              ASSIGN TO DATABASE-PF15L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P15LCLI WITH DUPLICATES.

           SELECT PF16
              ASSIGN TO DATABASE-PF16
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF16CLAU
              FILE STATUS IS WS68F-STAT-PF16.

           SELECT PF16L1
              ASSIGN TO DATABASE-PF16L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P16LREF WITH DUPLICATES.

           SELECT RPT68F
              ASSIGN TO PRINTER-RPT68F.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS68F-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD PF02L2 LABEL RECORD IS STANDARD.
          COPY CPPF02L2.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF39 LABEL RECORD IS STANDARD.
          COPY CPPF39.

       FD PF43 LABEL RECORD IS STANDARD.
          COPY CPPF43.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       FD PF15 LABEL RECORD IS STANDARD.
          COPY CPPF15.

       FD PF15L1 LABEL RECORD IS STANDARD.
          COPY CPPF15L1.

       FD PF16 LABEL RECORD IS STANDARD.
          COPY CPPF16.

       FD PF16L1 LABEL RECORD IS STANDARD.
          COPY CPPF16L1.

       FD RPT68F LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT68F PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS68F-FI-PF13 PIC X(01) VALUE 'N'.
           88 WS68F-FI-PF13-SI VALUE 'S'.
       01 WS68F-FI-FITXER PIC X(01).
           88 WS68F-FI-FITXER-SI VALUE 'S'.
       01 WS68F-FI-PF39 PIC X(01).
           88 WS68F-FI-PF39-SI VALUE 'S'.
       01 WS68F-FI-PF43 PIC X(01).
           88 WS68F-FI-PF43-SI VALUE 'S'.
       01 WS68F-TROBAT PIC X(01).
           88 WS68F-TROBAT-SI VALUE 'S'.
       01 WS68F-FACTURADA PIC X(01).
           88 WS68F-FACTURADA-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Mes natural anterior a la data d'execucio: entren les     *
      * referencies reservades fins al final d'aquest mes.        *
      *----------------------------------------------------------*
       01 WS68F-AVUI.
           05 WS68F-AVUI-AAAA PIC 9(4).
           05 WS68F-AVUI-MM PIC 9(2).
           05 WS68F-AVUI-DD PIC 9(2).
       01 WS68F-AVUI-N REDEFINES WS68F-AVUI PIC 9(8).
       01 WS68F-PERIODE.
           05 WS68F-PER-AAAA PIC 9(4).
           05 WS68F-PER-MM PIC 9(2).
       01 WS68F-PERIODE-N REDEFINES WS68F-PERIODE PIC 9(6).
       01 WS68F-DAT-PER PIC 9(6).

      *----------------------------------------------------------*
      * Referencies del client en curs pendents de facturar.      *
      *----------------------------------------------------------*
       01 WS68F-NUM-REFS PIC 9(3).
       01 WS68F-R PIC 9(3).
       01 TAULA-REFS.
           05 TR-REF OCCURS 500 TIMES PIC 9(9).
       01 WS68F-REF PIC 9(9).

      *----------------------------------------------------------*
      * Files 'R' de la referencia en curs, com les recull CBL14, *
      * i destinacions anul·lades per un trasllat (fila 'C' amb   *
      * la mateixa referencia).                                   *
      *----------------------------------------------------------*
       01 WS68F-NUM-TRAMS PIC 9(3).
       01 WS68F-I PIC 9(3).
       01 TAULA-TRAMS.
           05 TL-ENTRY OCCURS 99 TIMES.
               10 TL-COD PIC 9(4).
               10 TL-QTY PIC 9(3).
               10 TL-IMP PIC 9(9)V99.
               10 TL-REG PIC X(01).
               10 TL-CST PIC 9(9)V99.
       01 WS68F-NUM-ANULADES PIC 9(3).
       01 WS68F-K PIC 9(3).
       01 TAULA-ANULADES.
           05 TA-COD OCCURS 99 TIMES PIC 9(4).
       01 WS68F-IMP-LINIA PIC 9(9)V99.
       01 WS68F-IMP-ANC PIC 9(9)V99.
       01 WS68F-COST-HOTEL PIC 9(9)V99.
       01 WS68F-COST-FIX PIC 9(9)V99.
       01 WS68F-PAX-SORTIDA PIC 9(5).

      *----------------------------------------------------------*
      * Linies de la factura en curs: una per referencia.         *
      *----------------------------------------------------------*
       01 WS68F-NUM-LINIES PIC 9(3).
       01 WS68F-L PIC 9(3).
       01 TAULA-LINIES-FRA.
           05 TF-ENTRY OCCURS 500 TIMES.
               10 TF-REF PIC 9(9).
               10 TF-COD PIC 9(4).
               10 TF-TXT PIC X(30).
               10 TF-QTY PIC 9(3).
               10 TF-IMP PIC 9(9)V99.
       01 WS68F-TXT-REF PIC 9(9).

      *----------------------------------------------------------*
      * Totals de la factura, amb el mateix repartiment que       *
      * CBL14: WS68F-BASE i WS68F-QUOTA nomes del regim general,  *
      * la part de regim especial amb l'IVA a dins.               *
      *----------------------------------------------------------*
       01 WS68F-PCT-IVA PIC 9(2)V99.
       01 WS68F-BASE PIC 9(9)V99.
       01 WS68F-QUOTA PIC 9(9)V99.
       01 WS68F-TOTAL PIC 9(9)V99.
       01 WS68F-VENDA-MRG PIC 9(9)V99.
       01 WS68F-COST-MRG PIC 9(9)V99.
       01 WS68F-MARGE PIC 9(9)V99.
       01 WS68F-BASE-MRG PIC 9(9)V99.
       01 WS68F-QUOTA-MRG PIC 9(9)V99.
       01 WS68F-NUM-FACTURA PIC 9(9).
       01 WS68F-VEN PIC 9(8).
       01 WS68F-NUM-FACTURES PIC 9(7) VALUE ZEROS.

       01 FRA68F-01.
           05 FILLER PIC X(08) VALUE 'FACTURA'.
           05 F68F-NUM PIC Z(8)9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'MENSUAL'.
           05 FILLER PIC X(06) VALUE 'SERIE'.
           05 FILLER PIC X(04) VALUE '   /'.
           05 F68F-NSE PIC Z(8)9.
           05 FILLER PIC X(28) VALUE SPACES.

       01 FRA68F-02.
           05 FILLER PIC X(12) VALUE 'DATA:'.
           05 F68F-DAT PIC 9(8).
           05 FILLER PIC X(06) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'PERIODE:'.
           05 F68F-PER PIC 9(6).
           05 FILLER PIC X(06) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'VENCIMENT:'.
           05 F68F-VEN PIC X(10).
           05 FILLER PIC X(08) VALUE SPACES.

       01 FRA68F-03.
           05 FILLER PIC X(12) VALUE 'CLIENT:'.
           05 F68F-CLI PIC Z(5)9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 F68F-NOM PIC X(30).
           05 FILLER PIC X(30) VALUE SPACES.

       01 FRA68F-04.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 FILLER PIC X(32) VALUE 'CONCEPTE'.
           05 FILLER PIC X(08) VALUE 'PLACES'.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'IMPORT'.

       01 FRA68F-05.
           05 F68F-LCOD PIC 9(4).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 F68F-LTXT PIC X(30).
           05 F68F-LQTY PIC ZZZ9.
           05 FILLER    PIC X(13) VALUE SPACES.
           05 F68F-LIMP PIC ZZZ.ZZZ.ZZ9,99.

       01 FRA68F-06.
           05 FILLER    PIC X(42) VALUE SPACES.
           05 F68F-ETIQ PIC X(14).
           05 F68F-PCT  PIC Z9,99.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 F68F-IMPT PIC ZZZ.ZZZ.ZZ9,99.

       01 FRA68F-07.
           05 FILLER    PIC X(42)
              VALUE 'REGIM ESPECIAL DE LES AGENCIES DE VIATGES'.
           05 FILLER    PIC X(38)
              VALUE '- IVA INCLOS AL PREU, NO DESGLOSSAT'.

       01 WS68F-STAT-PF15 PIC X(02).
           88 WS68F-STAT-PF15-OK VALUES '00' '02'.
       01 WS68F-STAT-PF16 PIC X(02).
           88 WS68F-STAT-PF16-OK VALUES '00' '02'.
       01 WS68F-STAT-PF30 PIC X(02).
           88 WS68F-STAT-PF30-OK VALUES '00' '02'.
       01 WS68F-JRN-DAT PIC 9(8).
       01 WS68F-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF13
           OPEN INPUT PF02L2
           OPEN INPUT PF02L1
           OPEN INPUT PF01
           OPEN INPUT PF01X
           OPEN INPUT PF21
           OPEN INPUT PF39
           OPEN INPUT PF43
           OPEN INPUT PF09
           OPEN I-O PF11
           OPEN I-O PF15
           OPEN INPUT PF15L1
           OPEN I-O PF16
           OPEN INPUT PF16L1
           OPEN OUTPUT RPT68F

           PERFORM CALCULAR-PERIODE THRU FIN-CALCULAR-PERIODE
           PERFORM LLEGIR-IVA THRU FIN-LLEGIR-IVA

           MOVE LOW-VALUES TO PF13COD
           START PF13 KEY IS NOT LESS THAN PF13COD
               INVALID KEY MOVE 'S' TO WS68F-FI-PF13
           END-START.

           PERFORM FACTURAR-CLIENT THRU FIN-FACTURAR-CLIENT
               UNTIL WS68F-FI-PF13-SI

           CLOSE PF13.
           CLOSE PF02L2.
           CLOSE PF02L1.
           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF21.
           CLOSE PF39.
           CLOSE PF43.
           CLOSE PF09.
           CLOSE PF11.
           CLOSE PF15.
           CLOSE PF15L1.
           CLOSE PF16.
           CLOSE PF16L1.
           CLOSE RPT68F.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       CALCULAR-PERIODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS68F-AVUI
           MOVE WS68F-AVUI-AAAA TO WS68F-PER-AAAA
           MOVE WS68F-AVUI-MM TO WS68F-PER-MM
           IF WS68F-PER-MM = 1
              SUBTRACT 1 FROM WS68F-PER-AAAA
              MOVE 12 TO WS68F-PER-MM
           ELSE
              SUBTRACT 1 FROM WS68F-PER-MM
           END-IF.
       FIN-CALCULAR-PERIODE. EXIT.

      *----------------------------------------------------------*
      * Percentatge d'IVA vigent (PF09 'IVA'), com CBL14; sense   *
      * fila configurada es factura sense impost, a zero.         *
      *----------------------------------------------------------*
       LLEGIR-IVA.
           MOVE ZEROS TO WS68F-PCT-IVA
           MOVE 'IVA       ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF9VAL TO WS68F-PCT-IVA
           END-READ.
       FIN-LLEGIR-IVA. EXIT.

      *----------------------------------------------------------*
      * Factura del mes d'un client de facturacio mensual: les    *
      * seves referencies pendents, una linia per referencia, els *
      * totals, el registre PF15/PF16 i la impressio.             *
      *----------------------------------------------------------*
       FACTURAR-CLIENT.
           READ PF13 NEXT RECORD
               AT END MOVE 'S' TO WS68F-FI-PF13
           END-READ.

           IF WS68F-FI-PF13-SI
              GO FIN-FACTURAR-CLIENT
           END-IF.

           IF NOT PF13FAC-MENSUAL
              GO FIN-FACTURAR-CLIENT
           END-IF.

           PERFORM RECOLLIR-REFERENCIES THRU
               FIN-RECOLLIR-REFERENCIES

           MOVE ZEROS TO WS68F-NUM-LINIES
           MOVE ZEROS TO WS68F-BASE
           MOVE ZEROS TO WS68F-VENDA-MRG
           MOVE ZEROS TO WS68F-COST-MRG
           MOVE 1 TO WS68F-R
           PERFORM PREPARAR-REFERENCIA THRU FIN-PREPARAR-REFERENCIA
               UNTIL WS68F-R > WS68F-NUM-REFS

           IF WS68F-NUM-LINIES = ZEROS
              GO FIN-FACTURAR-CLIENT
           END-IF.

           COMPUTE WS68F-QUOTA ROUNDED =
               WS68F-BASE * WS68F-PCT-IVA / 100
           PERFORM CALCULAR-MARGE THRU FIN-CALCULAR-MARGE
           COMPUTE WS68F-TOTAL =
               WS68F-BASE + WS68F-QUOTA + WS68F-VENDA-MRG

           MOVE ZEROS TO WS68F-VEN
           IF PF13DPA > ZEROS
              COMPUTE WS68F-VEN = FUNCTION DATE-OF-INTEGER (
                  FUNCTION INTEGER-OF-DATE (WS68F-AVUI-N) + PF13DPA)
           END-IF.

           PERFORM OBTENIR-NUM-FACTURA THRU FIN-OBTENIR-NUM-FACTURA

           MOVE WS68F-NUM-FACTURA TO PF15NUM
           MOVE ZEROS TO PF15REF
           MOVE PF13COD TO PF15CLI
           MOVE PF13NOM TO PF15NOM
           MOVE WS68F-AVUI-N TO PF15DAT
           MOVE WS68F-BASE TO PF15BAS
           MOVE WS68F-PCT-IVA TO PF15PCT
           MOVE WS68F-QUOTA TO PF15QIV
           MOVE WS68F-TOTAL TO PF15TOT
           MOVE 'CBL68FAC' TO PF15USR
           MOVE 'F' TO PF15TIP
           MOVE ZEROS TO PF15ORI
           MOVE WS68F-VENDA-MRG TO PF15VMG
           MOVE WS68F-COST-MRG TO PF15CMG
           MOVE WS68F-MARGE TO PF15MRG
           MOVE WS68F-BASE-MRG TO PF15BMG
           MOVE WS68F-QUOTA-MRG TO PF15QMG
           MOVE SPACES TO PF15OFI
           MOVE WS68F-NUM-FACTURA TO PF15NSE
           SET PF15AGR-MENSUAL TO TRUE
           MOVE WS68F-VEN TO PF15VEN
           WRITE REG-PF15

           IF NOT WS68F-STAT-PF15-OK
              DISPLAY 'CBL68FAC: FACTURA NO GRAVADA CLIENT '
                      PF13COD ' ESTAT ' WS68F-STAT-PF15
              GO FIN-FACTURAR-CLIENT
           END-IF.

           MOVE 1 TO WS68F-L
           PERFORM GRAVAR-LINIA-PF16 THRU FIN-GRAVAR-LINIA-PF16
               UNTIL WS68F-L > WS68F-NUM-LINIES

           PERFORM IMPRIMIR-FACTURA THRU FIN-IMPRIMIR-FACTURA
           ADD 1 TO WS68F-NUM-FACTURES.
       FIN-FACTURAR-CLIENT. EXIT.

      *----------------------------------------------------------*
      * Referencies del client (vista PF02L2) amb alguna fila 'R' *
      * reservada fins al final del mes tancat, cadascuna un sol  *
      * cop.                                                      *
      *----------------------------------------------------------*
       RECOLLIR-REFERENCIES.
           MOVE ZEROS TO WS68F-NUM-REFS
           MOVE 'N' TO WS68F-FI-FITXER
           MOVE PF13COD TO P2CCLI
           START PF02L2 KEY IS NOT LESS THAN P2CCLI
               INVALID KEY MOVE 'S' TO WS68F-FI-FITXER
           END-START.

           PERFORM ANOTAR-REFERENCIA THRU FIN-ANOTAR-REFERENCIA
               UNTIL WS68F-FI-FITXER-SI
       FIN-RECOLLIR-REFERENCIES. EXIT.

       ANOTAR-REFERENCIA.
           READ PF02L2 NEXT RECORD
               AT END MOVE 'S' TO WS68F-FI-FITXER
           END-READ.

           IF WS68F-FI-FITXER-SI
              GO FIN-ANOTAR-REFERENCIA
           END-IF.

           IF P2CCLI NOT = PF13COD
              MOVE 'S' TO WS68F-FI-FITXER
              GO FIN-ANOTAR-REFERENCIA
           END-IF.

           IF NOT P2CTIP-RESERVA OR P2CREF = ZEROS
              GO FIN-ANOTAR-REFERENCIA
           END-IF.

           MOVE P2CDAT (1:6) TO WS68F-DAT-PER
           IF WS68F-DAT-PER > WS68F-PERIODE-N
              GO FIN-ANOTAR-REFERENCIA
           END-IF.

           MOVE 'N' TO WS68F-TROBAT
           MOVE 1 TO WS68F-R
           PERFORM CERCAR-REFERENCIA THRU FIN-CERCAR-REFERENCIA
               UNTIL WS68F-R > WS68F-NUM-REFS OR WS68F-TROBAT-SI

           IF NOT WS68F-TROBAT-SI AND WS68F-NUM-REFS < 500
              ADD 1 TO WS68F-NUM-REFS
              MOVE P2CREF TO TR-REF (WS68F-NUM-REFS)
           END-IF.
       FIN-ANOTAR-REFERENCIA. EXIT.

       CERCAR-REFERENCIA.
           IF TR-REF (WS68F-R) = P2CREF
              MOVE 'S' TO WS68F-TROBAT
           ELSE
              ADD 1 TO WS68F-R
           END-IF.
       FIN-CERCAR-REFERENCIA. EXIT.

      *----------------------------------------------------------*
      * Una referencia pendent: si encara no te factura, recull   *
      * les seves files i ancillaris i en fa una linia, sumant    *
      * cada part al regim que li toca.                           *
      *----------------------------------------------------------*
       PREPARAR-REFERENCIA.
           MOVE TR-REF (WS68F-R) TO WS68F-REF
           ADD 1 TO WS68F-R

           PERFORM COMPROVAR-FACTURADA THRU FIN-COMPROVAR-FACTURADA
           IF WS68F-FACTURADA-SI
              GO FIN-PREPARAR-REFERENCIA
           END-IF.

           PERFORM RECOLLIR-TRAMS THRU FIN-RECOLLIR-TRAMS
           PERFORM SUMAR-ANCILLARIS THRU FIN-SUMAR-ANCILLARIS

           IF WS68F-NUM-TRAMS = ZEROS AND WS68F-IMP-ANC = ZEROS
              GO FIN-PREPARAR-REFERENCIA
           END-IF.

           IF WS68F-NUM-LINIES NOT < 500
              DISPLAY 'CBL68FAC: MASSA REFERENCIES CLIENT '
                      PF13COD ' REF ' WS68F-REF ' AL MES SEGUENT'
              GO FIN-PREPARAR-REFERENCIA
           END-IF.

           ADD 1 TO WS68F-NUM-LINIES
           MOVE WS68F-REF TO TF-REF (WS68F-NUM-LINIES)
           MOVE ZEROS TO TF-COD (WS68F-NUM-LINIES)
           MOVE ZEROS TO TF-QTY (WS68F-NUM-LINIES)
           MOVE WS68F-IMP-ANC TO TF-IMP (WS68F-NUM-LINIES)
           ADD WS68F-IMP-ANC TO WS68F-BASE

           MOVE 1 TO WS68F-I
           PERFORM SUMAR-TRAM THRU FIN-SUMAR-TRAM
               UNTIL WS68F-I > WS68F-NUM-TRAMS

      * Concepte: la referencia i el nom de la primera destinacio.
           MOVE SPACES TO TF-TXT (WS68F-NUM-LINIES)
           MOVE WS68F-REF TO WS68F-TXT-REF
           MOVE SPACES TO PF1NOM
           IF TF-COD (WS68F-NUM-LINIES) NOT = ZEROS
              MOVE TF-COD (WS68F-NUM-LINIES) TO PF1COD
              READ PF01 INVALID KEY
                   MOVE SPACES TO PF1NOM
              END-READ
           END-IF.
           STRING 'REF ' WS68F-TXT-REF ' ' PF1NOM
               DELIMITED BY SIZE INTO TF-TXT (WS68F-NUM-LINIES).
       FIN-PREPARAR-REFERENCIA. EXIT.

       SUMAR-TRAM.
           IF TF-COD (WS68F-NUM-LINIES) = ZEROS
              MOVE TL-COD (WS68F-I) TO TF-COD (WS68F-NUM-LINIES)
           END-IF.
           ADD TL-QTY (WS68F-I) TO TF-QTY (WS68F-NUM-LINIES)
           ADD TL-IMP (WS68F-I) TO TF-IMP (WS68F-NUM-LINIES)
           IF TL-REG (WS68F-I) = 'M'
              ADD TL-IMP (WS68F-I) TO WS68F-VENDA-MRG
              ADD TL-CST (WS68F-I) TO WS68F-COST-MRG
           ELSE
              ADD TL-IMP (WS68F-I) TO WS68F-BASE
           END-IF.
           ADD 1 TO WS68F-I
       FIN-SUMAR-TRAM. EXIT.

      *----------------------------------------------------------*
      * La referencia ja te factura si alguna linia de factura la *
      * porta (PF16L1) o, per a les facturades abans del camp     *
      * PF16REF, si el client en te una capcalera (PF15L1).       *
      *----------------------------------------------------------*
       COMPROVAR-FACTURADA.
           MOVE 'N' TO WS68F-FACTURADA
           MOVE WS68F-REF TO P16LREF
           READ PF16L1 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'S' TO WS68F-FACTURADA
                GO FIN-COMPROVAR-FACTURADA
           END-READ.

           MOVE 'N' TO WS68F-FI-FITXER
           MOVE PF13COD TO P15LCLI
           START PF15L1 KEY IS NOT LESS THAN P15LCLI
               INVALID KEY MOVE 'S' TO WS68F-FI-FITXER
           END-START.

           PERFORM CERCAR-FACTURA-CLIENT THRU
               FIN-CERCAR-FACTURA-CLIENT
                   UNTIL WS68F-FI-FITXER-SI OR WS68F-FACTURADA-SI
       FIN-COMPROVAR-FACTURADA. EXIT.

       CERCAR-FACTURA-CLIENT.
           READ PF15L1 NEXT RECORD
               AT END MOVE 'S' TO WS68F-FI-FITXER
           END-READ.

           IF NOT WS68F-FI-FITXER-SI
              IF P15LCLI NOT = PF13COD
                 MOVE 'S' TO WS68F-FI-FITXER
              ELSE
                 IF P15LREF = WS68F-REF
                    MOVE 'S' TO WS68F-FACTURADA
                 END-IF
              END-IF
           END-IF.
       FIN-CERCAR-FACTURA-CLIENT. EXIT.

      *----------------------------------------------------------*
      * Files de la referencia per la vista PF02L1, amb el mateix *
      * criteri que CBL14: import cobrat (P2LIMP, o places pel    *
      * preu vigent a les files velles), regim de la destinacio   *
      * (PF01X) i, en regim especial, el cost de proveidors. Les  *
      * destinacions anul·lades per un trasllat no compten.       *
      *----------------------------------------------------------*
       RECOLLIR-TRAMS.
           MOVE ZEROS TO WS68F-NUM-TRAMS
           MOVE ZEROS TO WS68F-NUM-ANULADES
           MOVE 'N' TO WS68F-FI-FITXER

           MOVE WS68F-REF TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS68F-FI-FITXER
           END-START.

           PERFORM RECOLLIR-SEGUENT-TRAM THRU
               FIN-RECOLLIR-SEGUENT-TRAM
                   UNTIL WS68F-FI-FITXER-SI

           MOVE 1 TO WS68F-K
           PERFORM FILTRAR-SEGUENT-ANULADA THRU
               FIN-FILTRAR-SEGUENT-ANULADA
                   UNTIL WS68F-K > WS68F-NUM-ANULADES
       FIN-RECOLLIR-TRAMS. EXIT.

       RECOLLIR-SEGUENT-TRAM.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS68F-FI-FITXER
           END-READ.

           IF NOT WS68F-FI-FITXER-SI AND P2LREF NOT = WS68F-REF
              MOVE 'S' TO WS68F-FI-FITXER
           END-IF.

           IF NOT WS68F-FI-FITXER-SI
              AND P2LTIP-CANCEL
              AND WS68F-NUM-ANULADES < 99
              ADD 1 TO WS68F-NUM-ANULADES
              MOVE P2LCOD TO TA-COD (WS68F-NUM-ANULADES)
           END-IF.

           IF NOT WS68F-FI-FITXER-SI
              AND P2LTIP-RESERVA
              AND WS68F-NUM-TRAMS < 99
              ADD 1 TO WS68F-NUM-TRAMS
              MOVE P2LCOD TO TL-COD (WS68F-NUM-TRAMS)
              MOVE P2LQTY TO TL-QTY (WS68F-NUM-TRAMS)

              MOVE P2LCOD TO PF1COD
              READ PF01 INVALID KEY
                   MOVE ZEROS TO PF1PRE
              END-READ

              IF P2LIMP > ZEROS
                 MOVE P2LIMP TO WS68F-IMP-LINIA
              ELSE
                 COMPUTE WS68F-IMP-LINIA ROUNDED = P2LQTY * PF1PRE
              END-IF
              MOVE WS68F-IMP-LINIA TO TL-IMP (WS68F-NUM-TRAMS)

              MOVE 'N' TO TL-REG (WS68F-NUM-TRAMS)
              MOVE ZEROS TO TL-CST (WS68F-NUM-TRAMS)
              MOVE P2LCOD TO PF1XCOD
              READ PF01X INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF PF1XREG-MARGE
                      MOVE 'M' TO TL-REG (WS68F-NUM-TRAMS)
                      PERFORM CALCULAR-COST-TRAM THRU
                          FIN-CALCULAR-COST-TRAM
                   END-IF
              END-READ
           END-IF.
       FIN-RECOLLIR-SEGUENT-TRAM. EXIT.

      *----------------------------------------------------------*
      * Cost de proveidors del tram en curs (PF39 de la seva      *
      * sortida), com CALCULAR-COST-LINIA de CBL14: l'hotel per   *
      * persona i els fixos repartits entre les places venudes.   *
      *----------------------------------------------------------*
       CALCULAR-COST-TRAM.
           MOVE ZEROS TO WS68F-COST-HOTEL
           MOVE ZEROS TO WS68F-COST-FIX

           MOVE 'N' TO WS68F-FI-PF39
           MOVE P2LCOD TO PF39COD
           MOVE P2LDATS TO PF39DATS
           MOVE LOW-VALUES TO PF39SEQ
           START PF39 KEY IS NOT LESS THAN PF39CLAU
               INVALID KEY MOVE 'S' TO WS68F-FI-PF39
           END-START.

           PERFORM SUMAR-COST-SEGUENT THRU FIN-SUMAR-COST-SEGUENT
               UNTIL WS68F-FI-PF39-SI

           MOVE ZEROS TO WS68F-PAX-SORTIDA
           IF P2LDATS = ZEROS
              COMPUTE WS68F-PAX-SORTIDA =
                  PF1PLAT - PF1PLAD + PF1XOVS
           ELSE
              MOVE P2LCOD TO PF21COD
              MOVE P2LDATS TO PF21DAT
              READ PF21 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   COMPUTE WS68F-PAX-SORTIDA =
                       PF21PLT - PF21PLD + PF21OVS
              END-READ
           END-IF.

           IF WS68F-PAX-SORTIDA < P2LQTY
              MOVE P2LQTY TO WS68F-PAX-SORTIDA
           END-IF.

           IF WS68F-PAX-SORTIDA > ZEROS
              COMPUTE TL-CST (WS68F-NUM-TRAMS) ROUNDED =
                  WS68F-COST-HOTEL * P2LQTY +
                  WS68F-COST-FIX * P2LQTY / WS68F-PAX-SORTIDA
           END-IF.
       FIN-CALCULAR-COST-TRAM. EXIT.

       SUMAR-COST-SEGUENT.
           READ PF39 NEXT RECORD
               AT END MOVE 'S' TO WS68F-FI-PF39
           END-READ.

           IF NOT WS68F-FI-PF39-SI
              IF PF39COD NOT = P2LCOD OR PF39DATS NOT = P2LDATS
                 MOVE 'S' TO WS68F-FI-PF39
              ELSE
      * Les linies en moneda estrangera compten en euros al
      * canvi de pressupost fixat a la linia.
                 IF PF39DIV-EUR
                    IF PF39TIP-HOTEL
                       ADD PF39IMP TO WS68F-COST-HOTEL
                    ELSE
                       ADD PF39IMP TO WS68F-COST-FIX
                    END-IF
                 ELSE
                    IF PF39TIP-HOTEL
                       COMPUTE WS68F-COST-HOTEL ROUNDED =
                           WS68F-COST-HOTEL + PF39IMP * PF39CNV
                    ELSE
                       COMPUTE WS68F-COST-FIX ROUNDED =
                           WS68F-COST-FIX + PF39IMP * PF39CNV
                    END-IF
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-COST-SEGUENT. EXIT.

       FILTRAR-SEGUENT-ANULADA.
           MOVE 1 TO WS68F-I
           PERFORM CERCAR-TRAM-ANULAT THRU FIN-CERCAR-TRAM-ANULAT
               UNTIL WS68F-I > WS68F-NUM-TRAMS
           ADD 1 TO WS68F-K
       FIN-FILTRAR-SEGUENT-ANULADA. EXIT.

       CERCAR-TRAM-ANULAT.
           IF TL-COD (WS68F-I) = TA-COD (WS68F-K)
      * Compacta la taula tapant el tram anul·lat amb el darrer i
      * acaba la cerca d'aquesta anul·lacio.
              MOVE TL-COD (WS68F-NUM-TRAMS) TO TL-COD (WS68F-I)
              MOVE TL-QTY (WS68F-NUM-TRAMS) TO TL-QTY (WS68F-I)
              MOVE TL-IMP (WS68F-NUM-TRAMS) TO TL-IMP (WS68F-I)
              MOVE TL-REG (WS68F-NUM-TRAMS) TO TL-REG (WS68F-I)
              MOVE TL-CST (WS68F-NUM-TRAMS) TO TL-CST (WS68F-I)
              SUBTRACT 1 FROM WS68F-NUM-TRAMS
              COMPUTE WS68F-I = WS68F-NUM-TRAMS + 1
           ELSE
              ADD 1 TO WS68F-I
           END-IF.
       FIN-CERCAR-TRAM-ANULAT. EXIT.

      *----------------------------------------------------------*
      * Import dels ancillaris de la referencia (PF43), que van   *
      * sempre en regim general.                                  *
      *----------------------------------------------------------*
       SUMAR-ANCILLARIS.
           MOVE ZEROS TO WS68F-IMP-ANC
           MOVE 'N' TO WS68F-FI-PF43
           MOVE WS68F-REF TO PF43REF
           MOVE LOW-VALUES TO PF43SEQ
           START PF43 KEY IS NOT LESS THAN PF43CLAU
               INVALID KEY MOVE 'S' TO WS68F-FI-PF43
           END-START.

           PERFORM SUMAR-SEGUENT-ANC THRU FIN-SUMAR-SEGUENT-ANC
               UNTIL WS68F-FI-PF43-SI
       FIN-SUMAR-ANCILLARIS. EXIT.

       SUMAR-SEGUENT-ANC.
           READ PF43 NEXT RECORD
               AT END MOVE 'S' TO WS68F-FI-PF43
           END-READ.

           IF NOT WS68F-FI-PF43-SI
              IF PF43REF NOT = WS68F-REF
                 MOVE 'S' TO WS68F-FI-PF43
              ELSE
                 ADD PF43IMP TO WS68F-IMP-ANC
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-ANC. EXIT.

      *----------------------------------------------------------*
      * Regim especial d'agencies, com CBL14: marge = venda menys *
      * costos (mai negatiu), i base i quota a dins del marge.    *
      *----------------------------------------------------------*
       CALCULAR-MARGE.
           MOVE ZEROS TO WS68F-MARGE
           MOVE ZEROS TO WS68F-BASE-MRG
           MOVE ZEROS TO WS68F-QUOTA-MRG

           IF WS68F-VENDA-MRG > WS68F-COST-MRG
              SUBTRACT WS68F-COST-MRG FROM WS68F-VENDA-MRG
                  GIVING WS68F-MARGE
              COMPUTE WS68F-BASE-MRG ROUNDED =
                  WS68F-MARGE * 100 / (100 + WS68F-PCT-IVA)
              SUBTRACT WS68F-BASE-MRG FROM WS68F-MARGE
                  GIVING WS68F-QUOTA-MRG
           END-IF.
       FIN-CALCULAR-MARGE. EXIT.

      *----------------------------------------------------------*
      * Numero correlatiu de factura, del mateix comptador        *
      * 'FACTURA' de PF11 que CBL14: una sola serie sense forats. *
      *----------------------------------------------------------*
       OBTENIR-NUM-FACTURA.
           MOVE 'FACTURA   ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS68F-NUM-FACTURA
                MOVE WS68F-NUM-FACTURA TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS68F-NUM-FACTURA
                REWRITE REG-PF11
           END-READ.
       FIN-OBTENIR-NUM-FACTURA. EXIT.

       GRAVAR-LINIA-PF16.
           MOVE WS68F-NUM-FACTURA TO PF16NUM
           MOVE WS68F-L TO PF16SEQ
           MOVE TF-COD (WS68F-L) TO PF16COD
           MOVE TF-TXT (WS68F-L) TO PF16TXT
           MOVE TF-QTY (WS68F-L) TO PF16QTY
           MOVE ZEROS TO PF16PRE
           MOVE TF-IMP (WS68F-L) TO PF16IMP
           MOVE TF-REF (WS68F-L) TO PF16REF
           WRITE REG-PF16

           IF NOT WS68F-STAT-PF16-OK
              DISPLAY 'CBL68FAC: LINIA NO GRAVADA FACTURA '
                      WS68F-NUM-FACTURA ' REF ' TF-REF (WS68F-L)
           END-IF.

           ADD 1 TO WS68F-L
       FIN-GRAVAR-LINIA-PF16. EXIT.

      *----------------------------------------------------------*
      * Impressio de la factura, una pagina per client, amb el    *
      * mateix peu de totals que CBL14.                           *
      *----------------------------------------------------------*
       IMPRIMIR-FACTURA.
           MOVE WS68F-NUM-FACTURA TO F68F-NUM
           MOVE WS68F-NUM-FACTURA TO F68F-NSE
           WRITE LINIA-RPT68F FROM FRA68F-01 AFTER ADVANCING PAGE

           MOVE WS68F-AVUI-N TO F68F-DAT
           MOVE WS68F-PERIODE-N TO F68F-PER
           IF WS68F-VEN = ZEROS
              MOVE 'AL COMPTAT' TO F68F-VEN
           ELSE
              MOVE WS68F-VEN TO F68F-VEN
           END-IF
           WRITE LINIA-RPT68F FROM FRA68F-02 AFTER ADVANCING 2 LINES

           MOVE PF13COD TO F68F-CLI
           MOVE PF13NOM TO F68F-NOM
           WRITE LINIA-RPT68F FROM FRA68F-03 AFTER ADVANCING 1 LINE

           WRITE LINIA-RPT68F FROM FRA68F-04 AFTER ADVANCING 2 LINES

           MOVE 1 TO WS68F-L
           PERFORM IMPRIMIR-LINIA-FRA THRU FIN-IMPRIMIR-LINIA-FRA
               UNTIL WS68F-L > WS68F-NUM-LINIES

           IF WS68F-VENDA-MRG = ZEROS OR WS68F-BASE > ZEROS
              MOVE 'BASE          ' TO F68F-ETIQ
              MOVE ZEROS TO F68F-PCT
              MOVE WS68F-BASE TO F68F-IMPT
              WRITE LINIA-RPT68F FROM FRA68F-06
                  AFTER ADVANCING 2 LINES

              MOVE 'IVA %         ' TO F68F-ETIQ
              MOVE WS68F-PCT-IVA TO F68F-PCT
              MOVE WS68F-QUOTA TO F68F-IMPT
              WRITE LINIA-RPT68F FROM FRA68F-06
                  AFTER ADVANCING 1 LINE
           END-IF.

           IF WS68F-VENDA-MRG > ZEROS
              MOVE 'REGIM ESPECIAL' TO F68F-ETIQ
              MOVE ZEROS TO F68F-PCT
              MOVE WS68F-VENDA-MRG TO F68F-IMPT
              WRITE LINIA-RPT68F FROM FRA68F-06
                  AFTER ADVANCING 2 LINES
              WRITE LINIA-RPT68F FROM FRA68F-07
                  AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'TOTAL         ' TO F68F-ETIQ
           MOVE ZEROS TO F68F-PCT
           MOVE WS68F-TOTAL TO F68F-IMPT
           WRITE LINIA-RPT68F FROM FRA68F-06 AFTER ADVANCING 1 LINE.
       FIN-IMPRIMIR-FACTURA. EXIT.

       IMPRIMIR-LINIA-FRA.
           MOVE TF-COD (WS68F-L) TO F68F-LCOD
           MOVE TF-TXT (WS68F-L) TO F68F-LTXT
           MOVE TF-QTY (WS68F-L) TO F68F-LQTY
           MOVE TF-IMP (WS68F-L) TO F68F-LIMP
           WRITE LINIA-RPT68F FROM FRA68F-05 AFTER ADVANCING 1 LINE.

           ADD 1 TO WS68F-L
       FIN-IMPRIMIR-LINIA-FRA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i el nombre de factures emeses; una    *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS68F-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS68F-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS68F-JRN-HIN
           MOVE 'CBL68FAC' TO PF30PGM
           MOVE WS68F-JRN-DAT TO PF30DAT
           MOVE WS68F-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS68F-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL68FAC' TO PF30PGM
           MOVE WS68F-JRN-DAT TO PF30DAT
           MOVE WS68F-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS68F-NUM-FACTURES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
