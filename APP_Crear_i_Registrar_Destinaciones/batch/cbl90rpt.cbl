      * destinacio, codi/nom/places totals/places disponibles,   *
      * percentatge d'ocupacio i facturacio ja reservada, amb una *
      * linia de totals al final.                                *
      * Rep l'oficina per parametre: a espais es l'informe de     *
      * tota la casa, amb punt de control a PF12 i, al final, les *
      * places venudes i la facturacio per oficina (PF2OFI); amb  *
      * codi, les places venudes, l'ocupacio i la facturacio son  *
      * nomes les de les reserves d'aquella oficina (i els seus   *
      * ancillaris), sense punt de control: son les pagines que   *
      * CLPOFI fa arribar al responsable de l'oficina.            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF2CLAU.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2LREF WITH DUPLICATES.

           SELECT PF71
              ASSIGN TO DATABASE-PF71
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF71OFI
              FILE STATUS IS WS9-STAT-PF71.

           SELECT PF12
              ASSIGN TO DATABASE-PF12
              ORGANIZATION IS INDEXED
       FD PF02 LABEL RECORD IS STANDARD.
          COPY CPPF02.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF71 LABEL RECORD IS STANDARD.
          COPY CPPF71.

       FD PF12 LABEL RECORD IS STANDARD.
          COPY CPPF12.

       01 WS9-FI-HIST  PIC X(01) VALUE 'N'.
           88 WS9-FI-HIST-SI VALUE 'S'.
       01 WS9-IMP-FILA PIC 9(7)V99.
       01 WS9-PLA-HIST PIC S9(5).

      *----------------------------------------------------------*
      * Oficina demanada (espais = tota la casa). WS9-ACUM-OFI    *
      * s'encen nomes a la passada de totals, perque cada fila de *
      * PF02 entri una sola vegada al desglossament per oficina;  *
      * el codi a espais recull la web i les files anteriors al   *
      * camp.                                                     *
      *----------------------------------------------------------*
       01 WS9-OFI PIC X(03).
           88 WS9-OFI-TOTES VALUE SPACES.
       01 WS9-ACUM-OFI PIC X(01) VALUE 'N'.
           88 WS9-ACUM-OFI-SI VALUE 'S'.
       01 WS9-K PIC 9(3).
       01 WS9-TROBAT-OFI PIC X(01) VALUE 'N'.
           88 WS9-TROBAT-OFI-SI VALUE 'S'.
       01 WS9-STAT-PF71 PIC X(02).
           88 WS9-STAT-PF71-OK VALUES '00' '02'.
       01 TAULA-OFICINES.
           05 TO-NUM PIC 9(3) VALUE ZEROS.
           05 TO-ENTRY OCCURS 20 TIMES.
               10 TO-OFI PIC X(03).
               10 TO-PLA PIC S9(7).
               10 TO-FACT PIC S9(9)V99.

      *----------------------------------------------------------*
      * Facturacio dels ancillaris (PF43): es suma a part perque  *

       01 CAP-01.
           05 FILLER PIC X(20) VALUE 'INFORME D''OCUPACIO'.
           05 C9-OFI-LIT PIC X(08).
           05 C9-OFI PIC X(03).
           05 FILLER PIC X(49) VALUE SPACES.

       01 CAP-02.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 FILLER   PIC X(10) VALUE SPACES.
           05 T-FACT   PIC ZZ.ZZZ.ZZ9,99.

       01 CAP-03.
           05 FILLER PIC X(06) VALUE 'OFI'.
           05 FILLER PIC X(32) VALUE 'DESGLOSSAMENT PER OFICINA'.
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(18) VALUE 'VENUDES'.
           05 FILLER PIC X(16) VALUE 'FACTURACIO'.

       01 DET-02.
           05 D-OFI    PIC X(03).
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D-ONOM   PIC X(30).
           05 FILLER   PIC X(07) VALUE SPACES.
           05 D-OPLA   PIC ZZZ.ZZ9-.
           05 FILLER   PIC X(08) VALUE SPACES.
           05 D-OFACT  PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(07) VALUE SPACES.

       01 WS9J-STAT-PF30 PIC X(02).
           88 WS9J-STAT-PF30-OK VALUES '00' '02'.
       01 WS9J-JRN-DAT PIC 9(8).
       01 WS9J-JRN-HIN PIC 9(6).

       LINKAGE SECTION.
       01 PARM-OFI PIC X(03).

       PROCEDURE DIVISION USING PARM-OFI.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU

           OPEN INPUT PF01
           OPEN INPUT PF02
           OPEN INPUT PF02L1
           OPEN INPUT PF43
           OPEN INPUT PF71
           OPEN I-O PF12

           IF NOT WS9-STAT-PF12-OK

           MOVE ZEROS TO WS9-TOT-PLAT WS9-TOT-VEN WS9-TOT-FACT

           MOVE PARM-OFI TO WS9-OFI
           IF WS9-OFI-TOTES
              MOVE SPACES TO C9-OFI-LIT
           ELSE
              MOVE 'OFICINA' TO C9-OFI-LIT
           END-IF
           MOVE WS9-OFI TO C9-OFI

      *----------------------------------------------------------*
      * Els totals es calculen sempre amb una passada completa a  *
      * PF01 des del principi, independent del punt on es repren  *
      * reprès despres d'un tall nomes sumaria la part final del  *
      * fitxer i el total imprimit seria incorrecte.              *
      *----------------------------------------------------------*
           MOVE 'S' TO WS9-ACUM-OFI
           PERFORM CALCULAR-TOTALS THRU FIN-CALCULAR-TOTALS
           MOVE 'N' TO WS9-ACUM-OFI

           PERFORM SUMAR-ANCILLARIS THRU FIN-SUMAR-ANCILLARIS

      * El punt de control de PF12 es de l'informe de tota la
      * casa: la d'una oficina es curta i sempre comenca de nou.
           IF WS9-OFI-TOTES
              PERFORM COMPROVAR-REPRENDRE THRU
                  FIN-COMPROVAR-REPRENDRE
           END-IF.

           IF WS9-REPRENDRE-SI
              DISPLAY 'CBL90RPT: REPRENENT DESPRES DEL CODI '

           PERFORM ESCRIURE-TOTALS THRU FIN-ESCRIURE-TOTALS

           IF WS9-OFI-TOTES
              PERFORM ESCRIURE-OFICINES THRU FIN-ESCRIURE-OFICINES
              PERFORM NETEJAR-CHECKPOINT THRU FIN-NETEJAR-CHECKPOINT
           END-IF.

           CLOSE PF01.
           CLOSE PF02.
           CLOSE PF02L1.
           CLOSE PF43.
           CLOSE PF71.
           CLOSE PF12.
           CLOSE RPT90.


           IF NOT WS9-FI-FITXER-SI
              PERFORM CALCULAR-I-IMPRIMIR THRU FIN-CALCULAR-I-IMPRIMIR
              IF WS9-OFI-TOTES
                 PERFORM COMPROVAR-CHECKPOINT THRU
                     FIN-COMPROVAR-CHECKPOINT
              ELSE
                 ADD 1 TO WS9-TOTAL-PROCESSATS
              END-IF
           END-IF.
       FIN-PROCESSAR-DESTINACIONS. EXIT.

           MOVE PF1NOM TO D-NOM
           MOVE PF1PLAT TO D-PLAT

           PERFORM SUMAR-FACTURACIO-HIST THRU FIN-SUMAR-FACTURACIO-HIST
           MOVE WS9-FACT TO D-FACT.

      * Per a una oficina, les venudes son les places netes de les
      * seves reserves, no les que falten al comptador.
           IF WS9-OFI-TOTES
              SUBTRACT PF1PLAD FROM PF1PLAT GIVING WS9-VEN
           ELSE
              MOVE WS9-PLA-HIST TO WS9-VEN
           END-IF.
           MOVE WS9-VEN TO D-VEN.

           IF PF1PLAT > ZEROS
           END-IF.
           MOVE WS9-OCUPACIO TO D-OCUP.

           WRITE LINIA-RPT90 FROM DET-01 AFTER ADVANCING 1 LINE.
       FIN-CALCULAR-I-IMPRIMIR. EXIT.

      * import cobrat (PF2IMP) i les cancel·lacions resten el seu *
      * import abonat. Les files anteriors al camp PF2IMP van     *
      * quedar a zeros: per a aquestes s'aproxima amb les places  *
      * pel preu vigent, que es el que es feia abans. Per a una   *
      * oficina nomes compten les seves files, i WS9-PLA-HIST en  *
      * porta les places netes.                                   *
      *----------------------------------------------------------*
       SUMAR-FACTURACIO-HIST.
           MOVE ZEROS TO WS9-FACT
           MOVE ZEROS TO WS9-PLA-HIST
           MOVE 'N' TO WS9-FI-HIST
           MOVE PF1COD TO PF2COD
           MOVE LOW-VALUES TO PF2SEQ
              IF PF2COD NOT = PF1COD
                 MOVE 'S' TO WS9-FI-HIST
              ELSE
                 IF WS9-OFI-TOTES OR PF2OFI = WS9-OFI
                    PERFORM SUMAR-FILA-HIST THRU FIN-SUMAR-FILA-HIST
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-HIST. EXIT.

       SUMAR-FILA-HIST.
           IF PF2IMP = ZEROS
              COMPUTE WS9-IMP-FILA ROUNDED = PF2QTY * PF1PRE
           ELSE
              MOVE PF2IMP TO WS9-IMP-FILA
           END-IF
           IF PF2TIP-RESERVA
              ADD WS9-IMP-FILA TO WS9-FACT
              ADD PF2QTY TO WS9-PLA-HIST
           ELSE
              SUBTRACT WS9-IMP-FILA FROM WS9-FACT
              SUBTRACT PF2QTY FROM WS9-PLA-HIST
           END-IF

           IF WS9-ACUM-OFI-SI AND WS9-OFI-TOTES
              PERFORM ACUMULAR-OFICINA THRU FIN-ACUMULAR-OFICINA
           END-IF.
       FIN-SUMAR-FILA-HIST. EXIT.

      *----------------------------------------------------------*
      * Suma la fila a l'entrada de la seva oficina (creant-la si *
      * cal), per al desglossament final de tota la casa.         *
      *----------------------------------------------------------*
       ACUMULAR-OFICINA.
           MOVE 'N' TO WS9-TROBAT-OFI
           MOVE 1 TO WS9-K
           PERFORM CERCAR-OFICINA THRU FIN-CERCAR-OFICINA
               UNTIL WS9-K > TO-NUM OR WS9-TROBAT-OFI-SI

           IF NOT WS9-TROBAT-OFI-SI
              IF TO-NUM >= 20
                 GO FIN-ACUMULAR-OFICINA
              END-IF
              ADD 1 TO TO-NUM
              MOVE TO-NUM TO WS9-K
              MOVE PF2OFI TO TO-OFI (WS9-K)
              MOVE ZEROS TO TO-PLA (WS9-K)
              MOVE ZEROS TO TO-FACT (WS9-K)
           END-IF.

           IF PF2TIP-RESERVA
              ADD PF2QTY TO TO-PLA (WS9-K)
              ADD WS9-IMP-FILA TO TO-FACT (WS9-K)
           ELSE
              SUBTRACT PF2QTY FROM TO-PLA (WS9-K)
              SUBTRACT WS9-IMP-FILA FROM TO-FACT (WS9-K)
           END-IF.
       FIN-ACUMULAR-OFICINA. EXIT.

       CERCAR-OFICINA.
           IF TO-OFI (WS9-K) = PF2OFI
              MOVE 'S' TO WS9-TROBAT-OFI
           ELSE
              ADD 1 TO WS9-K
           END-IF.
       FIN-CERCAR-OFICINA. EXIT.

      *----------------------------------------------------------*
      * Desglossament per oficina, darrere el total general de    *
      * tota la casa (sense els ancillaris, que van per           *
      * referencia).                                              *
      *----------------------------------------------------------*
       ESCRIURE-OFICINES.
           IF TO-NUM = ZEROS
              GO FIN-ESCRIURE-OFICINES
           END-IF.
           WRITE LINIA-RPT90 FROM CAP-03 AFTER ADVANCING 2 LINES
           MOVE 1 TO WS9-K
           PERFORM IMPRIMIR-OFICINA THRU FIN-IMPRIMIR-OFICINA
               UNTIL WS9-K > TO-NUM.
       FIN-ESCRIURE-OFICINES. EXIT.

       IMPRIMIR-OFICINA.
           MOVE TO-OFI (WS9-K) TO D-OFI
           IF TO-OFI (WS9-K) = SPACES
              MOVE 'WEB O SENSE OFICINA' TO D-ONOM
           ELSE
              MOVE TO-OFI (WS9-K) TO PF71OFI
              READ PF71 INVALID KEY
                   MOVE SPACES TO D-ONOM
                   NOT INVALID KEY
                   MOVE PF71NOM TO D-ONOM
              END-READ
           END-IF.
           MOVE TO-PLA (WS9-K) TO D-OPLA
           MOVE TO-FACT (WS9-K) TO D-OFACT
           WRITE LINIA-RPT90 FROM DET-02 AFTER ADVANCING 1 LINE

           ADD 1 TO WS9-K.
       FIN-IMPRIMIR-OFICINA. EXIT.

      *----------------------------------------------------------*
      * Suma els totals d'ocupacio i facturacio d'una destinacio  *
      * als acumuladors globals, sense imprimir res -- s'usa a la *
           END-READ.

           IF NOT WS9-FI-FITXER-TOT-SI
              PERFORM SUMAR-FACTURACIO-HIST THRU
                  FIN-SUMAR-FACTURACIO-HIST
              IF WS9-OFI-TOTES
                 SUBTRACT PF1PLAD FROM PF1PLAT GIVING WS9-VEN
              ELSE
                 MOVE WS9-PLA-HIST TO WS9-VEN
              END-IF
              ADD PF1PLAT TO WS9-TOT-PLAT
              ADD WS9-VEN TO WS9-TOT-VEN
              ADD WS9-FACT TO WS9-TOT-FACT
           END-IF.
       FIN-SUMAR-DESTINACIO. EXIT.

      *----------------------------------------------------------*
      * Suma de totes les linies d'ancillaris (PF43): va al       *
      * total general i a la seva propia linia de l'informe. Per  *
      * a una oficina nomes compten les de les seves reserves     *
      * (l'oficina es la de la primera fila de la referencia).    *
      *----------------------------------------------------------*
       SUMAR-ANCILLARIS.
           IF NOT WS9-STAT-PF43-OK
               AT END MOVE 'S' TO WS9-FI-PF43
           END-READ.

           IF WS9-FI-PF43-SI
              GO FIN-SUMAR-SEGUENT-ANC
           END-IF.

           IF NOT WS9-OFI-TOTES
              MOVE PF43REF TO P2LREF
              READ PF02L1 INVALID KEY
                   GO FIN-SUMAR-SEGUENT-ANC
              END-READ
              IF P2LOFI NOT = WS9-OFI
                 GO FIN-SUMAR-SEGUENT-ANC
              END-IF
           END-IF.

           ADD PF43IMP TO WS9-TOT-ANC.
       FIN-SUMAR-SEGUENT-ANC. EXIT.

      *----------------------------------------------------------*
