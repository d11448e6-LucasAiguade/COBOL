      * grava al registre PF15/PF16 i n'imprimeix l'original.     *
      * Amb WP14ACC = 'R' reimprimeix una factura ja registrada   *
      * pel seu numero, marcada com a REIMPRESSIO.                *
      * Les destinacions en regim especial d'agencies (PF1XREG    *
      * 'M' a PF01X) no porten l'IVA a sobre: el preu ja l'inclou *
      * i l'impost es calcula sobre el marge (venda menys costos  *
      * de proveidors de PF39 per a aquella sortida), que queda   *
      * al registre PF15 pero no surt desglossat a la factura.    *
      * Cada factura porta tambe el numero dins la serie de la    *
      * oficina de l'usuari (comptador 'FACTURA' mes el codi      *
      * d'oficina de PF11), que surt a la capcalera impresa.      *
      * Els clients amb facturacio mensual agrupada (PF13FAC 'M') *
      * no reben factura per referencia: les seves reserves entren*
      * a la factura de final de mes de CBL68FAC.                 *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
              FILE STATUS IS WS14-STAT-PF01.

           SELECT PF01X
              ASSIGN TO DATABASE-PF01X
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF1XCOD
              FILE STATUS IS WS14-STAT-PF01X.

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU
              FILE STATUS IS WS14-STAT-PF21.

           SELECT PF39
              ASSIGN TO DATABASE-PF39
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF39CLAU
              FILE STATUS IS WS14-STAT-PF39.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              RECORD KEY IS PF16CLAU
              FILE STATUS IS WS14-STAT-PF16.

           SELECT PF16L1
              ASSIGN TO DATABASE-PF16L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P16LREF WITH DUPLICATES
              FILE STATUS IS WS14-STAT-PF16L1.

           SELECT PF13
              ASSIGN TO DATABASE-PF13
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF13COD
              FILE STATUS IS WS14-STAT-PF13.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF39 LABEL RECORD IS STANDARD.
          COPY CPPF39.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF16 LABEL RECORD IS STANDARD.
          COPY CPPF16.

       FD PF16L1 LABEL RECORD IS STANDARD.
          COPY CPPF16L1.

       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD PF06 LABEL RECORD IS STANDARD.
          COPY CPPF06.

       01 WS14-NUM-LINIES PIC 9(3) VALUE ZEROS.
       01 WS14-I          PIC 9(3).
       01 WS14-NUM-FACTURA PIC 9(9).
       01 WS14-SER-OFI    PIC X(03).
       01 WS14-NUM-SERIE  PIC 9(9).
       01 WS14-PCT-IVA    PIC 9(2)V99.
       01 WS14-BASE       PIC 9(9)V99.
       01 WS14-QUOTA      PIC 9(9)V99.
       01 WS14-JA-FACTURADA PIC X(01) VALUE 'N'.
           88 WS14-JA-FACTURADA-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Regim especial d'agencies: venda (IVA inclos), costos de  *
      * proveidors imputats, marge i el seu desglossament en base *
      * i quota. WS14-BASE i WS14-QUOTA son nomes del regim       *
      * general; el total de la factura suma les dues parts.      *
      *----------------------------------------------------------*
       01 WS14-VENDA-MRG  PIC 9(9)V99.
       01 WS14-COST-MRG   PIC 9(9)V99.
       01 WS14-MARGE      PIC 9(9)V99.
       01 WS14-BASE-MRG   PIC 9(9)V99.
       01 WS14-QUOTA-MRG  PIC 9(9)V99.
       01 WS14-COST-HOTEL PIC 9(9)V99.
       01 WS14-COST-FIX   PIC 9(9)V99.
       01 WS14-PAX-SORTIDA PIC 9(5).
       01 WS14-FI-PF39 PIC X(01).
           88 WS14-FI-PF39-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Destinacions de les quals la referencia te una fila 'C'   *
      * amb la mateixa referencia (trasllats de CBL22): la linia  *
               10 TF-QTY PIC 9(3).
               10 TF-PRE PIC 9(5)V99.
               10 TF-IMP PIC 9(9)V99.
               10 TF-REG PIC X(01).
               10 TF-CST PIC 9(9)V99.

       01 WS14-STAT-PF01 PIC X(02).
           88 WS14-STAT-PF01-OK VALUES '00' '02'.
       01 WS14-STAT-PF01X PIC X(02).
           88 WS14-STAT-PF01X-OK VALUES '00' '02'.
       01 WS14-STAT-PF21 PIC X(02).
           88 WS14-STAT-PF21-OK VALUES '00' '02'.
       01 WS14-STAT-PF39 PIC X(02).
           88 WS14-STAT-PF39-OK VALUES '00' '02'.
       01 WS14-STAT-PF02L1 PIC X(02).
           88 WS14-STAT-PF02L1-OK VALUES '00' '02'.
       01 WS14-STAT-PF09 PIC X(02).
           88 WS14-STAT-PF15-OK VALUES '00' '02'.
       01 WS14-STAT-PF16 PIC X(02).
           88 WS14-STAT-PF16-OK VALUES '00' '02'.
       01 WS14-STAT-PF16L1 PIC X(02).
           88 WS14-STAT-PF16L1-OK VALUES '00' '02'.
       01 WS14-STAT-PF13 PIC X(02).
           88 WS14-STAT-PF13-OK VALUES '00' '02'.
       01 WS14-STAT-PF06 PIC X(02).
           88 WS14-STAT-PF06-OK VALUES '00' '02'.
       01 WS14-STAT-DSPF01 PIC X(02).
           05 F14-NUM PIC Z(8)9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 F14-MARCA PIC X(12).
           05 FILLER PIC X(06) VALUE 'SERIE'.
           05 F14-SER PIC X(03).
           05 FILLER PIC X(01) VALUE '/'.
           05 F14-NSE PIC Z(8)9.
           05 FILLER PIC X(28) VALUE SPACES.

       01 FRA14-02.
           05 FILLER PIC X(12) VALUE 'DATA:'.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 F14-IMPT PIC ZZZ.ZZZ.ZZ9,99.

       01 FRA14-07.
           05 FILLER   PIC X(42)
              VALUE 'REGIM ESPECIAL DE LES AGENCIES DE VIATGES'.
           05 FILLER   PIC X(38)
              VALUE '- IVA INCLOS AL PREU, NO DESGLOSSAT'.

       01 WS14-FUN-AUT PIC X(02).
       01 WS14-NIV-AUT PIC 9(01).
       01 WS14-PERMES-AUT PIC X(01).
       01 WS14-AUDIT-AUT PIC X(01).
       01 WS14-USR-OFI PIC X(10) VALUE SPACES.
       01 WS14-OFI PIC X(03).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN INPUT PF01
           OPEN INPUT PF01X
           OPEN INPUT PF21
           OPEN INPUT PF39
           OPEN INPUT PF02L1
           OPEN INPUT PF09
           OPEN I-O PF11
           OPEN I-O PF15
           OPEN I-O PF16
           OPEN INPUT PF16L1
           OPEN INPUT PF13
           OPEN I-O PF06
           OPEN INPUT PF42
           OPEN INPUT PF43

           IF NOT WS14-STAT-DSPF01-OK OR NOT WS14-STAT-PF01-OK
              OR NOT WS14-STAT-PF01X-OK OR NOT WS14-STAT-PF21-OK
              OR NOT WS14-STAT-PF39-OK
              OR NOT WS14-STAT-PF02L1-OK OR NOT WS14-STAT-PF09-OK
              OR NOT WS14-STAT-PF11-OK OR NOT WS14-STAT-PF15-OK
              OR NOT WS14-STAT-PF16-OK OR NOT WS14-STAT-PF06-OK
              OR NOT WS14-STAT-PF42-OK OR NOT WS14-STAT-PF43-OK
              OR NOT WS14-STAT-PF16L1-OK OR NOT WS14-STAT-PF13-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS14-USR-OFI WS14-OFI

           INITIALIZE WP14
           PERFORM TRACTAR-FACTURES.

              GO FIN-GENERAR-FACTURA
           END-IF.

      * Un client de facturacio mensual agrupada rep totes les
      * reserves del mes en una sola factura (CBL68FAC).
           MOVE WS14-CLI TO PF13COD
           READ PF13 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF13FAC-MENSUAL
                   MOVE 'Client amb factura mensual agrupada'
                        TO WP14ERR
                   GO FIN-GENERAR-FACTURA
                END-IF
           END-READ.

      * Els ancillaris de la referencia (PF43) entren a la
      * factura com a linies mes, amb el mateix IVA.
           PERFORM RECOLLIR-ANCILLARIS THRU FIN-RECOLLIR-ANCILLARIS
           PERFORM LLEGIR-IVA THRU FIN-LLEGIR-IVA

           MOVE ZEROS TO WS14-BASE
           MOVE ZEROS TO WS14-VENDA-MRG
           MOVE ZEROS TO WS14-COST-MRG
           MOVE 1 TO WS14-I
           PERFORM SUMAR-LINIA-BASE THRU FIN-SUMAR-LINIA-BASE
               UNTIL WS14-I > WS14-NUM-LINIES

           COMPUTE WS14-QUOTA ROUNDED =
               WS14-BASE * WS14-PCT-IVA / 100
           PERFORM CALCULAR-MARGE THRU FIN-CALCULAR-MARGE
           COMPUTE WS14-TOTAL =
               WS14-BASE + WS14-QUOTA + WS14-VENDA-MRG

           PERFORM OBTENIR-NUM-FACTURA THRU FIN-OBTENIR-NUM-FACTURA
           PERFORM OBTENIR-NUM-SERIE THRU FIN-OBTENIR-NUM-SERIE
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS14-NUM-FACTURA TO PF15NUM
           MOVE CPUSRJ-NOM-USUARI TO PF15USR
           MOVE 'F' TO PF15TIP
           MOVE ZEROS TO PF15ORI
           MOVE WS14-VENDA-MRG TO PF15VMG
           MOVE WS14-COST-MRG TO PF15CMG
           MOVE WS14-MARGE TO PF15MRG
           MOVE WS14-BASE-MRG TO PF15BMG
           MOVE WS14-QUOTA-MRG TO PF15QMG
           MOVE WS14-OFI TO PF15OFI
           MOVE WS14-NUM-SERIE TO PF15NSE
           MOVE SPACE TO PF15AGR
           MOVE ZEROS TO PF15VEN
           WRITE REG-PF15

           IF NOT WS14-STAT-PF15-OK
      *----------------------------------------------------------*
      * Evita emetre dues factures de la mateixa referencia: si   *
      * ja n'hi ha una al registre PF15, es mostra el seu numero  *
      * a la pantalla i cal fer servir la reimpressio. Primer es  *
      * busca la referencia a les linies (PF16L1), que troba      *
      * tambe l'agrupada mensual; les factures anteriors al camp  *
      * PF16REF nomes es troben recorrent PF15.                   *
      *----------------------------------------------------------*
       CERCAR-FACTURA-EXISTENT.
           MOVE 'N' TO WS14-JA-FACTURADA
           MOVE WP14REF TO P16LREF
           READ PF16L1 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'S' TO WS14-JA-FACTURADA
                MOVE P16LNUM TO WP14NUM
                GO FIN-CERCAR-FACTURA-EXISTENT
           END-READ.

           MOVE 'N' TO WS14-FI-FITXER
           MOVE LOW-VALUES TO PF15NUM
           START PF15 KEY IS NOT LESS THAN PF15NUM
       FIN-CERCAR-SEGUENT-FACTURA. EXIT.

       SUMAR-LINIA-BASE.
           IF TF-REG (WS14-I) = 'M'
              ADD TF-IMP (WS14-I) TO WS14-VENDA-MRG
              ADD TF-CST (WS14-I) TO WS14-COST-MRG
           ELSE
              ADD TF-IMP (WS14-I) TO WS14-BASE
           END-IF.
           ADD 1 TO WS14-I
       FIN-SUMAR-LINIA-BASE. EXIT.

      *----------------------------------------------------------*
      * Regim especial d'agencies: el marge es la venda menys els *
      * costos dels proveidors (mai negatiu), i com que la venda  *
      * ja porta l'IVA a dins, la base del marge es el marge      *
      * dividit per 1 + percentatge i la quota, la resta.         *
      *----------------------------------------------------------*
       CALCULAR-MARGE.
           MOVE ZEROS TO WS14-MARGE
           MOVE ZEROS TO WS14-BASE-MRG
           MOVE ZEROS TO WS14-QUOTA-MRG

           IF WS14-VENDA-MRG > WS14-COST-MRG
              SUBTRACT WS14-COST-MRG FROM WS14-VENDA-MRG
                  GIVING WS14-MARGE
              COMPUTE WS14-BASE-MRG ROUNDED =
                  WS14-MARGE * 100 / (100 + WS14-PCT-IVA)
              SUBTRACT WS14-BASE-MRG FROM WS14-MARGE
                  GIVING WS14-QUOTA-MRG
           END-IF.
       FIN-CALCULAR-MARGE. EXIT.

       GRAVAR-LINIA-PF16.
           MOVE WS14-NUM-FACTURA TO PF16NUM
           MOVE WS14-I TO PF16SEQ
           MOVE TF-QTY (WS14-I) TO PF16QTY
           MOVE TF-PRE (WS14-I) TO PF16PRE
           MOVE TF-IMP (WS14-I) TO PF16IMP
           MOVE WP14REF TO PF16REF
           WRITE REG-PF16.

           ADD 1 TO WS14-I
                     TF-PRE (WS14-NUM-LINIES)
              END-IF
              MOVE WS14-IMP-LINIA TO TF-IMP (WS14-NUM-LINIES)

              MOVE 'N' TO TF-REG (WS14-NUM-LINIES)
              MOVE ZEROS TO TF-CST (WS14-NUM-LINIES)
              MOVE P2LCOD TO PF1XCOD
              READ PF01X INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF PF1XREG-MARGE
                      MOVE 'M' TO TF-REG (WS14-NUM-LINIES)
                      PERFORM CALCULAR-COST-LINIA THRU
                          FIN-CALCULAR-COST-LINIA
                   END-IF
              END-READ
           END-IF.
       FIN-RECOLLIR-SEGUENT-LINIA. EXIT.

      *----------------------------------------------------------*
      * Cost de proveidors que toca a la linia en curs, amb les   *
      * linies de PF39 de la seva sortida (P2LDATS; a zeros, el   *
      * comptador agregat), mateix criteri que CBL75MAR: l'hotel  *
      * es per persona i l'autocar i el guia, fixos de la         *
      * sortida, es reparteixen entre les places venudes ara      *
      * mateix (com a minim les de la mateixa reserva).           *
      *----------------------------------------------------------*
       CALCULAR-COST-LINIA.
           MOVE ZEROS TO WS14-COST-HOTEL
           MOVE ZEROS TO WS14-COST-FIX

           MOVE 'N' TO WS14-FI-PF39
           MOVE P2LCOD TO PF39COD
           MOVE P2LDATS TO PF39DATS
           MOVE LOW-VALUES TO PF39SEQ
           START PF39 KEY IS NOT LESS THAN PF39CLAU
               INVALID KEY MOVE 'S' TO WS14-FI-PF39
           END-START.

           PERFORM SUMAR-COST-SEGUENT THRU FIN-SUMAR-COST-SEGUENT
               UNTIL WS14-FI-PF39-SI

           MOVE ZEROS TO WS14-PAX-SORTIDA
           IF P2LDATS = ZEROS
              COMPUTE WS14-PAX-SORTIDA = PF1PLAT - PF1PLAD + PF1XOVS
           ELSE
              MOVE P2LCOD TO PF21COD
              MOVE P2LDATS TO PF21DAT
              READ PF21 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   COMPUTE WS14-PAX-SORTIDA =
                       PF21PLT - PF21PLD + PF21OVS
              END-READ
           END-IF.

           IF WS14-PAX-SORTIDA < P2LQTY
              MOVE P2LQTY TO WS14-PAX-SORTIDA
           END-IF.

           IF WS14-PAX-SORTIDA > ZEROS
              COMPUTE TF-CST (WS14-NUM-LINIES) ROUNDED =
                  WS14-COST-HOTEL * P2LQTY +
                  WS14-COST-FIX * P2LQTY / WS14-PAX-SORTIDA
           END-IF.
       FIN-CALCULAR-COST-LINIA. EXIT.

       SUMAR-COST-SEGUENT.
           READ PF39 NEXT RECORD
               AT END MOVE 'S' TO WS14-FI-PF39
           END-READ.

           IF NOT WS14-FI-PF39-SI
              IF PF39COD NOT = P2LCOD OR PF39DATS NOT = P2LDATS
                 MOVE 'S' TO WS14-FI-PF39
              ELSE
      * Les linies en moneda estrangera compten en euros al
      * canvi de pressupost fixat a la linia.
                 IF PF39DIV-EUR
                    IF PF39TIP-HOTEL
                       ADD PF39IMP TO WS14-COST-HOTEL
                    ELSE
                       ADD PF39IMP TO WS14-COST-FIX
                    END-IF
                 ELSE
                    IF PF39TIP-HOTEL
                       COMPUTE WS14-COST-HOTEL ROUNDED =
                           WS14-COST-HOTEL + PF39IMP * PF39CNV
                    ELSE
                       COMPUTE WS14-COST-FIX ROUNDED =
                           WS14-COST-FIX + PF39IMP * PF39CNV
                    END-IF
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-COST-SEGUENT. EXIT.

      *----------------------------------------------------------*
      * Afegeix a la taula de la factura una linia per cada       *
      * ancillari de la referencia, amb la descripcio del         *
                           PF43IMP / PF43QTY
                    END-IF
                    MOVE PF43IMP TO TF-IMP (WS14-NUM-LINIES)
                    MOVE 'N' TO TF-REG (WS14-NUM-LINIES)
                    MOVE ZEROS TO TF-CST (WS14-NUM-LINIES)
                 END-IF
              END-IF
           END-IF.
              MOVE TF-QTY (WS14-NUM-LINIES) TO TF-QTY (WS14-I)
              MOVE TF-PRE (WS14-NUM-LINIES) TO TF-PRE (WS14-I)
              MOVE TF-IMP (WS14-NUM-LINIES) TO TF-IMP (WS14-I)
              MOVE TF-REG (WS14-NUM-LINIES) TO TF-REG (WS14-I)
              MOVE TF-CST (WS14-NUM-LINIES) TO TF-CST (WS14-I)
              SUBTRACT 1 FROM WS14-NUM-LINIES
              COMPUTE WS14-I = WS14-NUM-LINIES + 1
           ELSE
           END-READ.
       FIN-OBTENIR-NUM-FACTURA. EXIT.

      *----------------------------------------------------------*
      * Numero dins la serie de l'oficina de l'usuari: comptador  *
      * 'FACTURA' seguit del codi d'oficina a PF11, sense forats  *
      * dins de cada oficina. Sense oficina, la serie es la de    *
      * tota la casa i el numero es el de registre.               *
      *----------------------------------------------------------*
       OBTENIR-NUM-SERIE.
           MOVE WS14-OFI TO WS14-SER-OFI
           IF WS14-OFI = SPACES
              MOVE WS14-NUM-FACTURA TO WS14-NUM-SERIE
              GO FIN-OBTENIR-NUM-SERIE
           END-IF.

           MOVE SPACES TO PF11CLA
           STRING 'FACTURA' WS14-OFI DELIMITED BY SIZE INTO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS14-NUM-SERIE
                MOVE WS14-NUM-SERIE TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS14-NUM-SERIE
                REWRITE REG-PF11
           END-READ.
       FIN-OBTENIR-NUM-SERIE. EXIT.

      *----------------------------------------------------------*
      * Reimpressio d'una factura ja registrada: es rellegeix de  *
      * PF15/PF16 i s'imprimeix amb la marca REIMPRESSIO, sense   *
           MOVE PF15QIV TO WS14-QUOTA
           MOVE PF15TOT TO WS14-TOTAL
           MOVE PF15NUM TO WS14-NUM-FACTURA
           MOVE PF15OFI TO WS14-SER-OFI
           IF PF15NSE = ZEROS
              MOVE PF15NUM TO WS14-NUM-SERIE
           ELSE
              MOVE PF15NSE TO WS14-NUM-SERIE
           END-IF
           MOVE PF15VMG TO WS14-VENDA-MRG
           MOVE PF15CMG TO WS14-COST-MRG
           MOVE PF15MRG TO WS14-MARGE
           MOVE PF15BMG TO WS14-BASE-MRG
           MOVE PF15QMG TO WS14-QUOTA-MRG

      * Les rectificatives (emeses per CBL15) es reimprimeixen
      * amb la seva marca perque no es confonguin amb originals.
           OPEN OUTPUT RPT14

           MOVE WS14-NUM-FACTURA TO F14-NUM
           MOVE WS14-SER-OFI TO F14-SER
           MOVE WS14-NUM-SERIE TO F14-NSE
           WRITE LINIA-RPT14 FROM FRA14-01 AFTER ADVANCING PAGE

           MOVE FUNCTION CURRENT-DATE (1:8) TO F14-DAT
           PERFORM IMPRIMIR-LINIA-FRA THRU FIN-IMPRIMIR-LINIA-FRA
               UNTIL WS14-I > WS14-NUM-LINIES

      * La part en regim especial surt pel seu import amb l'IVA a
      * dins i la mencio legal, sense base ni quota; la part de
      * regim general (si n'hi ha) es desglossa com sempre.
           IF WS14-VENDA-MRG = ZEROS OR WS14-BASE > ZEROS
              MOVE 'BASE          ' TO F14-ETIQ
              MOVE ZEROS TO F14-PCT
              MOVE WS14-BASE TO F14-IMPT
              WRITE LINIA-RPT14 FROM FRA14-06 AFTER ADVANCING 2 LINES

              MOVE 'IVA %         ' TO F14-ETIQ
              MOVE WS14-PCT-IVA TO F14-PCT
              MOVE WS14-QUOTA TO F14-IMPT
              WRITE LINIA-RPT14 FROM FRA14-06 AFTER ADVANCING 1 LINE
           END-IF.

           IF WS14-VENDA-MRG > ZEROS
              MOVE 'REGIM ESPECIAL' TO F14-ETIQ
              MOVE ZEROS TO F14-PCT
              MOVE WS14-VENDA-MRG TO F14-IMPT
              WRITE LINIA-RPT14 FROM FRA14-06 AFTER ADVANCING 2 LINES
              WRITE LINIA-RPT14 FROM FRA14-07 AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'TOTAL         ' TO F14-ETIQ
           MOVE ZEROS TO F14-PCT
       ERROR-OBERTURA.
           DISPLAY 'CBL14: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF01   = ' WS14-STAT-PF01.
           DISPLAY 'ESTAT PF01X  = ' WS14-STAT-PF01X.
           DISPLAY 'ESTAT PF21   = ' WS14-STAT-PF21.
           DISPLAY 'ESTAT PF39   = ' WS14-STAT-PF39.
           DISPLAY 'ESTAT PF02L1 = ' WS14-STAT-PF02L1.
           DISPLAY 'ESTAT PF09   = ' WS14-STAT-PF09.
           DISPLAY 'ESTAT PF11   = ' WS14-STAT-PF11.
           DISPLAY 'ESTAT PF15   = ' WS14-STAT-PF15.
           DISPLAY 'ESTAT PF16   = ' WS14-STAT-PF16.
           DISPLAY 'ESTAT PF16L1 = ' WS14-STAT-PF16L1.
           DISPLAY 'ESTAT PF13   = ' WS14-STAT-PF13.
           DISPLAY 'ESTAT PF06   = ' WS14-STAT-PF06.
           DISPLAY 'ESTAT PF42   = ' WS14-STAT-PF42.
           DISPLAY 'ESTAT PF43   = ' WS14-STAT-PF43.
       FI.
           CLOSE DSPF01.
           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF21.
           CLOSE PF39.
           CLOSE PF02L1.
           CLOSE PF09.
           CLOSE PF11.
           CLOSE PF15.
           CLOSE PF16.
           CLOSE PF16L1.
           CLOSE PF13.
           CLOSE PF06.
           CLOSE PF42.
           CLOSE PF43.
