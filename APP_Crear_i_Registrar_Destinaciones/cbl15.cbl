      * rectificativa corresponent: serie propia del comptador    *
      * 'RECTIF' de PF11, mateix IVA que l'original, lligada pel  *
      * PF15ORI i impresa aqui mateix (reimprimible des de CBL14  *
      * com les normals); porta tambe el numero de la serie       *
      * 'RECTIF' de l'oficina de l'usuari. Fins ara la devolucio  *
      * no deixava cap document fiscal i el gestor ens feia fer   *
      * abonaments a ma.                                          *
      * Si el que es retorna es una destinacio facturada en regim *
      * especial d'agencies, la rectificativa tambe ho es: torna  *
      * l'import amb l'IVA a dins i resta la part proporcional    *
      * del marge de l'original, sense desglossar l'impost.       *
      * Si la referencia va entrar a la factura mensual agrupada  *
      * del client (CBL68FAC), la rectificativa es fa contra      *
      * aquella factura, que es troba per la linia de la          *
      * referencia (PF16L1).                                      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              RECORD KEY IS PF16CLAU
              FILE STATUS IS WS15-STAT-PF16.

           SELECT PF16L1
              ASSIGN TO DATABASE-PF16L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P16LREF WITH DUPLICATES
              FILE STATUS IS WS15-STAT-PF16L1.

           SELECT PF01X
              ASSIGN TO DATABASE-PF01X
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF1XCOD
              FILE STATUS IS WS15-STAT-PF01X.

           SELECT RPT15
              ASSIGN TO PRINTER-RPT15.

       FD PF16 LABEL RECORD IS STANDARD.
          COPY CPPF16.

       FD PF16L1 LABEL RECORD IS STANDARD.
          COPY CPPF16L1.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD RPT15 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT15 PIC X(80).
           88 WS15-STAT-PF15-OK VALUES '00' '02'.
       01 WS15-STAT-PF16 PIC X(02).
           88 WS15-STAT-PF16-OK VALUES '00' '02'.
       01 WS15-STAT-PF16L1 PIC X(02).
           88 WS15-STAT-PF16L1-OK VALUES '00' '02'.
       01 WS15-STAT-PF01X PIC X(02).
           88 WS15-STAT-PF01X-OK VALUES '00' '02'.

      *----------------------------------------------------------*
      * Factura rectificativa de la devolucio en curs: es busca   *
      *----------------------------------------------------------*
       01 WS15-FI-PF15 PIC X(01).
           88 WS15-FI-PF15-SI VALUE 'S'.
       01 WS15-FI-PF16L1 PIC X(01).
           88 WS15-FI-PF16L1-SI VALUE 'S'.
       01 WS15-TE-FACTURA PIC X(01).
           88 WS15-TE-FACTURA-SI VALUE 'S'.
       01 WS15-NUM-ORIGINAL PIC 9(9).
       01 WS15-NOM-ORIGINAL PIC X(30).
       01 WS15-PCT-ORIGINAL PIC 9(2)V99.
       01 WS15-NUM-RECTIF PIC 9(9).
       01 WS15-NUM-SERIE PIC 9(9).
       01 WS15-BASE-RECTIF PIC 9(9)V99.
       01 WS15-QUOTA-RECTIF PIC 9(9)V99.
       01 WS15-TOTAL-RECTIF PIC 9(9)V99.

      *----------------------------------------------------------*
      * Regim especial d'agencies: part de l'original en aquest   *
      * regim i l'import, marge, base i quota que en resta la     *
      * rectificativa quan la destinacio retornada hi pertany.    *
      *----------------------------------------------------------*
       01 WS15-BAS-ORIGINAL PIC 9(9)V99.
       01 WS15-VMG-ORIGINAL PIC 9(9)V99.
       01 WS15-MRG-ORIGINAL PIC 9(9)V99.
       01 WS15-RECTIF-MARGE PIC X(01).
           88 WS15-RECTIF-MARGE-SI VALUE 'S'.
       01 WS15-VMG-RECTIF PIC 9(9)V99.
       01 WS15-MRG-RECTIF PIC 9(9)V99.
       01 WS15-BMG-RECTIF PIC 9(9)V99.
       01 WS15-QMG-RECTIF PIC 9(9)V99.

       01 FRA15-01.
           05 FILLER PIC X(22) VALUE 'FACTURA RECTIFICATIVA'.
           05 F15-NUM PIC Z(8)9.
           05 FILLER PIC X(14) VALUE '  RECTIFICA LA'.
           05 F15-ORI PIC Z(8)9.
           05 FILLER PIC X(08) VALUE '  SERIE'.
           05 F15-SER PIC X(03).
           05 FILLER PIC X(01) VALUE '/'.
           05 F15-NSE PIC Z(8)9.
           05 FILLER PIC X(05) VALUE SPACES.

       01 FRA15-02.
           05 FILLER PIC X(12) VALUE 'DATA:'.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 F15-IMPT PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(42) VALUE SPACES.

       01 FRA15-05.
           05 FILLER   PIC X(42)
              VALUE 'REGIM ESPECIAL DE LES AGENCIES DE VIATGES'.
           05 FILLER   PIC X(38)
              VALUE '- IVA INCLOS A L''IMPORT, NO DESGLOSSAT'.
       01 WS15-STAT-PF06 PIC X(02).
           88 WS15-STAT-PF06-OK VALUES '00' '02'.
       01 WS15-STAT-DSPF01 PIC X(02).
       01 WS15-NIV-AUT PIC 9(01).
       01 WS15-PERMES-AUT PIC X(01).
       01 WS15-AUDIT-AUT PIC X(01).
       01 WS15-USR-OFI PIC X(10) VALUE SPACES.
       01 WS15-OFI PIC X(03).

       01 WS15-FLX-SEG PIC X(04).
       01 WS15-ACC-SEG PIC X(02).
       01 WS15-ACC1-SEG PIC X(02).
       01 WS15-USR1-SEG PIC X(10).
       01 WS15-ACC2-SEG PIC X(02).
       01 WS15-USR2-SEG PIC X(10).
       01 WS15-PGM-SEG PIC X(08).
       01 WS15-PERMES-SEG PIC X(01).

       PROCEDURE DIVISION.

           OPEN INPUT PF09
           OPEN I-O PF15
           OPEN I-O PF16
           OPEN INPUT PF16L1
           OPEN INPUT PF01X
           OPEN I-O PF06

           IF NOT WS15-STAT-DSPF01-OK OR NOT WS15-STAT-PF18-OK
              OR NOT WS15-STAT-PF11-OK OR NOT WS15-STAT-PF06-OK
              OR NOT WS15-STAT-PF32-OK OR NOT WS15-STAT-PF02L1-OK
              OR NOT WS15-STAT-PF09-OK OR NOT WS15-STAT-PF15-OK
              OR NOT WS15-STAT-PF16-OK OR NOT WS15-STAT-PF01X-OK
              OR NOT WS15-STAT-PF16L1-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS15-USR-OFI WS15-OFI

           INITIALIZE WP15
           PERFORM TRACTAR-DEVOLUCIONS.

              GO FIN-AUTORITZAR-DEVOLUCIO
           END-IF.

           MOVE 'AU' TO WS15-ACC-SEG
           PERFORM COMPROVAR-SEGREGACIO THRU FIN-COMPROVAR-SEGREGACIO
           IF WS15-PERMES-SEG = 'N'
              MOVE 'No pots autoritzar una devolucio teva'
                   TO WP15ERR
              GO FIN-AUTORITZAR-DEVOLUCIO
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           SET PF18EST-AUTORITZADA TO TRUE
              GO FIN-PAGAR-DEVOLUCIO
           END-IF.

           MOVE 'PG' TO WS15-ACC-SEG
           PERFORM COMPROVAR-SEGREGACIO THRU FIN-COMPROVAR-SEGREGACIO
           IF WS15-PERMES-SEG = 'N'
              MOVE 'No pots pagar una devolucio on ja hi ets'
                   TO WP15ERR
              GO FIN-PAGAR-DEVOLUCIO
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           SET PF18EST-PAGADA TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF18PAG
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF18DTG
           REWRITE REG-PF18

              GO FIN-EMETRE-VAL
           END-IF.

           MOVE 'PG' TO WS15-ACC-SEG
           PERFORM COMPROVAR-SEGREGACIO THRU FIN-COMPROVAR-SEGREGACIO
           IF WS15-PERMES-SEG = 'N'
              MOVE 'No pots fer el val si ja hi ets' TO WP15ERR
              GO FIN-EMETRE-VAL
           END-IF.

           PERFORM CERCAR-CLIENT-DEVOLUCIO THRU
               FIN-CERCAR-CLIENT-DEVOLUCIO
           PERFORM LLEGIR-DIES-VAL THRU FIN-LLEGIR-DIES-VAL
           END-IF.

           SET PF18EST-PAGADA TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF18PAG
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF18DTG
           REWRITE REG-PF18

           END-IF.

           PERFORM OBTENIR-NUM-RECTIF THRU FIN-OBTENIR-NUM-RECTIF
           PERFORM OBTENIR-NUM-SERIE THRU FIN-OBTENIR-NUM-SERIE
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           PERFORM DETERMINAR-REGIM-RECTIF THRU
               FIN-DETERMINAR-REGIM-RECTIF

           MOVE ZEROS TO WS15-VMG-RECTIF
           MOVE ZEROS TO WS15-MRG-RECTIF
           MOVE ZEROS TO WS15-BMG-RECTIF
           MOVE ZEROS TO WS15-QMG-RECTIF
           IF WS15-RECTIF-MARGE-SI
              MOVE ZEROS TO WS15-BASE-RECTIF
              MOVE ZEROS TO WS15-QUOTA-RECTIF
              MOVE PF18IMP TO WS15-VMG-RECTIF
              COMPUTE WS15-MRG-RECTIF ROUNDED =
                  WS15-VMG-RECTIF * WS15-MRG-ORIGINAL /
                  WS15-VMG-ORIGINAL
              IF WS15-MRG-RECTIF > WS15-MRG-ORIGINAL
                 MOVE WS15-MRG-ORIGINAL TO WS15-MRG-RECTIF
              END-IF
              COMPUTE WS15-BMG-RECTIF ROUNDED =
                  WS15-MRG-RECTIF * 100 / (100 + WS15-PCT-ORIGINAL)
              SUBTRACT WS15-BMG-RECTIF FROM WS15-MRG-RECTIF
                  GIVING WS15-QMG-RECTIF
              MOVE WS15-VMG-RECTIF TO WS15-TOTAL-RECTIF
           ELSE
              MOVE PF18IMP TO WS15-BASE-RECTIF
              COMPUTE WS15-QUOTA-RECTIF ROUNDED =
                  WS15-BASE-RECTIF * WS15-PCT-ORIGINAL / 100
              ADD WS15-BASE-RECTIF WS15-QUOTA-RECTIF
                  GIVING WS15-TOTAL-RECTIF
           END-IF.

           MOVE WS15-NUM-RECTIF TO PF15NUM
           MOVE PF18REF TO PF15REF
           MOVE CPUSRJ-NOM-USUARI TO PF15USR
           MOVE 'R' TO PF15TIP
           MOVE WS15-NUM-ORIGINAL TO PF15ORI
           MOVE WS15-VMG-RECTIF TO PF15VMG
           COMPUTE PF15CMG = WS15-VMG-RECTIF - WS15-MRG-RECTIF
           MOVE WS15-MRG-RECTIF TO PF15MRG
           MOVE WS15-BMG-RECTIF TO PF15BMG
           MOVE WS15-QMG-RECTIF TO PF15QMG
           MOVE WS15-OFI TO PF15OFI
           MOVE WS15-NUM-SERIE TO PF15NSE
           MOVE SPACE TO PF15AGR
           MOVE ZEROS TO PF15VEN
           WRITE REG-PF15

           IF NOT WS15-STAT-PF15-OK
           MOVE 'ABONAMENT PER DEVOLUCIO' TO PF16TXT
           MOVE PF18QTY TO PF16QTY
           MOVE ZEROS TO PF16PRE
           IF WS15-RECTIF-MARGE-SI
              MOVE WS15-VMG-RECTIF TO PF16IMP
           ELSE
              MOVE WS15-BASE-RECTIF TO PF16IMP
           END-IF
           MOVE PF18REF TO PF16REF
           WRITE REG-PF16

           PERFORM IMPRIMIR-RECTIFICATIVA THRU

      *----------------------------------------------------------*
      * Factura normal mes recent de la referencia de la          *
      * devolucio. Primer per les linies de factura de la         *
      * referencia (PF16L1), que porten tambe a la factura        *
      * mensual agrupada; les factures anteriors al camp PF16REF  *
      * nomes es troben recorrent PF15 sencer (no te clau per     *
      * referencia), com fa CBL14 per evitar duplicats.           *
      *----------------------------------------------------------*
       CERCAR-FACTURA-ORIGINAL.
           MOVE 'N' TO WS15-TE-FACTURA
           MOVE ZEROS TO WS15-NUM-ORIGINAL

           MOVE 'N' TO WS15-FI-PF16L1
           MOVE PF18REF TO P16LREF
           START PF16L1 KEY IS NOT LESS THAN P16LREF
               INVALID KEY MOVE 'S' TO WS15-FI-PF16L1
           END-START.

           PERFORM CERCAR-SEGUENT-LINIA-REF THRU
               FIN-CERCAR-SEGUENT-LINIA-REF
                   UNTIL WS15-FI-PF16L1-SI

           IF WS15-TE-FACTURA-SI
              GO FIN-CERCAR-FACTURA-ORIGINAL
           END-IF.

           MOVE 'N' TO WS15-FI-PF15
           MOVE LOW-VALUES TO PF15NUM
           START PF15 KEY IS NOT LESS THAN PF15NUM
               INVALID KEY MOVE 'S' TO WS15-FI-PF15
                 MOVE PF15CLI TO WS15-CLI-ORIGINAL
                 MOVE PF15NOM TO WS15-NOM-ORIGINAL
                 MOVE PF15PCT TO WS15-PCT-ORIGINAL
                 MOVE PF15BAS TO WS15-BAS-ORIGINAL
                 MOVE PF15VMG TO WS15-VMG-ORIGINAL
                 MOVE PF15MRG TO WS15-MRG-ORIGINAL
              END-IF
           END-IF.
       FIN-CERCAR-SEGUENT-FACTURA. EXIT.

       CERCAR-SEGUENT-LINIA-REF.
           READ PF16L1 NEXT RECORD
               AT END MOVE 'S' TO WS15-FI-PF16L1
           END-READ.

           IF NOT WS15-FI-PF16L1-SI AND P16LREF NOT = PF18REF
              MOVE 'S' TO WS15-FI-PF16L1
           END-IF.

           IF NOT WS15-FI-PF16L1-SI
              MOVE P16LNUM TO PF15NUM
              READ PF15 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF NOT PF15TIP-RECTIF
                      MOVE 'S' TO WS15-TE-FACTURA
                      MOVE PF15NUM TO WS15-NUM-ORIGINAL
                      MOVE PF15CLI TO WS15-CLI-ORIGINAL
                      MOVE PF15NOM TO WS15-NOM-ORIGINAL
                      MOVE PF15PCT TO WS15-PCT-ORIGINAL
                      MOVE PF15BAS TO WS15-BAS-ORIGINAL
                      MOVE PF15VMG TO WS15-VMG-ORIGINAL
                      MOVE PF15MRG TO WS15-MRG-ORIGINAL
                   END-IF
              END-READ
           END-IF.
       FIN-CERCAR-SEGUENT-LINIA-REF. EXIT.

      *----------------------------------------------------------*
      * La rectificativa va en regim especial quan l'original en  *
      * te part i, o be no en te de general, o be la destinacio   *
      * retornada (PF18COD) es de regim especial a PF01X.         *
      *----------------------------------------------------------*
       DETERMINAR-REGIM-RECTIF.
           MOVE 'N' TO WS15-RECTIF-MARGE

           IF WS15-VMG-ORIGINAL = ZEROS
              GO FIN-DETERMINAR-REGIM-RECTIF
           END-IF.

           IF WS15-BAS-ORIGINAL = ZEROS
              MOVE 'S' TO WS15-RECTIF-MARGE
              GO FIN-DETERMINAR-REGIM-RECTIF
           END-IF.

           MOVE PF18COD TO PF1XCOD
           READ PF01X INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF1XREG-MARGE
                   MOVE 'S' TO WS15-RECTIF-MARGE
                END-IF
           END-READ.
       FIN-DETERMINAR-REGIM-RECTIF. EXIT.

      *----------------------------------------------------------*
      * Serie propia de rectificatives: arrenca a 900000001 per   *
      * no trepitjar mai la serie FACTURA dins de la clau comuna  *
           END-READ.
       FIN-OBTENIR-NUM-RECTIF. EXIT.

      *----------------------------------------------------------*
      * Numero dins la serie de rectificatives de l'oficina de    *
      * l'usuari: comptador 'RECTIF' seguit del codi d'oficina a  *
      * PF11. Sense oficina, el numero es el de registre.         *
      *----------------------------------------------------------*
       OBTENIR-NUM-SERIE.
           IF WS15-OFI = SPACES
              MOVE WS15-NUM-RECTIF TO WS15-NUM-SERIE
              GO FIN-OBTENIR-NUM-SERIE
           END-IF.

           MOVE SPACES TO PF11CLA
           STRING 'RECTIF' WS15-OFI DELIMITED BY SIZE INTO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS15-NUM-SERIE
                MOVE WS15-NUM-SERIE TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS15-NUM-SERIE
                REWRITE REG-PF11
           END-READ.
       FIN-OBTENIR-NUM-SERIE. EXIT.

       IMPRIMIR-RECTIFICATIVA.
           OPEN OUTPUT RPT15

           MOVE WS15-NUM-RECTIF TO F15-NUM
           MOVE WS15-NUM-ORIGINAL TO F15-ORI
           MOVE WS15-OFI TO F15-SER
           MOVE WS15-NUM-SERIE TO F15-NSE
           WRITE LINIA-RPT15 FROM FRA15-01 AFTER ADVANCING PAGE

           MOVE FUNCTION CURRENT-DATE (1:8) TO F15-DAT
           MOVE WS15-NOM-ORIGINAL TO F15-NOM
           WRITE LINIA-RPT15 FROM FRA15-03 AFTER ADVANCING 1 LINE

           IF WS15-RECTIF-MARGE-SI
              MOVE 'REGIM ESPECIAL  ' TO F15-ETIQ
              MOVE ZEROS TO F15-PCT
              COMPUTE F15-IMPT = ZERO - WS15-VMG-RECTIF
              WRITE LINIA-RPT15 FROM FRA15-04 AFTER ADVANCING 2 LINES
              WRITE LINIA-RPT15 FROM FRA15-05 AFTER ADVANCING 1 LINE
           ELSE
              MOVE 'BASE A RETORNAR ' TO F15-ETIQ
              MOVE ZEROS TO F15-PCT
              COMPUTE F15-IMPT = ZERO - WS15-BASE-RECTIF
              WRITE LINIA-RPT15 FROM FRA15-04 AFTER ADVANCING 2 LINES

              MOVE 'IVA %           ' TO F15-ETIQ
              MOVE WS15-PCT-ORIGINAL TO F15-PCT
              COMPUTE F15-IMPT = ZERO - WS15-QUOTA-RECTIF
              WRITE LINIA-RPT15 FROM FRA15-04 AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'TOTAL           ' TO F15-ETIQ
           MOVE ZEROS TO F15-PCT
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Segregacio de funcions (PF69 via CBL25SEG) abans de       *
      * l'accio de WS15-ACC-SEG: qui va posar la devolucio a la   *
      * cua (PF18USR) no la pot autoritzar ni pagar, i qui la va  *
      * autoritzar (PF18SUP) no la pot pagar, llevat d'un usuari  *
      * d'emergencia vigent a PF70. La refusa i l'excepcio queden *
      * anotades a PF06 pel propi comprovador.                    *
      *----------------------------------------------------------*
       COMPROVAR-SEGREGACIO.
           MOVE 'PF18' TO WS15-FLX-SEG
           MOVE 'CU' TO WS15-ACC1-SEG
           MOVE PF18USR TO WS15-USR1-SEG
           IF WS15-ACC-SEG = 'PG'
              MOVE 'AU' TO WS15-ACC2-SEG
              MOVE PF18SUP TO WS15-USR2-SEG
           ELSE
              MOVE SPACES TO WS15-ACC2-SEG
              MOVE SPACES TO WS15-USR2-SEG
           END-IF.
           MOVE 'CBL15' TO WS15-PGM-SEG
           CALL 'CBL25SEG' USING WS15-FLX-SEG WS15-ACC-SEG
                                 WS15-ACC1-SEG WS15-USR1-SEG
                                 WS15-ACC2-SEG WS15-USR2-SEG
                                 WS15-PGM-SEG PF18COD
                                 WS15-PERMES-SEG.
       FIN-COMPROVAR-SEGREGACIO. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
           DISPLAY 'ESTAT PF09   = ' WS15-STAT-PF09.
           DISPLAY 'ESTAT PF15   = ' WS15-STAT-PF15.
           DISPLAY 'ESTAT PF16   = ' WS15-STAT-PF16.
           DISPLAY 'ESTAT PF16L1 = ' WS15-STAT-PF16L1.
           DISPLAY 'ESTAT PF01X  = ' WS15-STAT-PF01X.
           DISPLAY 'ESTAT PF06   = ' WS15-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS15-STAT-DSPF01.
           GOBACK.
           CLOSE PF09.
           CLOSE PF15.
           CLOSE PF16.
           CLOSE PF16L1.
           CLOSE PF01X.
           CLOSE PF06.
           GOBACK.
