       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL64SII.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Tramesa diaria del llibre de factures emeses al SII de    *
      * l'AEAT. Recorre PF15 i cada factura o rectificativa que   *
      * encara no s'ha comunicat (sense fila a PF54) surt a       *
      * INT64S com a alta 'A0'; les que CBL49 ha deixat pendents  *
      * de reenviar surten com a modificacio 'A1'. Cada tramesa   *
      * deixa la fila de PF54 ENVIADA amb la data d'avui.         *
      * Nomes es comuniquen les factures des de la data d'inici   *
      * del SII (comptador 'SIIINICI' de PF11, que guarda una     *
      * data; si no hi es, es crea amb la d'avui).                *
      * El termini legal es de quatre dies laborables des de la   *
      * data de la factura, comptats amb CBL61DIA: les factures   *
      * rebutjades o pendents que fa 'SIIAVIS' dies (PF09, 3 si   *
      * no hi es) o mes que son fora, i les que s'envien ja fora  *
      * de termini, surten a RPT64S com a avis i el proces tanca  *
      * el diari PF30 amb estat 'A' perque CBL29 les assenyali.   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF15
              ASSIGN TO DATABASE-PF15
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF15NUM
              FILE STATUS IS WS64S-STAT-PF15.

           SELECT PF54
              ASSIGN TO DATABASE-PF54
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF54NUM
              FILE STATUS IS WS64S-STAT-PF54.

           SELECT PF13
              ASSIGN TO DATABASE-PF13
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF13COD.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS64S-STAT-PF11.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT INT64S
              ASSIGN TO DATABASE-INT64S
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS64S-STAT-INT64S.

           SELECT RPT64S
              ASSIGN TO PRINTER-RPT64S.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS64S-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF15 LABEL RECORD IS STANDARD.
          COPY CPPF15.

       FD PF54 LABEL RECORD IS STANDARD.
          COPY CPPF54.

       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD INT64S LABEL RECORD IS STANDARD.
          COPY CPINT64S.

       FD RPT64S LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT64S PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS64S-FI-PF15 PIC X(01) VALUE 'N'.
           88 WS64S-FI-PF15-SI VALUE 'S'.
       01 WS64S-TE-FILA PIC X(01) VALUE 'N'.
           88 WS64S-TE-FILA-SI VALUE 'S'.
       01 WS64S-ENVIADA PIC X(01) VALUE 'N'.
           88 WS64S-ENVIADA-SI VALUE 'S'.

       01 WS64S-AVUI PIC 9(8).
       01 WS64S-INICI PIC 9(8).
       01 WS64S-DIES-AVIS PIC 9(3) VALUE 3.
       01 WS64S-DIES-TERMINI PIC 9(3) VALUE 4.
       01 WS64S-NUM-ACTUAL PIC 9(9).

       01 WS64S-NUM-ALTES PIC 9(7) VALUE ZEROS.
       01 WS64S-NUM-MODIF PIC 9(7) VALUE ZEROS.
       01 WS64S-NUM-AVISOS PIC 9(7) VALUE ZEROS.

       01 WS64S-DIA-ACC PIC X(01).
       01 WS64S-DIA-DAT1 PIC 9(8).
       01 WS64S-DIA-DAT2 PIC 9(8).
       01 WS64S-DIA-DIES PIC S9(5).

       01 WS64S-STAT-PF15 PIC X(02).
           88 WS64S-STAT-PF15-OK VALUES '00' '02'.
       01 WS64S-STAT-PF54 PIC X(02).
           88 WS64S-STAT-PF54-OK VALUES '00' '02'.
       01 WS64S-STAT-PF11 PIC X(02).
           88 WS64S-STAT-PF11-OK VALUES '00' '02'.
       01 WS64S-STAT-INT64S PIC X(02).
           88 WS64S-STAT-INT64S-OK VALUES '00' '02'.

       01 CAP64S-01.
           05 FILLER PIC X(44) VALUE
              'SII - TRAMESA DE FACTURES EMESES'.
           05 C64S-DATA PIC 9(08).
           05 FILLER PIC X(28) VALUE SPACES.

       01 CAP64S-02.
           05 FILLER PIC X(10) VALUE 'FACTURA'.
           05 FILLER PIC X(03) VALUE 'TP'.
           05 FILLER PIC X(09) VALUE 'DATA'.
           05 FILLER PIC X(04) VALUE 'COM'.
           05 FILLER PIC X(15) VALUE '         TOTAL'.
           05 FILLER PIC X(05) VALUE 'DIES'.
           05 FILLER PIC X(34) VALUE 'OBSERVACIONS'.

       01 DET64S-01.
           05 D64S-NUM PIC Z(8)9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64S-TIP PIC X(02).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64S-DAT PIC 9(08).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64S-COM PIC X(02).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D64S-TOT PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D64S-DIE PIC ZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D64S-OBS PIC X(34).

       01 TOT64S-01.
           05 FILLER PIC X(08) VALUE 'ALTES'.
           05 T64S-ALT PIC ZZZZZZ9.
           05 FILLER PIC X(17) VALUE '  MODIFICACIONS'.
           05 T64S-MOD PIC ZZZZZZ9.
           05 FILLER PIC X(19) VALUE '  AVISOS TERMINI'.
           05 T64S-AVI PIC ZZZZZZ9.
           05 FILLER PIC X(15) VALUE SPACES.

       01 WS64S-STAT-PF30 PIC X(02).
           88 WS64S-STAT-PF30-OK VALUES '00' '02'.
       01 WS64S-JRN-DAT PIC 9(8).
       01 WS64S-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF15
           OPEN I-O PF54
           OPEN INPUT PF13
           OPEN I-O PF11
           OPEN INPUT PF09
           OPEN OUTPUT INT64S
           OPEN OUTPUT RPT64S

           IF NOT WS64S-STAT-PF15-OK OR NOT WS64S-STAT-PF54-OK
              OR NOT WS64S-STAT-PF11-OK OR NOT WS64S-STAT-INT64S-OK
              DISPLAY 'CBL64SII: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT PF15   = ' WS64S-STAT-PF15
              DISPLAY 'ESTAT PF54   = ' WS64S-STAT-PF54
              DISPLAY 'ESTAT PF11   = ' WS64S-STAT-PF11
              DISPLAY 'ESTAT INT64S = ' WS64S-STAT-INT64S
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS64S-AVUI
           MOVE WS64S-AVUI TO C64S-DATA

           PERFORM LLEGIR-PARAMETRES THRU FIN-LLEGIR-PARAMETRES

           WRITE LINIA-RPT64S FROM CAP64S-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT64S FROM CAP64S-02 AFTER ADVANCING 2 LINES.

           MOVE ZEROS TO PF15NUM
           START PF15 KEY IS NOT LESS THAN PF15NUM
               INVALID KEY MOVE 'S' TO WS64S-FI-PF15
           END-START.

           PERFORM TRACTAR-FACTURA THRU FIN-TRACTAR-FACTURA
               UNTIL WS64S-FI-PF15-SI

           MOVE WS64S-NUM-ALTES TO T64S-ALT
           MOVE WS64S-NUM-MODIF TO T64S-MOD
           MOVE WS64S-NUM-AVISOS TO T64S-AVI
           WRITE LINIA-RPT64S FROM TOT64S-01 AFTER ADVANCING 2 LINES.

           CLOSE PF15.
           CLOSE PF54.
           CLOSE PF13.
           CLOSE PF11.
           CLOSE PF09.
           CLOSE INT64S.
           CLOSE RPT64S.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Data d'inici del SII (PF11 'SIIINICI'): la primera        *
      * execucio la fixa a avui, de manera que les factures       *
      * anteriors, ja declarades pel model 303 ordinari, no es    *
      * comuniquen. Dies laborables d'avis abans del termini      *
      * (PF09 'SIIAVIS').                                         *
      *----------------------------------------------------------*
       LLEGIR-PARAMETRES.
           MOVE 'SIIINICI  ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE WS64S-AVUI TO PF11VAL
                WRITE REG-PF11
           END-READ.
           MOVE PF11VAL TO WS64S-INICI

           MOVE 'SIIAVIS   ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS64S-DIES-AVIS
                END-IF
           END-READ.
       FIN-LLEGIR-PARAMETRES. EXIT.

      *----------------------------------------------------------*
      * Una factura de PF15: s'envia si no te fila a PF54 (alta)  *
      * o si la te pendent de reenviar (modificacio), i despres   *
      * es mira si cal avisar pel termini.                        *
      *----------------------------------------------------------*
       TRACTAR-FACTURA.
           READ PF15 NEXT RECORD
               AT END MOVE 'S' TO WS64S-FI-PF15
           END-READ.

           IF WS64S-FI-PF15-SI
              GO FIN-TRACTAR-FACTURA
           END-IF.

           MOVE 'N' TO WS64S-ENVIADA
           MOVE PF15NUM TO PF54NUM
           MOVE 'S' TO WS64S-TE-FILA
           READ PF54 INVALID KEY
                MOVE 'N' TO WS64S-TE-FILA
           END-READ.

           IF NOT WS64S-TE-FILA-SI
              IF PF15DAT < WS64S-INICI
                 GO FIN-TRACTAR-FACTURA
              END-IF
              INITIALIZE REG-PF54
              MOVE PF15NUM TO PF54NUM
              MOVE PF15TIP TO PF54TIP
              MOVE PF15DAT TO PF54DFA
              SET PF54COM-ALTA TO TRUE
              PERFORM ENVIAR-FACTURA THRU FIN-ENVIAR-FACTURA
              WRITE REG-PF54
              ADD 1 TO WS64S-NUM-ALTES
           ELSE
              IF PF54EST-PENDENT
                 SET PF54COM-MODIF TO TRUE
                 PERFORM ENVIAR-FACTURA THRU FIN-ENVIAR-FACTURA
                 REWRITE REG-PF54
                 ADD 1 TO WS64S-NUM-MODIF
              END-IF
           END-IF.

           PERFORM COMPROVAR-TERMINI THRU FIN-COMPROVAR-TERMINI.
       FIN-TRACTAR-FACTURA. EXIT.

      *----------------------------------------------------------*
      * Fila de tramesa en el format de l'agencia. La clau de     *
      * regim surt de les dues parts de la factura: nomes general *
      * '01', nomes regim especial d'agencies '05', o totes dues. *
      * El document del destinatari es el del mestre de clients.  *
      * El document s'identifica per la serie de l'oficina i el   *
      * numero dins la serie, els mateixos que porta imprès.      *
      *----------------------------------------------------------*
       ENVIAR-FACTURA.
           INITIALIZE REG-INT64S
           MOVE PF54COM TO I64SCOM
           MOVE PF15DAT (1:4) TO I64SEJE
           MOVE PF15DAT (5:2) TO I64SPER
           MOVE PF15NUM TO I64SNUM
           MOVE PF15OFI TO I64SSER
           IF PF15NSE = ZEROS
              MOVE PF15NUM TO I64SNSE
           ELSE
              MOVE PF15NSE TO I64SNSE
           END-IF
           MOVE PF15DAT TO I64SDAT
           IF PF15TIP-RECTIF
              MOVE 'R1' TO I64STIP
              PERFORM CERCAR-SERIE-ORIGINAL THRU
                  FIN-CERCAR-SERIE-ORIGINAL
           ELSE
              MOVE 'F1' TO I64STIP
              MOVE SPACES TO I64SOSE
              MOVE ZEROS TO I64SONS
           END-IF
           MOVE SPACES TO I64SDOC
           IF PF15CLI NOT = ZEROS
              MOVE PF15CLI TO PF13COD
              READ PF13 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF13DOC TO I64SDOC
              END-READ
           END-IF
           MOVE PF15NOM TO I64SNOM

           MOVE SPACES TO I64SCL2
           IF PF15VMG = ZEROS
              MOVE '01' TO I64SCLV
           ELSE
              IF PF15BAS = ZEROS
                 MOVE '05' TO I64SCLV
              ELSE
                 MOVE '01' TO I64SCLV
                 MOVE '05' TO I64SCL2
              END-IF
           END-IF
           MOVE PF15BAS TO I64SBAS
           MOVE PF15PCT TO I64SPCT
           MOVE PF15QIV TO I64SQIV
           MOVE PF15VMG TO I64SVMG
           MOVE PF15BMG TO I64SBMG
           MOVE PF15QMG TO I64SQMG
           MOVE PF15TOT TO I64STOT
           WRITE REG-INT64S

           SET PF54EST-ENVIADA TO TRUE
           MOVE I64SSER TO PF54SER
           MOVE I64SNSE TO PF54NSE
           ADD 1 TO PF54NEN
           MOVE WS64S-AVUI TO PF54DEN
           MOVE ZEROS TO PF54DRE
           MOVE ZEROS TO PF54ERR
           MOVE SPACES TO PF54MOT
           MOVE 'S' TO WS64S-ENVIADA.
       FIN-ENVIAR-FACTURA. EXIT.

      *----------------------------------------------------------*
      * Serie i numero dins la serie de la factura que rectifica  *
      * una rectificativa. Es llegeix l'original per clau i tot   *
      * seguit es torna a llegir la rectificativa, que deixa el   *
      * fitxer posicionat on era per al READ NEXT seguent.        *
      *----------------------------------------------------------*
       CERCAR-SERIE-ORIGINAL.
           MOVE PF15NUM TO WS64S-NUM-ACTUAL
           MOVE SPACES TO I64SOSE
           MOVE PF15ORI TO I64SONS
           MOVE PF15ORI TO PF15NUM
           READ PF15 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF15OFI TO I64SOSE
                IF PF15NSE NOT = ZEROS
                   MOVE PF15NSE TO I64SONS
                END-IF
           END-READ.

           MOVE WS64S-NUM-ACTUAL TO PF15NUM
           READ PF15 INVALID KEY
                MOVE 'S' TO WS64S-FI-PF15
           END-READ.
       FIN-CERCAR-SERIE-ORIGINAL. EXIT.

      *----------------------------------------------------------*
      * Dies laborables des de la data de la factura. Avisen les  *
      * que s'acaben d'enviar ja passat el termini i les que      *
      * encara no s'han presentat be (rebutjades o pendents) quan *
      * s'acosten al termini o l'han passat.                      *
      *----------------------------------------------------------*
       COMPROVAR-TERMINI.
           IF NOT WS64S-ENVIADA-SI
              IF NOT WS64S-TE-FILA-SI
                 GO FIN-COMPROVAR-TERMINI
              END-IF
              IF NOT PF54EST-REBUTJADA AND NOT PF54EST-PENDENT
                 GO FIN-COMPROVAR-TERMINI
              END-IF
           END-IF.

           MOVE 'D' TO WS64S-DIA-ACC
           MOVE PF15DAT TO WS64S-DIA-DAT1
           MOVE WS64S-AVUI TO WS64S-DIA-DAT2
           CALL 'CBL61DIA' USING WS64S-DIA-ACC
                WS64S-DIA-DAT1 WS64S-DIA-DAT2
                WS64S-DIA-DIES
           IF WS64S-DIA-DIES < ZEROS
              MOVE ZEROS TO WS64S-DIA-DIES
           END-IF

           MOVE PF15NUM TO D64S-NUM
           IF PF15TIP-RECTIF
              MOVE 'R1' TO D64S-TIP
           ELSE
              MOVE 'F1' TO D64S-TIP
           END-IF
           MOVE PF15DAT TO D64S-DAT
           MOVE PF54COM TO D64S-COM
           MOVE PF15TOT TO D64S-TOT
           MOVE WS64S-DIA-DIES TO D64S-DIE

           IF WS64S-ENVIADA-SI
              IF WS64S-DIA-DIES > WS64S-DIES-TERMINI
                 MOVE 'ENVIADA FORA DE TERMINI' TO D64S-OBS
                 PERFORM IMPRIMIR-AVIS THRU FIN-IMPRIMIR-AVIS
              END-IF
              GO FIN-COMPROVAR-TERMINI
           END-IF.

           IF WS64S-DIA-DIES > WS64S-DIES-TERMINI
              MOVE 'VENCUDA - NO PRESENTADA' TO D64S-OBS
              PERFORM IMPRIMIR-AVIS THRU FIN-IMPRIMIR-AVIS
           ELSE
              IF WS64S-DIA-DIES >= WS64S-DIES-AVIS
                 MOVE 'A PROP DEL TERMINI' TO D64S-OBS
                 PERFORM IMPRIMIR-AVIS THRU FIN-IMPRIMIR-AVIS
              END-IF
           END-IF.
       FIN-COMPROVAR-TERMINI. EXIT.

       IMPRIMIR-AVIS.
           WRITE LINIA-RPT64S FROM DET64S-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS64S-NUM-AVISOS.
       FIN-IMPRIMIR-AVIS. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada. Si  *
      * hi ha factures a prop o fora del termini es tanca a 'A'.  *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS64S-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS64S-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS64S-JRN-HIN
           MOVE 'CBL64SII' TO PF30PGM
           MOVE WS64S-JRN-DAT TO PF30DAT
           MOVE WS64S-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS64S-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL64SII' TO PF30PGM
           MOVE WS64S-JRN-DAT TO PF30DAT
           MOVE WS64S-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           IF WS64S-NUM-AVISOS > ZEROS
              SET PF30EST-AMB-AVISOS TO TRUE
           ELSE
              SET PF30EST-FINALITZAT TO TRUE
           END-IF
           COMPUTE PF30CNT = WS64S-NUM-ALTES + WS64S-NUM-MODIF
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
