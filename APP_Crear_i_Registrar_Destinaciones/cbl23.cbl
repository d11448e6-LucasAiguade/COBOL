      *  - es cancel·len les reserves vives (files 'C' amb el     *
      *    motiu dedicat 'BD', referencia conservada) fins a      *
      *    cobrir les places venudes, alimentant la cua de        *
      *    devolucions PF18 (o abonant-les al compte de credit    *
      *    de l'agencia, PF60);                                   *
      *  - els comptadors queden a zero venut (agregat i cada     *
      *    sortida del calendari, que es tanca);                  *
      *  - les esperes pendents o ofertes queden tancades;        *
      *  - la destinacio queda inactiva a PF01X, com fa CBL06;    *
      *  - s'imprimeix la llista de contacte (client, telefon,    *
      *    places i referencia) per trucar a tothom, i a cada     *
      *    client se li deixa l'avis per correu o SMS a la        *
      *    bustia PF52 (CBL92AVI).                                *
      * Amb una data de sortida informada nomes es retira aquella *
      * sortida del calendari: les seves reserves i esperes, i la *
      * fila de PF21 tancada; la destinacio segueix activa.       *
      * CBL62 el crida amb el codi i la data ja posats (PARM-COD, *
      * PARM-DATS) quan es decideix anul·lar una sortida per      *
      * manca de passatgers, i rep a PARM-FET si l'operador ha    *
      * confirmat la retirada ('S') o ha sortit amb F3 ('N'). Des *
      * del menu arriba amb zeros.                                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS23-STAT-PF06.

           SELECT PF61
              ASSIGN TO DATABASE-PF61
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF61CAM
              FILE STATUS IS WS23-STAT-PF61.

           SELECT PF59
              ASSIGN TO DATABASE-PF59
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF59AGE
              FILE STATUS IS WS23-STAT-PF59.

           SELECT PF60
              ASSIGN TO DATABASE-PF60
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF60CLAU
              FILE STATUS IS WS23-STAT-PF60.

           SELECT RPT23
              ASSIGN TO PRINTER-RPT23.

               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS23-STAT-DSPF01.

      *----------------------------------------------------------*
      * Tot el que grava la retirada va sota control de compromis:*
      * cancel·lacions, devolucions i abonaments, campanyes,      *
      * esperes i comptadors es confirmen o es desfan de cop.     *
      *----------------------------------------------------------*
       I-O-CONTROL.
           COMMITMENT CONTROL FOR PF01 PF01X PF02 PF03 PF06 PF11
               PF18 PF21 PF59 PF60 PF61.

       DATA DIVISION.
       FILE SECTION.
       FD PF01 LABEL RECORD IS STANDARD.
       FD PF06 LABEL RECORD IS STANDARD.
          COPY CPPF06.

       FD PF61 LABEL RECORD IS STANDARD.
          COPY CPPF61.

       FD PF59 LABEL RECORD IS STANDARD.
          COPY CPPF59.

       FD PF60 LABEL RECORD IS STANDARD.
          COPY CPPF60.

       FD RPT23 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT23 PIC X(80).

       01 WP23.
           05 WP23COD PIC 9(4).
           05 WP23DATS PIC 9(8).
           05 WP23RSV PIC 9(5).
           05 WP23ESP PIC 9(5).
           05 WP23PLA PIC 9(5).
       01 WS23-PENDENT-CONF PIC X(01) VALUE 'N'.
           88 WS23-PENDENT-CONF-SI VALUE 'S'.
       01 WS23-CONF-COD PIC 9(4).
       01 WS23-CONF-DATS PIC 9(8).

       01 WS23-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS23-FI-FITXER-SI VALUE 'S'.

       01 WS23-QTY-CANCELAR PIC 9(3).
       01 WS23-IMP-PRORATA PIC 9(7)V99.

      * Parametres de l'avis al client (CBL92AVI).
       01 WS23-AVI-TIP PIC X(02) VALUE 'RT'.
       01 WS23-AVI-PGM PIC X(08) VALUE 'CBL23'.
       01 WS23-AVI-ERR PIC X(02).
       01 WS23-DARRERA-SEQ PIC 9(7) COMP-3.
       01 WS23-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS23-SEQ-DEVOLUCIO PIC 9(9).
           88 WS23-STAT-PF06-OK VALUES '00' '02'.
       01 WS23-STAT-DSPF01 PIC X(02).
           88 WS23-STAT-DSPF01-OK VALUE '00'.
       01 WS23-GRAVACIO-KO PIC X(01) VALUE 'N'.
           88 WS23-GRAVACIO-KO-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Campanya promocional (PF61) de la fila cancel·lada: la    *
      * fila 'C' l'hereta de la 'R' i se'n torna el consum (les   *
      * places, o l'us si es cancel·la la fila sencera).          *
      *----------------------------------------------------------*
       01 WS23-STAT-PF61 PIC X(02).
           88 WS23-STAT-PF61-OK VALUES '00' '02'.
       01 WS23-FILA-SENCERA PIC X(01) VALUE 'N'.
           88 WS23-FILA-SENCERA-SI VALUE 'S'.
       01 WS23-CAM-CONSUM PIC 9(5).

      *----------------------------------------------------------*
      * Reserva d'una agencia amb compte de credit (PF59): la     *
      * devolucio s'abona al compte (moviment 'A' de PF60) en     *
      * lloc d'anar a la cua de devolucions del client.           *
      *----------------------------------------------------------*
       01 WS23-STAT-PF59 PIC X(02).
           88 WS23-STAT-PF59-OK VALUES '00' '02'.
       01 WS23-STAT-PF60 PIC X(02).
           88 WS23-STAT-PF60-OK VALUES '00' '02'.
       01 WS23-A-COMPTE PIC X(01) VALUE 'N'.
           88 WS23-A-COMPTE-SI VALUE 'S'.
       01 WS23-AGE-FILA PIC X(04).
       01 WS23-SEQ-PF60 PIC 9(5).
       01 WS23-TROBAT-PF60 PIC X(01) VALUE 'N'.
           88 WS23-TROBAT-PF60-SI VALUE 'S'.

           COPY CPUSRJ.

           05 C23-COD PIC 9(4).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C23-NOM PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C23-DATS PIC Z(8).
           05 FILLER PIC X(06) VALUE SPACES.

       01 CAP23-02.
           05 FILLER PIC X(32) VALUE 'CLIENT'.
           05 T23-ESP   PIC ZZZZ9.
           05 FILLER    PIC X(26) VALUE SPACES.

       01 ERR23-01.
           05 FILLER    PIC X(40) VALUE
              'RETIRADA DESFETA: NO SHA POGUT GRAVAR'.
           05 FILLER    PIC X(40) VALUE SPACES.

       01 WS23-FUN-AUT PIC X(02).
       01 WS23-NIV-AUT PIC 9(01).
       01 WS23-PERMES-AUT PIC X(01).
       01 WS23-AUDIT-AUT PIC X(01).
       01 WS23-USR-OFI PIC X(10) VALUE SPACES.
       01 WS23-OFI PIC X(03).

       LINKAGE SECTION.
       01 PARM-COD PIC 9(4).
       01 PARM-DATS PIC 9(8).
       01 PARM-FET PIC X(01).

       PROCEDURE DIVISION USING PARM-COD PARM-DATS PARM-FET.

       MAIN.
           MOVE 'N' TO PARM-FET
           MOVE 'N' TO WS23-PENDENT-CONF

           OPEN I-O DSPF01
           OPEN I-O PF01
           OPEN I-O PF01X
           OPEN I-O PF21
           OPEN I-O PF11
           OPEN I-O PF06
           OPEN I-O PF61
           OPEN I-O PF59
           OPEN I-O PF60

           IF NOT WS23-STAT-DSPF01-OK OR NOT WS23-STAT-PF01-OK
              OR NOT WS23-STAT-PF01X-OK OR NOT WS23-STAT-PF02-OK
              OR NOT WS23-STAT-PF03-OK OR NOT WS23-STAT-PF13-OK
              OR NOT WS23-STAT-PF18-OK OR NOT WS23-STAT-PF21-OK
              OR NOT WS23-STAT-PF11-OK OR NOT WS23-STAT-PF06-OK
              OR NOT WS23-STAT-PF61-OK OR NOT WS23-STAT-PF59-OK
              OR NOT WS23-STAT-PF60-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS23-USR-OFI WS23-OFI

           INITIALIZE WP23

      * Cridat per CBL62: es mostren de sortida les xifres de la
      * sortida i nomes cal la Intro de confirmacio.
           IF PARM-COD NOT = ZEROS
              MOVE PARM-COD TO WP23COD
              MOVE PARM-DATS TO WP23DATS
              MOVE WP23COD TO PF1COD
              READ PF01 INVALID KEY
                   GO FI
              END-READ
              PERFORM PREPARAR-BOSSES THRU FIN-PREPARAR-BOSSES
              PERFORM COMPTAR-AFECTATS THRU FIN-COMPTAR-AFECTATS
              MOVE 'S' TO WS23-PENDENT-CONF
              MOVE WP23COD TO WS23-CONF-COD
              MOVE WP23DATS TO WS23-CONF-DATS
              MOVE 'Revisa les xifres i prem Intro per retirar'
                   TO WP23ERR
           END-IF.

           PERFORM RETIRAR-DESTINACIO.

       RETIRAR-DESTINACIO.
           IF NOT WS23-PENDENT-CONF-SI AND PARM-COD = ZEROS
              MOVE ZEROS TO WP23COD
              MOVE ZEROS TO WP23DATS
              MOVE ZEROS TO WP23RSV
              MOVE ZEROS TO WP23ESP
              MOVE ZEROS TO WP23PLA
              GO FI
           END-IF.

           IF PARM-COD NOT = ZEROS
              MOVE PARM-COD TO WP23COD
              MOVE PARM-DATS TO WP23DATS
           END-IF.

           IF WP23COD = ZEROS
              MOVE 'N' TO WS23-PENDENT-CONF
              MOVE 'Introdueix un codi de destinacio' TO WP23ERR
                GO RETIRAR-DESTINACIO
           END-READ.

           IF WP23DATS NOT = ZEROS
              MOVE WP23COD TO PF21COD
              MOVE WP23DATS TO PF21DAT
              READ PF21 INVALID KEY
                   MOVE 'N' TO WS23-PENDENT-CONF
                   MOVE 'No existeix aquesta sortida al calendari'
                        TO WP23ERR
                   GO RETIRAR-DESTINACIO
              END-READ
              IF PF21EST-TANCADA
                 MOVE 'N' TO WS23-PENDENT-CONF
                 MOVE 'La sortida ja esta tancada' TO WP23ERR
                 GO RETIRAR-DESTINACIO
              END-IF
           END-IF.

           PERFORM PREPARAR-BOSSES THRU FIN-PREPARAR-BOSSES
           PERFORM COMPTAR-AFECTATS THRU FIN-COMPTAR-AFECTATS

           IF NOT WS23-PENDENT-CONF-SI
              OR WP23COD NOT = WS23-CONF-COD
              OR WP23DATS NOT = WS23-CONF-DATS
              MOVE 'S' TO WS23-PENDENT-CONF
              MOVE WP23COD TO WS23-CONF-COD
              MOVE WP23DATS TO WS23-CONF-DATS
              MOVE 'Revisa les xifres i prem Intro per retirar'
                   TO WP23ERR
              GO RETIRAR-DESTINACIO

           PERFORM APLICAR-RETIRADA THRU FIN-APLICAR-RETIRADA

           IF WS23-GRAVACIO-KO-SI
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP23ERR
              GO RETIRAR-DESTINACIO
           END-IF.

           IF PARM-COD NOT = ZEROS
              MOVE 'S' TO PARM-FET
              GO FI
           END-IF.

           IF WP23DATS NOT = ZEROS
              MOVE 'Sortida retirada; llista impresa' TO WP23ERR
           ELSE
              MOVE 'Destinacio retirada; llista impresa' TO WP23ERR
           END-IF.
           GO RETIRAR-DESTINACIO.

       MUESTRO-P23.
      *----------------------------------------------------------*
      * Prepara les bosses de places per cobrir: l'agregada       *
      * (venudes mes sobrereserva) i una per cada sortida del     *
      * calendari de la destinacio. Per a una sola sortida        *
      * nomes compta la seva bossa.                               *
      *----------------------------------------------------------*
       PREPARAR-BOSSES.
           IF WP23DATS NOT = ZEROS
              MOVE ZEROS TO WS23-REST-AGREGAT
              MOVE ZEROS TO WS23-NUM-SORTIDES
              MOVE WP23COD TO PF21COD
              MOVE WP23DATS TO PF21DAT
              READ PF21 INVALID KEY
                   GO FIN-PREPARAR-BOSSES
              END-READ
              ADD 1 TO WS23-NUM-SORTIDES
              MOVE PF21DAT TO TS-DAT (WS23-NUM-SORTIDES)
              COMPUTE TS-REST (WS23-NUM-SORTIDES) =
                  PF21PLT - PF21PLD + PF21OVS
              GO FIN-PREPARAR-BOSSES
           END-IF.

           SUBTRACT PF1PLAD FROM PF1PLAT GIVING WS23-REST-AGREGAT

           MOVE WP23COD TO PF1XCOD
                 MOVE 'S' TO WS23-FI-FITXER
              ELSE
                 IF PF2TIP-RESERVA
                    AND (WP23DATS = ZEROS OR PF2DATS = WP23DATS)
                    ADD 1 TO WP23RSV
                 END-IF
              END-IF
              IF PF3COD NOT = WP23COD
                 MOVE 'S' TO WS23-FI-FITXER
              ELSE
                 IF (PF3EST-PENDENT OR PF3EST-OFERTA)
                    AND (WP23DATS = ZEROS OR PF3DATS = WP23DATS)
                    ADD 1 TO WP23ESP
                 END-IF
              END-IF

      *----------------------------------------------------------*
      * Aplica la retirada sencera i imprimeix la llista de       *
      * contacte a mesura que cancel·la. Si alguna gravacio ha    *
      * fallat es desfa tot i la llista acaba dient-ho, en lloc   *
      * dels totals.                                              *
      *----------------------------------------------------------*
       APLICAR-RETIRADA.
           MOVE 'N' TO WS23-GRAVACIO-KO
           MOVE ZEROS TO WS23-NUM-CANCELADES
           MOVE ZEROS TO WS23-NUM-ESPERES

           OPEN OUTPUT RPT23
           MOVE WP23COD TO C23-COD
           MOVE PF1NOM TO C23-NOM
           MOVE WP23DATS TO C23-DATS
           WRITE LINIA-RPT23 FROM CAP23-01 AFTER ADVANCING PAGE
           WRITE LINIA-RPT23 FROM CAP23-02 AFTER ADVANCING 2 LINES

           SET PF6ACC-BAIXA TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT

           IF WS23-GRAVACIO-KO-SI
              ROLLBACK
              WRITE LINIA-RPT23 FROM ERR23-01 AFTER ADVANCING 2 LINES
           ELSE
              COMMIT
              MOVE WS23-NUM-CANCELADES TO T23-RSV
              MOVE WS23-NUM-ESPERES TO T23-ESP
              WRITE LINIA-RPT23 FROM TOT23-01 AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE RPT23.
       FIN-APLICAR-RETIRADA. EXIT.


      *----------------------------------------------------------*
      * Cancel·la la fila de reserva llegida a REG-PF02: fila 'C' *
      * nova, devolucio a PF18 (o abonament al compte de credit   *
      * de l'agencia) i linia a la llista de contacte.            *
      * Quan nomes es cancel·la una part de les places de la fila *
      * (la bossa s'esgota a mitges), l'import s'aplica a prorata *
      * de les places cancel·lades. Es guarda i restaura la       *
           END-IF

           PERFORM IMPRIMIR-CONTACTE THRU FIN-IMPRIMIR-CONTACTE

           PERFORM COMPROVAR-COMPTE-AGENCIA THRU
               FIN-COMPROVAR-COMPTE-AGENCIA

           IF WS23-A-COMPTE-SI
              PERFORM ABONAR-COMPTE-AGENCIA THRU
                  FIN-ABONAR-COMPTE-AGENCIA
           ELSE
              PERFORM ESCRIURE-DEVOLUCIO THRU FIN-ESCRIURE-DEVOLUCIO
           END-IF.

           PERFORM OBTENIR-SEGUENT-SEQ THRU FIN-OBTENIR-SEGUENT-SEQ
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
                GO FIN-CANCELAR-FILA
           END-READ.

           IF WS23-QTY-CANCELAR < PF2QTY
              MOVE 'N' TO WS23-FILA-SENCERA
           ELSE
              MOVE 'S' TO WS23-FILA-SENCERA
           END-IF.

           MOVE WP23COD TO PF2COD
           MOVE WS23-DARRERA-SEQ TO PF2SEQ
           SET PF2TIP-CANCEL TO TRUE
           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE ZEROS TO PF2DTO
           MOVE WS23-OFI TO PF2OFI
           WRITE REG-PF02
           IF NOT WS23-STAT-PF02-OK
              MOVE 'S' TO WS23-GRAVACIO-KO
           END-IF.

           PERFORM TORNAR-CAMPANYA THRU FIN-TORNAR-CAMPANYA

           ADD 1 TO WS23-NUM-CANCELADES

           END-START.
       FIN-CANCELAR-FILA. EXIT.

      *----------------------------------------------------------*
      * Torna a PF61USA el consum de la campanya de la fila:      *
      * places cancel·lades (topall per places) o un us si la     *
      * fila es cancel·la sencera (topall per usos).              *
      *----------------------------------------------------------*
       TORNAR-CAMPANYA.
           IF PF2CAM = SPACES
              GO FIN-TORNAR-CAMPANYA
           END-IF.

           MOVE PF2CAM TO PF61CAM
           READ PF61 INVALID KEY
                GO FIN-TORNAR-CAMPANYA
           END-READ.

           IF PF61TOP-PLACES
              MOVE WS23-QTY-CANCELAR TO WS23-CAM-CONSUM
           ELSE
              IF NOT WS23-FILA-SENCERA-SI
                 GO FIN-TORNAR-CAMPANYA
              END-IF
              MOVE 1 TO WS23-CAM-CONSUM
           END-IF.

           IF WS23-CAM-CONSUM > PF61USA
              MOVE ZEROS TO PF61USA
           ELSE
              SUBTRACT WS23-CAM-CONSUM FROM PF61USA
           END-IF.

           REWRITE REG-PF61
           IF NOT WS23-STAT-PF61-OK
              MOVE 'S' TO WS23-GRAVACIO-KO
           END-IF.
       FIN-TORNAR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Linia de la llista de contacte, amb el telefon del mestre *
      * de clients quan la reserva porta codi de client.          *
           END-IF.

           WRITE LINIA-RPT23 FROM DET23-01 AFTER ADVANCING 1 LINE.

           CALL 'CBL92AVI' USING WS23-AVI-TIP PF2CLI PF2NOM PF2REF
                                 PF2COD PF2DATS WS23-IMP-PRORATA
                                 WS23-AVI-PGM WS23-AVI-ERR.

           IF WS23-AVI-ERR NOT = SPACES
              MOVE 'S' TO WS23-GRAVACIO-KO
           END-IF.
       FIN-IMPRIMIR-CONTACTE. EXIT.

       ESCRIURE-DEVOLUCIO.
           MOVE CPUSRJ-NOM-USUARI TO PF18USR
           SET PF18EST-PENDENT TO TRUE
           MOVE SPACES TO PF18SUP
           MOVE SPACES TO PF18PAG
           MOVE ZEROS TO PF18DTA
           MOVE ZEROS TO PF18DTG
           WRITE REG-PF18
           IF NOT WS23-STAT-PF18-OK
              MOVE 'S' TO WS23-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-DEVOLUCIO. EXIT.

       OBTENIR-SEQ-DEVOLUCIO.
                MOVE 1 TO WS23-SEQ-DEVOLUCIO
                MOVE WS23-SEQ-DEVOLUCIO TO PF11VAL
                WRITE REG-PF11
                IF NOT WS23-STAT-PF11-OK
                   MOVE 'S' TO WS23-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS23-SEQ-DEVOLUCIO
                REWRITE REG-PF11
                IF NOT WS23-STAT-PF11-OK
                   MOVE 'S' TO WS23-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-OBTENIR-SEQ-DEVOLUCIO. EXIT.

      *----------------------------------------------------------*
      * La reserva es d'una agencia amb compte de credit a PF59:  *
      * es va carregar al compte (CBL02) i no al client, i la     *
      * devolucio s'hi ha d'abonar.                               *
      *----------------------------------------------------------*
       COMPROVAR-COMPTE-AGENCIA.
           MOVE 'N' TO WS23-A-COMPTE
           MOVE PF2AGE TO WS23-AGE-FILA
           IF WS23-AGE-FILA = SPACES
              GO FIN-COMPROVAR-COMPTE-AGENCIA
           END-IF.

           MOVE WS23-AGE-FILA TO PF59AGE
           READ PF59 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'S' TO WS23-A-COMPTE
           END-READ.
       FIN-COMPROVAR-COMPTE-AGENCIA. EXIT.

      *----------------------------------------------------------*
      * Abona l'import a prorata al compte de l'agencia: moviment *
      * 'A' a PF60 amb la referencia de la fila i rebaixa del     *
      * saldo viu de PF59 (com CBL52).                            *
      *----------------------------------------------------------*
       ABONAR-COMPTE-AGENCIA.
           IF WS23-IMP-PRORATA = ZEROS
              GO FIN-ABONAR-COMPTE-AGENCIA
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           PERFORM OBTENIR-SEGUENT-SEQ-PF60 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF60

           MOVE WS23-AGE-FILA TO PF60AGE
           MOVE WS23-SEQ-PF60 TO PF60SEQ
           SET PF60TIP-ABONAMENT TO TRUE
           MOVE PF2REF TO PF60REF
           MOVE WS23-IMP-PRORATA TO PF60IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF60DAT
           MOVE ZEROS TO PF60VEN
           MOVE CPUSRJ-NOM-USUARI TO PF60USR
           WRITE REG-PF60
           IF NOT WS23-STAT-PF60-OK
              MOVE 'S' TO WS23-GRAVACIO-KO
           END-IF.

           MOVE WS23-AGE-FILA TO PF59AGE
           READ PF59 INVALID KEY
                MOVE 'S' TO WS23-GRAVACIO-KO
                NOT INVALID KEY
                SUBTRACT WS23-IMP-PRORATA FROM PF59SAL
                REWRITE REG-PF59
                IF NOT WS23-STAT-PF59-OK
                   MOVE 'S' TO WS23-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-ABONAR-COMPTE-AGENCIA. EXIT.

       OBTENIR-SEGUENT-SEQ-PF60.
           MOVE 'N' TO WS23-TROBAT-PF60
           MOVE WS23-AGE-FILA TO PF60AGE
           MOVE HIGH-VALUES TO PF60SEQ
           START PF60 KEY IS NOT GREATER THAN PF60CLAU
               INVALID KEY MOVE 1 TO WS23-SEQ-PF60
               NOT INVALID KEY MOVE 'S' TO WS23-TROBAT-PF60
           END-START.

           IF WS23-TROBAT-PF60-SI
               READ PF60 NEXT RECORD
                   AT END MOVE 'N' TO WS23-TROBAT-PF60
               END-READ
           END-IF.

           IF WS23-TROBAT-PF60-SI AND PF60AGE = WS23-AGE-FILA
               ADD 1 TO PF60SEQ GIVING WS23-SEQ-PF60
           ELSE
               MOVE 1 TO WS23-SEQ-PF60
           END-IF.
       FIN-OBTENIR-SEGUENT-SEQ-PF60. EXIT.

       OBTENIR-SEGUENT-SEQ.
           MOVE 'N' TO WS23-TROBAT
           MOVE WP23COD TO PF2COD
       FIN-OBTENIR-SEGUENT-SEQ. EXIT.

      *----------------------------------------------------------*
      * Tanca les esperes pendents o ofertes de la destinacio (o  *
      * nomes les de la sortida que es retira).                   *
      *----------------------------------------------------------*
       TANCAR-ESPERES.
           MOVE 'N' TO WS23-FI-FITXER
              IF PF3COD NOT = WP23COD
                 MOVE 'S' TO WS23-FI-FITXER
              ELSE
                 IF (PF3EST-PENDENT OR PF3EST-OFERTA)
                    AND (WP23DATS = ZEROS OR PF3DATS = WP23DATS)
                    SET PF3EST-TANCADA TO TRUE
                    REWRITE REG-PF03
                    IF NOT WS23-STAT-PF03-OK
                       MOVE 'S' TO WS23-GRAVACIO-KO
                    END-IF
                    ADD 1 TO WS23-NUM-ESPERES
                 END-IF
              END-IF
      *----------------------------------------------------------*
      * Deixa els comptadors sense res venut, tanca les sortides  *
      * del calendari i marca la destinacio inactiva a PF01X, com *
      * fa CBL06. Per a una sola sortida nomes es tanca la seva   *
      * fila de PF21.                                             *
      *----------------------------------------------------------*
       TANCAR-COMPTADORS.
           IF WP23DATS NOT = ZEROS
              MOVE WP23COD TO PF21COD
              MOVE WP23DATS TO PF21DAT
              READ PF21 INVALID KEY
                   GO FIN-TANCAR-COMPTADORS
              END-READ
              MOVE PF21PLT TO PF21PLD
              MOVE ZEROS TO PF21OVS
              SET PF21EST-TANCADA TO TRUE
              REWRITE REG-PF21
              IF NOT WS23-STAT-PF21-OK
                 MOVE 'S' TO WS23-GRAVACIO-KO
              END-IF
              GO FIN-TANCAR-COMPTADORS
           END-IF.

           MOVE WP23COD TO PF1COD
           READ PF01 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF1PLAT TO PF1PLAD
                REWRITE REG-PF01
                IF NOT WS23-STAT-PF01-OK
                   MOVE 'S' TO WS23-GRAVACIO-KO
                END-IF
           END-READ.

           MOVE WP23COD TO PF1XCOD
                MOVE WP23COD TO PF1XCOD
                SET PF1XACT-INACTIVA TO TRUE
                WRITE REG-PF01X
                IF NOT WS23-STAT-PF01X-OK
                   MOVE 'S' TO WS23-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                SET PF1XACT-INACTIVA TO TRUE
                MOVE ZEROS TO PF1XOVS
                REWRITE REG-PF01X
                IF NOT WS23-STAT-PF01X-OK
                   MOVE 'S' TO WS23-GRAVACIO-KO
                END-IF
           END-READ.

           MOVE 'N' TO WS23-FI-FITXER
                 MOVE ZEROS TO PF21OVS
                 SET PF21EST-TANCADA TO TRUE
                 REWRITE REG-PF21
                 IF NOT WS23-STAT-PF21-OK
                    MOVE 'S' TO WS23-GRAVACIO-KO
                 END-IF
              END-IF
           END-IF.
       FIN-TANCAR-SEGUENT-SORTIDA. EXIT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL23' TO PF6PGM
           MOVE WP23COD TO PF6COD
           WRITE REG-PF06
           IF NOT WS23-STAT-PF06-OK
              MOVE 'S' TO WS23-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
                MOVE 1 TO WS23-SEQ-AUDIT
                MOVE WS23-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                IF NOT WS23-STAT-PF11-OK
                   MOVE 'S' TO WS23-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS23-SEQ-AUDIT
                REWRITE REG-PF11
                IF NOT WS23-STAT-PF11-OK
                   MOVE 'S' TO WS23-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-OBTENIR-SEGUENT-SEQ-PF06. EXIT.

           DISPLAY 'ESTAT PF21   = ' WS23-STAT-PF21.
           DISPLAY 'ESTAT PF11   = ' WS23-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS23-STAT-PF06.
           DISPLAY 'ESTAT PF61   = ' WS23-STAT-PF61.
           DISPLAY 'ESTAT PF59   = ' WS23-STAT-PF59.
           DISPLAY 'ESTAT PF60   = ' WS23-STAT-PF60.
           DISPLAY 'ESTAT DSPF01 = ' WS23-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.
           CLOSE PF21.
           CLOSE PF11.
           CLOSE PF06.
           CLOSE PF61.
           CLOSE PF59.
           CLOSE PF60.
           GOBACK.
