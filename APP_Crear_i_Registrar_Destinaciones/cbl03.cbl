              RECORD KEY IS P2LREF WITH DUPLICATES
              FILE STATUS IS WS3-STAT-PF02L1.

           SELECT PF61
              ASSIGN TO DATABASE-PF61
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF61CAM
              FILE STATUS IS WS3-STAT-PF61.

           SELECT PF59
              ASSIGN TO DATABASE-PF59
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF59AGE
              FILE STATUS IS WS3-STAT-PF59.

           SELECT PF60
              ASSIGN TO DATABASE-PF60
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF60CLAU
              FILE STATUS IS WS3-STAT-PF60.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS3-STAT-DSPF01.

      *----------------------------------------------------------*
      * Tot el que grava una cancel·lacio va sota control de      *
      * compromis: es confirma sencer o es desfa sencer.          *
      *----------------------------------------------------------*
       I-O-CONTROL.
           COMMITMENT CONTROL FOR PF01 PF01X PF02 PF03 PF05 PF06
               PF11 PF18 PF21 PF22 PF59 PF60 PF61.

       DATA DIVISION.
       FILE SECTION.
       FD PF01 LABEL RECORD IS STANDARD.
       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF61 LABEL RECORD IS STANDARD.
          COPY CPPF61.

       FD PF59 LABEL RECORD IS STANDARD.
          COPY CPPF59.

       FD PF60 LABEL RECORD IS STANDARD.
          COPY CPPF60.

       FD DSPF01 LABEL RECORD IS OMITTED.
       01 REG-DSPF01.
           COPY DDS-ALL-FORMAT OF DSPF01.
       01 WS3-ASSEGURADA PIC X(01) VALUE 'N'.
           88 WS3-ASSEGURADA-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Campanya promocional (PF61) de la referencia informada:   *
      * es deixa a la fila 'C' i se'n torna el consum (les places *
      * si el topall es per places, l'us si es cancel·la tota la  *
      * referencia). Sense referencia no es pot saber.            *
      *----------------------------------------------------------*
       01 WS3-STAT-PF61 PIC X(02).
           88 WS3-STAT-PF61-OK VALUES '00' '02'.
       01 WS3-FI-PF02L1 PIC X(01) VALUE 'N'.
           88 WS3-FI-PF02L1-SI VALUE 'S'.
       01 WS3-CAM-REF PIC X(10).
       01 WS3-QTY-REF PIC 9(5).
       01 WS3-QTY-CAN-REF PIC 9(5).
       01 WS3-CAM-CONSUM PIC 9(5).
       01 WS3-AGE-REF PIC X(04).

      *----------------------------------------------------------*
      * Referencia d'una agencia amb compte de credit (PF59): el  *
      * net de la cancel·lacio s'abona al compte (moviment 'A' de *
      * PF60) en lloc d'anar a la cua de devolucions del client.  *
      *----------------------------------------------------------*
       01 WS3-STAT-PF59 PIC X(02).
           88 WS3-STAT-PF59-OK VALUES '00' '02'.
       01 WS3-STAT-PF60 PIC X(02).
           88 WS3-STAT-PF60-OK VALUES '00' '02'.
       01 WS3-A-COMPTE PIC X(01) VALUE 'N'.
           88 WS3-A-COMPTE-SI VALUE 'S'.
       01 WS3-SEQ-PF60 PIC 9(5).
       01 WS3-TROBAT-PF60 PIC X(01) VALUE 'N'.
           88 WS3-TROBAT-PF60-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Dies laborables per a les regles de PF20 (parametre       *
      * 'LABPF20' de PF09 a 1): el recompte de dies fins a la     *
       01 WS3-DIA-DIES PIC S9(5).

       01 WS3-SEQ-AUDIT PIC 9(9) COMP-3.

      *----------------------------------------------------------*
      * Transaccio de la cancel·lacio: qualsevol gravacio fallida *
      * marca WS3-GRAVACIO-KO i en acabar es desfa tot (ROLLBACK) *
      * en comptes de deixar places tornades sense historic o     *
      * una devolucio sense la cancel·lacio que la justifica.     *
      *----------------------------------------------------------*
       01 WS3-GRAVACIO-KO PIC X(01) VALUE 'N'.
           88 WS3-GRAVACIO-KO-SI VALUE 'S'.
       01 WS3-SEQ-DEVOLUCIO PIC 9(9).
       01 WS3-IMP-DEVOLUCIO PIC 9(7)V99.

       01 WS3-BANDA-ANTICIPADA PIC X(01).
       01 WS3-PRE-TEMPORADA PIC 9(5)V99.
       01 WS3-BANDA-TEMPORADA PIC X(01).
       01 WS3-PRE-RENDIMENT PIC 9(5)V99.
       01 WS3-BANDA-RENDIMENT PIC X(01).

           COPY CPUSRJ.

       01 WS3-NIV-AUT PIC 9(01).
       01 WS3-PERMES-AUT PIC X(01).
       01 WS3-AUDIT-AUT PIC X(01).
       01 WS3-USR-OFI PIC X(10) VALUE SPACES.
       01 WS3-OFI PIC X(03).

       PROCEDURE DIVISION.

           OPEN I-O PF22
           OPEN INPUT PF19
           OPEN INPUT PF02L1
           OPEN I-O PF61
           OPEN I-O PF59
           OPEN I-O PF60

           IF NOT WS3-STAT-DSPF01-OK OR NOT WS3-STAT-PF01-OK
              OR NOT WS3-STAT-PF02-OK OR NOT WS3-STAT-PF03-OK
              OR NOT WS3-STAT-PF18-OK OR NOT WS3-STAT-PF20-OK
              OR NOT WS3-STAT-PF21-OK OR NOT WS3-STAT-PF22-OK
              OR NOT WS3-STAT-PF19-OK OR NOT WS3-STAT-PF02L1-OK
              OR NOT WS3-STAT-PF61-OK OR NOT WS3-STAT-PF59-OK
              OR NOT WS3-STAT-PF60-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS3-USR-OFI WS3-OFI

           PERFORM LLEGIR-IDIOMA THRU FIN-LLEGIR-IDIOMA

           MOVE 'LABPF20   ' TO PF9CLA
       FIN-NO-EXISTEIX. EXIT.

       EXISTEIX.
           MOVE 'N' TO WS3-GRAVACIO-KO
           MOVE ZEROS TO WS3-DTU-CARREGAT
           MOVE ZEROS TO WS3-HRU-CARREGAT
           MOVE ZEROS TO WS3-DAT-SORTIDA
               PERFORM CANCELAR-RESERVA
           END-IF.

      *----------------------------------------------------------*
      * Amb referencia informada, no es poden cancel·lar mes      *
      * places de les que la referencia te encara vives per       *
      * aquest codi (reservades menys cancel·lades abans).        *
      *----------------------------------------------------------*
           PERFORM CERCAR-CAMPANYA-REF THRU FIN-CERCAR-CAMPANYA-REF

           IF WP3REF NOT = ZEROS AND WP3QTY > WS3-QTY-REF
               MOVE 'La referencia no te tantes places vives'
                    TO WP3ERR
               MOVE 0313 TO WS3-NUM-MISSATGE
               PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
               PERFORM CANCELAR-RESERVA
           END-IF.

           PERFORM COMPROVAR-LIMIT-CANC THRU FIN-COMPROVAR-LIMIT-CANC

           IF WS3-SUPERA-LIMIT-SI
              MOVE 'N' TO WS3-PENDENT-CONF
              PERFORM DERIVAR-A-APROVACIO THRU FIN-DERIVAR-A-APROVACIO
              PERFORM TANCAR-TRANSACCIO THRU FIN-TANCAR-TRANSACCIO
              PERFORM CANCELAR-RESERVA
           END-IF.

              REWRITE REG-PF01

              IF NOT WS3-STAT-PF01-OK
                 MOVE 'S' TO WS3-GRAVACIO-KO
                 PERFORM TANCAR-TRANSACCIO THRU FIN-TANCAR-TRANSACCIO
                 PERFORM CANCELAR-RESERVA
              END-IF
           ELSE
              REWRITE REG-PF21

              IF NOT WS3-STAT-PF21-OK
                 MOVE 'S' TO WS3-GRAVACIO-KO
                 PERFORM TANCAR-TRANSACCIO THRU FIN-TANCAR-TRANSACCIO
                 PERFORM CANCELAR-RESERVA
              END-IF
           END-IF.

           PERFORM ESCRIURE-HIST THRU FIN-ESCRIURE-HIST

           PERFORM TORNAR-CAMPANYA THRU FIN-TORNAR-CAMPANYA

           PERFORM COMPROVAR-COMPTE-AGENCIA THRU
               FIN-COMPROVAR-COMPTE-AGENCIA

           IF WS3-A-COMPTE-SI
              PERFORM ABONAR-COMPTE-AGENCIA THRU
                  FIN-ABONAR-COMPTE-AGENCIA
           ELSE
              PERFORM ESCRIURE-DEVOLUCIO THRU FIN-ESCRIURE-DEVOLUCIO
           END-IF.

           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT

              PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
           END-IF.

           PERFORM TANCAR-TRANSACCIO THRU FIN-TANCAR-TRANSACCIO

           PERFORM CANCELAR-RESERVA
       FIN-EXISTEIX. EXIT.

      *----------------------------------------------------------*
      * Punt unic de tancament de la transaccio: si alguna        *
      * gravacio ha fallat es desfa tot i l'operador ho ha de     *
      * tornar a intentar; si no, es confirma tot de cop.         *
      *----------------------------------------------------------*
       TANCAR-TRANSACCIO.
           IF WS3-GRAVACIO-KO-SI
              ROLLBACK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP3ERR
              MOVE 0307 TO WS3-NUM-MISSATGE
              PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
              GO FIN-TANCAR-TRANSACCIO
           END-IF.

           COMMIT.
       FIN-TANCAR-TRANSACCIO. EXIT.

      *----------------------------------------------------------*
      * Comprova WP3QTY contra el llindar configurat a PF09       *
      * ('CANCELMAX'); si no hi es definit, no hi ha limit i tota  *
           MOVE SPACES TO PF5SUP
           MOVE WP3DATS TO PF5DATS
           MOVE WP3CLS TO PF5CLS
           MOVE WP3REF TO PF5REF
           WRITE REG-PF05
           IF NOT WS3-STAT-PF05-OK
              MOVE 'S' TO WS3-GRAVACIO-KO
           END-IF.

           MOVE 'Cancel·lacio pendent d''aprovacio' TO WP3ERR
           MOVE 0310 TO WS3-NUM-MISSATGE
              SET PF3EST-OFERTA TO TRUE
              MOVE FUNCTION CURRENT-DATE (1:8) TO PF3DOF
              REWRITE REG-PF03
              IF NOT WS3-STAT-PF03-OK
                 MOVE 'S' TO WS3-GRAVACIO-KO
              END-IF
           END-IF.
       FIN-OFERIR-LLISTA-ESPERA. EXIT.

           MOVE WP3QTY TO PF2QTY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF2DAT
           MOVE WP3MOT TO PF2MOT
           MOVE WP3REF TO PF2REF
           MOVE CPUSRJ-NOM-USUARI TO PF2USR
           MOVE ZEROS TO PF2CLI
           MOVE WS3-IMP-DEVOLUCIO TO PF2IMP
           MOVE WS3-IMP-FEE TO PF2FEE
           MOVE WP3DATS TO PF2DATS
           MOVE WP3CLS TO PF2CLS
           MOVE WS3-AGE-REF TO PF2AGE
           MOVE SPACES TO PF2CAN
           MOVE SPACES TO PF2PNT
           MOVE SPACES TO PF2ASS
           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE WS3-CAM-REF TO PF2CAM
           MOVE ZEROS TO PF2DTO
           MOVE WS3-OFI TO PF2OFI
           WRITE REG-PF02
           IF NOT WS3-STAT-PF02-OK
              MOVE 'S' TO WS3-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-HIST. EXIT.

      *----------------------------------------------------------*
      * Recorre les files de la referencia informada (PF02L1)     *
      * per aquest codi: places reservades ('R'), campanya i      *
      * agencia amb que es van fer. Les places de cancel·lacions  *
      * anteriors de la referencia ('C') es descompten:           *
      * WS3-QTY-REF queda amb les places encara vives, abans      *
      * d'escriure la cancel·lacio d'ara.                         *
      *----------------------------------------------------------*
       CERCAR-CAMPANYA-REF.
           MOVE SPACES TO WS3-CAM-REF
           MOVE SPACES TO WS3-AGE-REF
           MOVE ZEROS TO WS3-QTY-REF
           MOVE ZEROS TO WS3-QTY-CAN-REF
           IF WP3REF = ZEROS
              GO FIN-CERCAR-CAMPANYA-REF
           END-IF.

           MOVE 'N' TO WS3-FI-PF02L1
           MOVE WP3REF TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS3-FI-PF02L1
           END-START.

           PERFORM CERCAR-SEGUENT-FILA-REF THRU
               FIN-CERCAR-SEGUENT-FILA-REF
                   UNTIL WS3-FI-PF02L1-SI.

           IF WS3-QTY-CAN-REF >= WS3-QTY-REF
              MOVE ZEROS TO WS3-QTY-REF
           ELSE
              SUBTRACT WS3-QTY-CAN-REF FROM WS3-QTY-REF
           END-IF.
       FIN-CERCAR-CAMPANYA-REF. EXIT.

       CERCAR-SEGUENT-FILA-REF.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS3-FI-PF02L1
           END-READ.

           IF NOT WS3-FI-PF02L1-SI
              IF P2LREF NOT = WP3REF
                 MOVE 'S' TO WS3-FI-PF02L1
              ELSE IF P2LCOD = WP3COD
                 IF P2LTIP-RESERVA
                    ADD P2LQTY TO WS3-QTY-REF
                    IF P2LCAM NOT = SPACES
                       MOVE P2LCAM TO WS3-CAM-REF
                    END-IF
                    IF P2LAGE NOT = SPACES
                       MOVE P2LAGE TO WS3-AGE-REF
                    END-IF
                 ELSE
                    ADD P2LQTY TO WS3-QTY-CAN-REF
                 END-IF
              END-IF
           END-IF.
       FIN-CERCAR-SEGUENT-FILA-REF. EXIT.

      *----------------------------------------------------------*
      * Torna a PF61USA el consum de la campanya de la referencia:*
      * les places cancel·lades (topall per places) o l'us sencer *
      * quan la cancel·lacio s'emporta totes les places que       *
      * quedaven vives (topall per usos), encara que abans ja se  *
      * n'hagin cancel·lat una part. Si ja no en quedava cap de   *
      * viva no hi ha res a tornar, i mai mes places de les vives *
      * ni per sota de zero.                                      *
      *----------------------------------------------------------*
       TORNAR-CAMPANYA.
           IF WS3-CAM-REF = SPACES OR WS3-QTY-REF = ZEROS
              GO FIN-TORNAR-CAMPANYA
           END-IF.

           MOVE WS3-CAM-REF TO PF61CAM
           READ PF61 INVALID KEY
                GO FIN-TORNAR-CAMPANYA
           END-READ.

           IF PF61TOP-PLACES
              IF WP3QTY > WS3-QTY-REF
                 MOVE WS3-QTY-REF TO WS3-CAM-CONSUM
              ELSE
                 MOVE WP3QTY TO WS3-CAM-CONSUM
              END-IF
           ELSE
              IF WP3QTY < WS3-QTY-REF
                 GO FIN-TORNAR-CAMPANYA
              END-IF
              MOVE 1 TO WS3-CAM-CONSUM
           END-IF.

           IF WS3-CAM-CONSUM > PF61USA
              MOVE ZEROS TO PF61USA
           ELSE
              SUBTRACT WS3-CAM-CONSUM FROM PF61USA
           END-IF.

           REWRITE REG-PF61
           IF NOT WS3-STAT-PF61-OK
              MOVE 'S' TO WS3-GRAVACIO-KO
           END-IF.
       FIN-TORNAR-CAMPANYA. EXIT.

       OBTENIR-SEGUENT-SEQ.
           MOVE 'N' TO WS3-TROBAT
           MOVE WP3COD TO PF2COD
                      MOVE ZEROS TO PF1XOVS
                   END-IF
                   REWRITE REG-PF01X
                   IF NOT WS3-STAT-PF01X-OK
                      MOVE 'S' TO WS3-GRAVACIO-KO
                   END-IF
                END-IF
           END-READ.
       FIN-EIXUGAR-OVERSOLD. EXIT.
                      MOVE PF22PLT TO PF22PLD
                   END-IF
                   REWRITE REG-PF22
                   IF NOT WS3-STAT-PF22-OK
                      MOVE 'S' TO WS3-GRAVACIO-KO
                   END-IF
              END-READ
           END-IF.
       FIN-RETORNAR-CLASSE. EXIT.
           MOVE SPACE TO WS3-BANDA-ANTICIPADA
           MOVE ZEROS TO WS3-PRE-TEMPORADA
           MOVE SPACE TO WS3-BANDA-TEMPORADA
           MOVE ZEROS TO WS3-PRE-RENDIMENT
           MOVE SPACE TO WS3-BANDA-RENDIMENT

           IF WP3CLS NOT = SPACES
              MOVE WP3COD TO PF22COD
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS3-FI-BANDES-SI

           IF WS3-BANDA-RENDIMENT NOT = SPACE
              MOVE WS3-PRE-RENDIMENT TO WS3-PREU-APLICAT
           ELSE IF WS3-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS3-PRE-ANTICIPADA TO WS3-PREU-APLICAT
           ELSE IF WS3-BANDA-TEMPORADA NOT = SPACE
              MOVE WS3-PRE-TEMPORADA TO WS3-PREU-APLICAT
              IF PF19COD NOT = WP3COD
                 MOVE 'S' TO WS3-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS3-DAT-SORTIDA >= PF19DDE
                       AND WS3-DAT-SORTIDA <= PF19FIN
                       AND WS3-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS3-PRE-RENDIMENT
                       MOVE PF19TIP TO WS3-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS3-DIES-BANDA >= PF19DIE
                       AND WS3-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS3-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS3-DAT-SORTIDA >= PF19DDE
                       AND WS3-DAT-SORTIDA <= PF19FIN
                       AND WS3-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS3-PRE-TEMPORADA

           MOVE WS3-SEQ-DEVOLUCIO TO PF18SEQ
           MOVE WP3COD TO PF18COD
           MOVE WP3REF TO PF18REF
           MOVE WP3QTY TO PF18QTY
           MOVE WS3-IMP-DEVOLUCIO TO PF18IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF18DAT
           MOVE CPUSRJ-NOM-USUARI TO PF18USR
           SET PF18EST-PENDENT TO TRUE
           MOVE SPACES TO PF18SUP
           MOVE SPACES TO PF18PAG
           MOVE ZEROS TO PF18DTA
           MOVE ZEROS TO PF18DTG
           WRITE REG-PF18
           IF NOT WS3-STAT-PF18-OK
              MOVE 'S' TO WS3-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-DEVOLUCIO. EXIT.

      *----------------------------------------------------------*
      * La referencia es d'una agencia amb compte de credit a     *
      * PF59: la reserva es va carregar al compte (CBL02) i no    *
      * al client, i la devolucio s'hi ha d'abonar.               *
      *----------------------------------------------------------*
       COMPROVAR-COMPTE-AGENCIA.
           MOVE 'N' TO WS3-A-COMPTE
           IF WS3-AGE-REF = SPACES
              GO FIN-COMPROVAR-COMPTE-AGENCIA
           END-IF.

           MOVE WS3-AGE-REF TO PF59AGE
           READ PF59 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'S' TO WS3-A-COMPTE
           END-READ.
       FIN-COMPROVAR-COMPTE-AGENCIA. EXIT.

      *----------------------------------------------------------*
      * Abona el net de la cancel·lacio al compte de l'agencia:   *
      * moviment 'A' a PF60 amb la referencia i rebaixa del saldo *
      * viu de PF59, dins la mateixa transaccio (com CBL52).      *
      *----------------------------------------------------------*
       ABONAR-COMPTE-AGENCIA.
           IF WS3-IMP-DEVOLUCIO = ZEROS
              GO FIN-ABONAR-COMPTE-AGENCIA
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           PERFORM OBTENIR-SEGUENT-SEQ-PF60 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF60

           MOVE WS3-AGE-REF TO PF60AGE
           MOVE WS3-SEQ-PF60 TO PF60SEQ
           SET PF60TIP-ABONAMENT TO TRUE
           MOVE WP3REF TO PF60REF
           MOVE WS3-IMP-DEVOLUCIO TO PF60IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF60DAT
           MOVE ZEROS TO PF60VEN
           MOVE CPUSRJ-NOM-USUARI TO PF60USR
           WRITE REG-PF60
           IF NOT WS3-STAT-PF60-OK
              MOVE 'S' TO WS3-GRAVACIO-KO
           END-IF.

           MOVE WS3-AGE-REF TO PF59AGE
           READ PF59 INVALID KEY
                MOVE 'S' TO WS3-GRAVACIO-KO
                NOT INVALID KEY
                SUBTRACT WS3-IMP-DEVOLUCIO FROM PF59SAL
                REWRITE REG-PF59
                IF NOT WS3-STAT-PF59-OK
                   MOVE 'S' TO WS3-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-ABONAR-COMPTE-AGENCIA. EXIT.

       OBTENIR-SEGUENT-SEQ-PF60.
           MOVE 'N' TO WS3-TROBAT-PF60
           MOVE WS3-AGE-REF TO PF60AGE
           MOVE HIGH-VALUES TO PF60SEQ
           START PF60 KEY IS NOT GREATER THAN PF60CLAU
               INVALID KEY MOVE 1 TO WS3-SEQ-PF60
               NOT INVALID KEY MOVE 'S' TO WS3-TROBAT-PF60
           END-START.

           IF WS3-TROBAT-PF60-SI
               READ PF60 NEXT RECORD
                   AT END MOVE 'N' TO WS3-TROBAT-PF60
               END-READ
           END-IF.

           IF WS3-TROBAT-PF60-SI AND PF60AGE = WS3-AGE-REF
               ADD 1 TO PF60SEQ GIVING WS3-SEQ-PF60
           ELSE
               MOVE 1 TO WS3-SEQ-PF60
           END-IF.
       FIN-OBTENIR-SEGUENT-SEQ-PF60. EXIT.

       OBTENIR-SEQ-DEVOLUCIO.
           MOVE 'DEVOLUCIO ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS3-SEQ-DEVOLUCIO
                MOVE WS3-SEQ-DEVOLUCIO TO PF11VAL
                WRITE REG-PF11
                IF NOT WS3-STAT-PF11-OK
                   MOVE 'S' TO WS3-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS3-SEQ-DEVOLUCIO
                REWRITE REG-PF11
                IF NOT WS3-STAT-PF11-OK
                   MOVE 'S' TO WS3-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-OBTENIR-SEQ-DEVOLUCIO. EXIT.

                MOVE FUNCTION CURRENT-DATE (1:8) TO PF1XDTU
                MOVE FUNCTION CURRENT-DATE (9:6) TO PF1XHRU
                WRITE REG-PF01X
                IF NOT WS3-STAT-PF01X-OK
                   MOVE 'S' TO WS3-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF1XDTU
                MOVE FUNCTION CURRENT-DATE (9:6) TO PF1XHRU
                REWRITE REG-PF01X
                IF NOT WS3-STAT-PF01X-OK
                   MOVE 'S' TO WS3-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-MARCAR-MARCA-TEMPS. EXIT.

           MOVE 'CBL03' TO PF6PGM
           SET PF6ACC-CANCEL TO TRUE
           MOVE WP3COD TO PF6COD
           WRITE REG-PF06
           IF NOT WS3-STAT-PF06-OK
              MOVE 'S' TO WS3-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-AUDIT. EXIT.

       OBTENIR-SEGUENT-SEQ-PF06.
                MOVE 1 TO WS3-SEQ-AUDIT
                MOVE WS3-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                IF NOT WS3-STAT-PF11-OK
                   MOVE 'S' TO WS3-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS3-SEQ-AUDIT
                REWRITE REG-PF11
                IF NOT WS3-STAT-PF11-OK
                   MOVE 'S' TO WS3-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-OBTENIR-SEGUENT-SEQ-PF06. EXIT.

           DISPLAY 'ESTAT PF22   = ' WS3-STAT-PF22.
           DISPLAY 'ESTAT PF19   = ' WS3-STAT-PF19.
           DISPLAY 'ESTAT PF02L1 = ' WS3-STAT-PF02L1.
           DISPLAY 'ESTAT PF61   = ' WS3-STAT-PF61.
           DISPLAY 'ESTAT PF59   = ' WS3-STAT-PF59.
           DISPLAY 'ESTAT PF60   = ' WS3-STAT-PF60.
           DISPLAY 'ESTAT DSPF01 = ' WS3-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.
           CLOSE PF22.
           CLOSE PF19.
           CLOSE PF02L1.
           CLOSE PF61.
           CLOSE PF59.
           CLOSE PF60.
           GOBACK.
