              RECORD KEY IS PF43CLAU
              FILE STATUS IS WS2-STAT-PF43.

           SELECT PF78
              ASSIGN TO DATABASE-PF78
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF78SSR
              FILE STATUS IS WS2-STAT-PF78.

           SELECT PF79
              ASSIGN TO DATABASE-PF79
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF79CLAU
              FILE STATUS IS WS2-STAT-PF79.

           SELECT PF33
              ASSIGN TO DATABASE-PF33
              ORGANIZATION IS INDEXED
              RECORD KEY IS PF31CLAU
              FILE STATUS IS WS2-STAT-PF31.

           SELECT PF59
              ASSIGN TO DATABASE-PF59
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF59AGE
              FILE STATUS IS WS2-STAT-PF59.

           SELECT PF60
              ASSIGN TO DATABASE-PF60
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF60CLAU
              FILE STATUS IS WS2-STAT-PF60.

           SELECT PF61
              ASSIGN TO DATABASE-PF61
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF61CAM
              FILE STATUS IS WS2-STAT-PF61.

           SELECT PF62
              ASSIGN TO DATABASE-PF62
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF62CLAU
              FILE STATUS IS WS2-STAT-PF62.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS2-STAT-DSPF01.

      *----------------------------------------------------------*
      * Tot el que grava una reserva va sota control de           *
      * compromis: es confirma sencer o es desfa sencer.          *
      *----------------------------------------------------------*
       I-O-CONTROL.
           COMMITMENT CONTROL FOR PF01 PF01X PF02 PF03 PF11 PF06
               PF21 PF22 PF24 PF31 PF33 PF43 PF14 PF32 PF50
               PF59 PF60 PF61 PF79.

       DATA DIVISION.
       FILE SECTION.
       FD PF01 LABEL RECORD IS STANDARD.
       FD PF31 LABEL RECORD IS STANDARD.
          COPY CPPF31.

       FD PF59 LABEL RECORD IS STANDARD.
          COPY CPPF59.

       FD PF60 LABEL RECORD IS STANDARD.
          COPY CPPF60.

       FD PF61 LABEL RECORD IS STANDARD.
          COPY CPPF61.

       FD PF62 LABEL RECORD IS STANDARD.
          COPY CPPF62.

       FD PF33 LABEL RECORD IS STANDARD.
          COPY CPPF33.

       FD PF43 LABEL RECORD IS STANDARD.
          COPY CPPF43.

       FD PF78 LABEL RECORD IS STANDARD.
          COPY CPPF78.

       FD PF79 LABEL RECORD IS STANDARD.
          COPY CPPF79.

       FD DSPF01 LABEL RECORD IS OMITTED.
       01 REG-DSPF01.
           COPY DDS-ALL-FORMAT OF DSPF01.
           05 WP2PRS PIC 9(9).
           05 WP2PNT PIC X(03).
           05 WP2ANC PIC X(04).
           05 WP2SSR PIC X(04).
           05 WP2QNE PIC 9(3).
           05 WP2QSE PIC 9(3).
           05 WP2QIN PIC 9(3).
           05 WP2QSI PIC 9(3).
           05 WP2DIP PIC 9(7)V99.
           05 WP2VAL PIC 9(9).
           05 WP2CAM PIC X(10).
           05 WP2ERR PIC X(40).

       01 WS2-DARRERA-SEQ PIC 9(7) COMP-3.
       01 WS2-STAT-PF44 PIC X(02).
           88 WS2-STAT-PF44-OK VALUES '00' '02'.

      *----------------------------------------------------------*
      * Servei especial demanat en reservar (cataleg PF78), per a *
      * tota la reserva; els de cada viatger es posen a CBL36.    *
      *----------------------------------------------------------*
       01 WS2-SSR-KO PIC X(01) VALUE 'N'.
           88 WS2-SSR-KO-SI VALUE 'S'.
       01 WS2-STAT-PF78 PIC X(02).
           88 WS2-STAT-PF78-OK VALUES '00' '02'.
       01 WS2-STAT-PF79 PIC X(02).
           88 WS2-STAT-PF79-OK VALUES '00' '02'.

      *----------------------------------------------------------*
      * Import del grup per tipus de viatger (tarifes PF44): els  *
      * adults paguen el preu resolt i cada tram (nens, seniors,  *
       01 WS2-BANDA-ANTICIPADA PIC X(01).
       01 WS2-PRE-TEMPORADA PIC 9(5)V99.
       01 WS2-BANDA-TEMPORADA PIC X(01).
       01 WS2-PRE-RENDIMENT PIC 9(5)V99.
       01 WS2-BANDA-RENDIMENT PIC X(01).

       01 WS2-SEQ-AUDIT PIC 9(9) COMP-3.

      *----------------------------------------------------------*
      * Transaccio de la reserva: qualsevol gravacio fallida      *
      * marca WS2-GRAVACIO-KO i en acabar es desfa tot (ROLLBACK) *
      * en comptes de deixar places restades sense historic o un  *
      * historic sense pla de pagaments. El justificant de        *
      * CBL92CNF nomes surt un cop confirmada la reserva.         *
      *----------------------------------------------------------*
       01 WS2-GRAVACIO-KO PIC X(01) VALUE 'N'.
           88 WS2-GRAVACIO-KO-SI VALUE 'S'.
       01 WS2-RESERVA-FETA PIC X(01) VALUE 'N'.
           88 WS2-RESERVA-FETA-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Pla de pagaments de la reserva en curs (PF31): diposit    *
      * del 'DIPOSITPCT' per cent de l'import, venciment avui, i  *
       01 WS2-DAT-VENC-SALDO PIC 9(8).
       01 WS2-DIES-VENC-INT PIC S9(9).

      *----------------------------------------------------------*
      * Reserva d'agencia amb compte de credit (PF59): no es      *
      * demana diposit al client ni es grava pla de pagaments;    *
      * l'import es carrega al compte (moviment 'C' de PF60) i el *
      * saldo no pot passar del limit si no ho autoritza un       *
      * supervisor (nivell 2 de la funcio a PF28).                *
      *----------------------------------------------------------*
       01 WS2-STAT-PF59 PIC X(02).
           88 WS2-STAT-PF59-OK VALUES '00' '02'.
       01 WS2-STAT-PF60 PIC X(02).
           88 WS2-STAT-PF60-OK VALUES '00' '02'.
       01 WS2-A-COMPTE PIC X(01) VALUE 'N'.
           88 WS2-A-COMPTE-SI VALUE 'S'.
       01 WS2-CREDIT-KO PIC X(01) VALUE 'N'.
           88 WS2-CREDIT-KO-SI VALUE 'S'.
       01 WS2-SALDO-NOU PIC S9(9)V99.
       01 WS2-SEQ-PF60 PIC 9(5).
       01 WS2-TROBAT-PF60 PIC X(01) VALUE 'N'.
           88 WS2-TROBAT-PF60-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Codi de campanya promocional (PF61/PF62): es valida amb   *
      * la resta de dades i el descompte es resta de l'import del *
      * grup a CALCULAR-IMPORT-GRUP; el consum (PF61USA) es grava *
      * amb la reserva, dins la mateixa transaccio.               *
      *----------------------------------------------------------*
       01 WS2-STAT-PF61 PIC X(02).
           88 WS2-STAT-PF61-OK VALUES '00' '02'.
       01 WS2-STAT-PF62 PIC X(02).
           88 WS2-STAT-PF62-OK VALUES '00' '02'.
       01 WS2-CAMPANYA-KO PIC X(01) VALUE 'N'.
           88 WS2-CAMPANYA-KO-SI VALUE 'S'.
       01 WS2-AMB-CAMPANYA PIC X(01) VALUE 'N'.
           88 WS2-AMB-CAMPANYA-SI VALUE 'S'.
       01 WS2-CAM-MOD PIC X(01).
           88 WS2-CAM-MOD-PCT VALUE 'P'.
       01 WS2-CAM-VAL PIC 9(5)V99.
       01 WS2-CAM-CONSUM PIC 9(5).
       01 WS2-IMP-DTO PIC 9(7)V99.

           COPY CPUSRJ.

      *----------------------------------------------------------*
       01 WS2-NIV-AUT PIC 9(01).
       01 WS2-PERMES-AUT PIC X(01).
       01 WS2-AUDIT-AUT PIC X(01).
       01 WS2-USR-OFI PIC X(10) VALUE SPACES.
       01 WS2-OFI PIC X(03).

       PROCEDURE DIVISION.

           OPEN I-O PF22
           OPEN I-O PF24
           OPEN I-O PF31
           OPEN I-O PF59
           OPEN I-O PF60
           OPEN I-O PF61
           OPEN INPUT PF62
           OPEN I-O PF33
           OPEN INPUT PF36
           OPEN INPUT PF42
           OPEN I-O PF43
           OPEN INPUT PF44
           OPEN INPUT PF78
           OPEN I-O PF79
           OPEN I-O PF14
           OPEN I-O PF32
           OPEN I-O PF50
              OR NOT WS2-STAT-PF36-OK OR NOT WS2-STAT-PF42-OK
              OR NOT WS2-STAT-PF43-OK OR NOT WS2-STAT-PF44-OK
              OR NOT WS2-STAT-PF14-OK OR NOT WS2-STAT-PF32-OK
              OR NOT WS2-STAT-PF50-OK OR NOT WS2-STAT-PF59-OK
              OR NOT WS2-STAT-PF60-OK OR NOT WS2-STAT-PF61-OK
              OR NOT WS2-STAT-PF62-OK OR NOT WS2-STAT-PF78-OK
              OR NOT WS2-STAT-PF79-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS2-USR-OFI WS2-OFI

           PERFORM LLEGIR-IDIOMA THRU FIN-LLEGIR-IDIOMA

           INITIALIZE WP2
           MOVE ZEROS TO WP2PRS
           MOVE SPACES TO WP2PNT
           MOVE SPACES TO WP2ANC
           MOVE SPACES TO WP2SSR
           MOVE ZEROS TO WP2QNE
           MOVE ZEROS TO WP2QSE
           MOVE ZEROS TO WP2QIN
           MOVE ZEROS TO WP2QSI
           MOVE ZEROS TO WP2DIP
           MOVE ZEROS TO WP2VAL
           MOVE SPACES TO WP2CAM

           PERFORM MUESTRO-P2 THRU FIN-MUESTRO-P2

              PERFORM REGISTRAR-RESERVA
           END-IF.

           IF WP2QSI > WP2QTY
              MOVE 'Mes individuals que places al grup' TO WP2ERR
              MOVE 0230 TO WS2-NUM-MISSATGE
              PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
              PERFORM REGISTRAR-RESERVA
           END-IF.

           PERFORM COMPROVAR-CLIENT THRU FIN-COMPROVAR-CLIENT

           IF WS2-CLIENT-KO-SI
      *----------------------------------------------------------*
      * Un cop la reserva ha quedat gravada, el pressupost del    *
      * qual ve queda marcat com a convertit perque no es pugui   *
      * tornar a fer servir, amb la referencia de la reserva per  *
      * poder-ne seguir la conversio (CBL83QUO).                  *
      *----------------------------------------------------------*
       MARCAR-PRESSUPOST-CONVERTIT.
           IF NOT WS2-AMB-PRESSUPOST-SI
                CONTINUE
                NOT INVALID KEY
                SET PF33EST-CONVERTIT TO TRUE
                MOVE WS2-REF-RESERVA TO PF33REF
                IF PF33CAN = SPACES
                   MOVE PF2CAN TO PF33CAN
                END-IF
                REWRITE REG-PF33
                IF NOT WS2-STAT-PF33-OK
                   MOVE 'S' TO WS2-GRAVACIO-KO
                END-IF
           END-READ.
           MOVE 'N' TO WS2-AMB-PRESSUPOST
           MOVE ZEROS TO WP2PRS.
      * (destinacions creades abans d'aquest control).            *
      *----------------------------------------------------------*
       EXISTEIX.
           MOVE 'N' TO WS2-GRAVACIO-KO
           MOVE 'N' TO WS2-RESERVA-FETA
           MOVE 'N' TO WS2-DESACTIVADA
           MOVE ZEROS TO WS2-DTU-CARREGAT
           MOVE ZEROS TO WS2-HRU-CARREGAT
           PERFORM COMPROVAR-AGENCIA THRU FIN-COMPROVAR-AGENCIA
           PERFORM COMPROVAR-PUNT THRU FIN-COMPROVAR-PUNT
           PERFORM COMPROVAR-ANCILLARI THRU FIN-COMPROVAR-ANCILLARI
           PERFORM COMPROVAR-SERVEI THRU FIN-COMPROVAR-SERVEI
           PERFORM COMPROVAR-CAMPANYA THRU FIN-COMPROVAR-CAMPANYA
           PERFORM COMPROVAR-CREDIT-AGENCIA THRU
               FIN-COMPROVAR-CREDIT-AGENCIA
           PERFORM COMPROVAR-DIPOSIT THRU FIN-COMPROVAR-DIPOSIT

           IF WS2-CLASSE-KO-SI OR WS2-AGENCIA-KO-SI
              OR WS2-PUNT-KO-SI OR WS2-ANC-KO-SI OR WS2-SSR-KO-SI
              OR WS2-CREDIT-KO-SI OR WS2-DIPOSIT-KO-SI
              OR WS2-CAMPANYA-KO-SI
               CONTINUE
           ELSE IF WS2-DESACTIVADA-SI
               MOVE 'Aquesta destinacio esta desactivada.' TO WP2ERR
               END-IF
           END-IF.

           PERFORM TANCAR-TRANSACCIO THRU FIN-TANCAR-TRANSACCIO

           PERFORM REGISTRAR-RESERVA
       FIN-EXISTEIX. EXIT.

      *----------------------------------------------------------*
      * Final de la transaccio: si alguna gravacio ha fallat es   *
      * desfa tot el que s'havia escrit i l'operador ho ha de     *
      * tornar a provar; si no, es confirma tot junt i, si hi ha  *
      * hagut reserva, s'imprimeix el justificant.                *
      *----------------------------------------------------------*
       TANCAR-TRANSACCIO.
           IF WS2-GRAVACIO-KO-SI
              ROLLBACK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP2ERR
              MOVE 0205 TO WS2-NUM-MISSATGE
              PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
              GO FIN-TANCAR-TRANSACCIO
           END-IF.

           COMMIT.

           IF WS2-RESERVA-FETA-SI
              CALL 'CBL92CNF' USING WS2-REF-RESERVA PF1COD PF1NOM
                                    WS2-PREU-APLICAT WP2PNT
           END-IF.
       FIN-TANCAR-TRANSACCIO. EXIT.

      *----------------------------------------------------------*
      * Limita el percentatge de sobrereserva de la destinacio    *
      * amb el sostre global 'OVERBKMAX' de PF09; sense fila      *
                NOT INVALID KEY
                ADD WS2-OVS-NECESSARI TO PF1XOVS
                REWRITE REG-PF01X
                IF NOT WS2-STAT-PF01X-OK
                   MOVE 'S' TO WS2-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-AFEGIR-OVERSOLD. EXIT.

           END-IF.
       FIN-COMPROVAR-ANCILLARI. EXIT.

      *----------------------------------------------------------*
      * Amb servei especial informat, ha d'existir al cataleg     *
      * (PF78).                                                   *
      *----------------------------------------------------------*
       COMPROVAR-SERVEI.
           MOVE 'N' TO WS2-SSR-KO

           IF WP2SSR = SPACES
              GO FIN-COMPROVAR-SERVEI
           END-IF.

           MOVE WP2SSR TO PF78SSR
           READ PF78 INVALID KEY
                MOVE 'No existeix aquest servei especial'
                     TO WP2ERR
                MOVE 0237 TO WS2-NUM-MISSATGE
                PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
                MOVE 'S' TO WS2-SSR-KO
           END-READ.
       FIN-COMPROVAR-SERVEI. EXIT.

      *----------------------------------------------------------*
      * Codi de campanya (PF61): ha d'existir, ser vigent el dia  *
      * de la reserva, valer per a la destinacio (PF62; sense     *
      * cap fila val per a totes) i no haver esgotat el topall    *
      * d'usos o de places. Sense codi no es fa res.              *
      *----------------------------------------------------------*
       COMPROVAR-CAMPANYA.
           MOVE 'N' TO WS2-CAMPANYA-KO
           MOVE 'N' TO WS2-AMB-CAMPANYA

           IF WP2CAM = SPACES
              GO FIN-COMPROVAR-CAMPANYA
           END-IF.

           MOVE WP2CAM TO PF61CAM
           READ PF61 INVALID KEY
                MOVE 'No existeix cap campanya amb aquest codi'
                     TO WP2ERR
                MOVE 0233 TO WS2-NUM-MISSATGE
                PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
                MOVE 'S' TO WS2-CAMPANYA-KO
                GO FIN-COMPROVAR-CAMPANYA
           END-READ.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS2-AVUI
           IF WS2-AVUI < PF61DDE
              OR (PF61FIN NOT = ZEROS AND WS2-AVUI > PF61FIN)
              MOVE 'Campanya caducada o encara no vigent'
                   TO WP2ERR
              MOVE 0234 TO WS2-NUM-MISSATGE
              PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
              MOVE 'S' TO WS2-CAMPANYA-KO
              GO FIN-COMPROVAR-CAMPANYA
           END-IF.

           MOVE WP2CAM TO PF62CAM
           MOVE WP2COD TO PF62COD
           READ PF62 INVALID KEY
                MOVE ZEROS TO PF62COD
                START PF62 KEY IS NOT LESS THAN PF62CLAU
                      INVALID KEY
                      MOVE SPACES TO PF62CAM
                END-START
                IF PF62CAM NOT = SPACES
                   READ PF62 NEXT RECORD AT END
                        MOVE SPACES TO PF62CAM
                   END-READ
                END-IF
                IF PF62CAM = WP2CAM
                   MOVE 'Campanya no valida per a la destinacio'
                        TO WP2ERR
                   MOVE 0235 TO WS2-NUM-MISSATGE
                   PERFORM TRADUIR-MISSATGE THRU
                       FIN-TRADUIR-MISSATGE
                   MOVE 'S' TO WS2-CAMPANYA-KO
                   GO FIN-COMPROVAR-CAMPANYA
                END-IF
           END-READ.

           IF PF61TOP-PLACES
              MOVE WP2QTY TO WS2-CAM-CONSUM
           ELSE
              MOVE 1 TO WS2-CAM-CONSUM
           END-IF.

           IF PF61MAX NOT = ZEROS
              AND PF61USA + WS2-CAM-CONSUM > PF61MAX
              MOVE 'Campanya esgotada: sense usos o places'
                   TO WP2ERR
              MOVE 0236 TO WS2-NUM-MISSATGE
              PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
              MOVE 'S' TO WS2-CAMPANYA-KO
              GO FIN-COMPROVAR-CAMPANYA
           END-IF.

           MOVE PF61MOD TO WS2-CAM-MOD
           MOVE PF61VAL TO WS2-CAM-VAL
           MOVE 'S' TO WS2-AMB-CAMPANYA.
       FIN-COMPROVAR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Suma a PF61USA l'us (o les places) de la reserva. Es      *
      * rellegeix la campanya i es torna a mirar el topall per si *
      * un altre terminal l'ha esgotada mentrestant: si es aixi,  *
      * es desfa tota la reserva.                                 *
      *----------------------------------------------------------*
       CONSUMIR-CAMPANYA.
           IF NOT WS2-AMB-CAMPANYA-SI
              GO FIN-CONSUMIR-CAMPANYA
           END-IF.

           MOVE WP2CAM TO PF61CAM
           READ PF61 INVALID KEY
                MOVE 'S' TO WS2-GRAVACIO-KO
                GO FIN-CONSUMIR-CAMPANYA
           END-READ.

           IF PF61MAX NOT = ZEROS
              AND PF61USA + WS2-CAM-CONSUM > PF61MAX
              MOVE 'S' TO WS2-GRAVACIO-KO
              GO FIN-CONSUMIR-CAMPANYA
           END-IF.

           ADD WS2-CAM-CONSUM TO PF61USA
           REWRITE REG-PF61
           IF NOT WS2-STAT-PF61-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.
       FIN-CONSUMIR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Diposit minim: amb 'DIPOSITPCT' configurat, el diposit    *
      * teclejat ha de cobrir el percentatge de l'import que es   *
           MOVE 'N' TO WS2-DIPOSIT-EXIGIT
           MOVE 'N' TO WS2-AMB-VAL

           IF WS2-A-COMPTE-SI OR WS2-CREDIT-KO-SI
              GO FIN-COMPROVAR-DIPOSIT
           END-IF.

           MOVE 'DIPOSITPCT' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
           MOVE 'S' TO WS2-AMB-VAL.
       FIN-COMPROVAR-DIPOSIT. EXIT.

      *----------------------------------------------------------*
      * Agencia amb compte de credit (PF59): la reserva no porta  *
      * diposit ni val del client, i l'import que es cobrara      *
      * (el mateix calcul que fara ESCRIURE-HIST) sumat al saldo  *
      * viu no pot passar del limit. Per sobre del limit nomes    *
      * continua si l'usuari te nivell de supervisor per a la     *
      * funcio (el comprovador ho deixa anotat a PF06).           *
      *----------------------------------------------------------*
       COMPROVAR-CREDIT-AGENCIA.
           MOVE 'N' TO WS2-A-COMPTE
           MOVE 'N' TO WS2-CREDIT-KO

           IF WP2AGE = SPACES OR WS2-AGENCIA-KO-SI
              GO FIN-COMPROVAR-CREDIT-AGENCIA
           END-IF.

           MOVE WP2AGE TO PF59AGE
           READ PF59 INVALID KEY
                GO FIN-COMPROVAR-CREDIT-AGENCIA
           END-READ.

           MOVE 'S' TO WS2-A-COMPTE

           IF WP2DIP NOT = ZEROS OR WP2VAL NOT = ZEROS
              MOVE 'Reserva a compte dagencia: sense diposit'
                   TO WP2ERR
              MOVE 0231 TO WS2-NUM-MISSATGE
              PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
              MOVE 'S' TO WS2-CREDIT-KO
              GO FIN-COMPROVAR-CREDIT-AGENCIA
           END-IF.

           PERFORM RESOLDRE-PREU THRU FIN-RESOLDRE-PREU
           PERFORM CALCULAR-IMPORT-GRUP THRU FIN-CALCULAR-IMPORT-GRUP
           COMPUTE WS2-SALDO-NOU = PF59SAL + WS2-IMP-CARREC

           IF WS2-SALDO-NOU <= PF59LIM
              GO FIN-COMPROVAR-CREDIT-AGENCIA
           END-IF.

           MOVE '02' TO WS2-FUN-AUT
           MOVE 2 TO WS2-NIV-AUT
           MOVE 'S' TO WS2-AUDIT-AUT
           CALL 'CBL25AUT' USING WS2-FUN-AUT WS2-NIV-AUT
                                 WS2-PERMES-AUT WS2-AUDIT-AUT

           IF WS2-PERMES-AUT NOT = 'S'
              MOVE 'Agencia sobre el limit: cal supervisor'
                   TO WP2ERR
              MOVE 0232 TO WS2-NUM-MISSATGE
              PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
              MOVE 'S' TO WS2-CREDIT-KO
           END-IF.
       FIN-COMPROVAR-CREDIT-AGENCIA. EXIT.

      *----------------------------------------------------------*
      * Carrega la reserva d'agencia al seu compte de credit:     *
      * suma l'import al saldo viu de PF59 i escriu el moviment   *
      * 'C' a PF60 amb la referencia del justificant i venciment  *
      * als dies de termini de l'agencia, dins la mateixa         *
      * transaccio que la reserva.                                *
      *----------------------------------------------------------*
       CARREGAR-COMPTE-AGENCIA.
           MOVE WP2AGE TO PF59AGE
           READ PF59 INVALID KEY
                MOVE 'S' TO WS2-GRAVACIO-KO
                GO FIN-CARREGAR-COMPTE-AGENCIA
           END-READ.

           ADD WS2-IMP-CARREC TO PF59SAL
           REWRITE REG-PF59
           IF NOT WS2-STAT-PF59-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.

           PERFORM OBTENIR-SEGUENT-SEQ-PF60 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF60

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS2-AVUI
           COMPUTE WS2-DIES-VENC-INT =
               FUNCTION INTEGER-OF-DATE (WS2-AVUI) + PF59DIE

           MOVE WP2AGE TO PF60AGE
           MOVE WS2-SEQ-PF60 TO PF60SEQ
           SET PF60TIP-CARREC TO TRUE
           MOVE WS2-REF-RESERVA TO PF60REF
           MOVE WS2-IMP-CARREC TO PF60IMP
           MOVE WS2-AVUI TO PF60DAT
           MOVE FUNCTION DATE-OF-INTEGER (WS2-DIES-VENC-INT)
               TO PF60VEN
           MOVE CPUSRJ-NOM-USUARI TO PF60USR
           WRITE REG-PF60
           IF NOT WS2-STAT-PF60-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.
       FIN-CARREGAR-COMPTE-AGENCIA. EXIT.

       OBTENIR-SEGUENT-SEQ-PF60.
           MOVE 'N' TO WS2-TROBAT-PF60
           MOVE WP2AGE TO PF60AGE
           MOVE HIGH-VALUES TO PF60SEQ
           START PF60 KEY IS NOT GREATER THAN PF60CLAU
               INVALID KEY MOVE 1 TO WS2-SEQ-PF60
               NOT INVALID KEY MOVE 'S' TO WS2-TROBAT-PF60
           END-START.

           IF WS2-TROBAT-PF60-SI
               READ PF60 NEXT RECORD
                   AT END MOVE 'N' TO WS2-TROBAT-PF60
               END-READ
           END-IF.

           IF WS2-TROBAT-PF60-SI AND PF60AGE = WP2AGE
               ADD 1 TO PF60SEQ GIVING WS2-SEQ-PF60
           ELSE
               MOVE 1 TO WS2-SEQ-PF60
           END-IF.
       FIN-OBTENIR-SEGUENT-SEQ-PF60. EXIT.

      *----------------------------------------------------------*
      * Grava el diposit a PF14 en la mateixa transaccio que la   *
      * reserva: tipus 'D' (efectiu) o 'V' si s'ha pagat amb un   *
           MOVE WP2DIP TO PF14IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF14DAT
           MOVE CPUSRJ-NOM-USUARI TO PF14USR
           MOVE WS2-OFI TO PF14OFI
           WRITE REG-PF14
           IF NOT WS2-STAT-PF14-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.

           IF WS2-AMB-VAL = 'S'
              MOVE WP2VAL TO PF32NUM
                      SET PF32EST-ESGOTAT TO TRUE
                   END-IF
                   REWRITE REG-PF32
                   IF NOT WS2-STAT-PF32-OK
                      MOVE 'S' TO WS2-GRAVACIO-KO
                   END-IF
              END-READ
           END-IF.

           MOVE WP2ANC TO PF43ANC
           MOVE WP2QTY TO PF43QTY
           MOVE WS2-ANC-IMP TO PF43IMP
           WRITE REG-PF43
           IF NOT WS2-STAT-PF43-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-ANCILLARI. EXIT.

      *----------------------------------------------------------*
      * Grava el servei especial de la reserva acabada de fer     *
      * (PF79, seient 000: per a tota la reserva), pendent        *
      * d'enviar al proveidor.                                    *
      *----------------------------------------------------------*
       ESCRIURE-SERVEI.
           IF WP2SSR = SPACES
              GO FIN-ESCRIURE-SERVEI
           END-IF.
           MOVE WS2-REF-RESERVA TO PF79REF
           MOVE ZEROS TO PF79SEQ
           MOVE WP2SSR TO PF79SSR
           MOVE SPACES TO PF79NOT
           MOVE SPACE TO PF79EST
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF79DAT
           MOVE ZEROS TO PF79DEN
           MOVE ZEROS TO PF79DCF
           MOVE CPUSRJ-NOM-USUARI TO PF79USR
           WRITE REG-PF79
           IF NOT WS2-STAT-PF79-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-SERVEI. EXIT.

      *----------------------------------------------------------*
      * Import del grup per tipus de viatger: els adults al preu  *
      * resolt (WS2-PREU-APLICAT) i cada tram del desglossament   *

           MOVE 'I' TO WS2-TIP-TARIFA
           MOVE WP2QIN TO WS2-QTY-TARIFA
           PERFORM SUMAR-TRAM-TARIFA THRU FIN-SUMAR-TRAM-TARIFA

           PERFORM SUMAR-SUPLEMENT-INDIVIDUAL THRU
               FIN-SUMAR-SUPLEMENT-INDIVIDUAL

           PERFORM APLICAR-CAMPANYA THRU FIN-APLICAR-CAMPANYA.
       FIN-CALCULAR-IMPORT-GRUP. EXIT.

      *----------------------------------------------------------*
      * Descompte de la campanya sobre l'import ja calculat del   *
      * grup: percentatge de l'import o import fix per placa,     *
      * mai per sobre de l'import. Nomes calcula; el consum de    *
      * la campanya el grava CONSUMIR-CAMPANYA.                   *
      *----------------------------------------------------------*
       APLICAR-CAMPANYA.
           MOVE ZEROS TO WS2-IMP-DTO
           IF NOT WS2-AMB-CAMPANYA-SI
              GO FIN-APLICAR-CAMPANYA
           END-IF.

           IF WS2-CAM-MOD-PCT
              COMPUTE WS2-IMP-DTO ROUNDED =
                  WS2-IMP-CARREC * WS2-CAM-VAL / 100
           ELSE
              COMPUTE WS2-IMP-DTO ROUNDED = WP2QTY * WS2-CAM-VAL
           END-IF.

           IF WS2-IMP-DTO > WS2-IMP-CARREC
              MOVE WS2-IMP-CARREC TO WS2-IMP-DTO
           END-IF.

           SUBTRACT WS2-IMP-DTO FROM WS2-IMP-CARREC.
       FIN-APLICAR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Suplement d'habitacio individual (tarifa 'H' de PF44):    *
      * a diferencia dels trams, s'afegeix al preu del viatger,   *
      * en percentatge del preu d'adult resolt o import fix, per  *
      * cada individual del grup. Sense tarifa 'H' no es cobra.   *
      *----------------------------------------------------------*
       SUMAR-SUPLEMENT-INDIVIDUAL.
           IF WP2QSI = ZEROS
              GO FIN-SUMAR-SUPLEMENT-INDIVIDUAL
           END-IF.

           MOVE WP2COD TO PF44COD
           MOVE 'H' TO PF44TIP
           READ PF44 INVALID KEY
                GO FIN-SUMAR-SUPLEMENT-INDIVIDUAL
           END-READ.

           IF PF44MOD-PCT
              COMPUTE WS2-PREU-TIPUS ROUNDED =
                  WS2-PREU-APLICAT * PF44VAL / 100
           ELSE
              MOVE PF44VAL TO WS2-PREU-TIPUS
           END-IF.

           COMPUTE WS2-IMP-CARREC ROUNDED = WS2-IMP-CARREC +
               WP2QSI * WS2-PREU-TIPUS.
       FIN-SUMAR-SUPLEMENT-INDIVIDUAL. EXIT.

       SUMAR-TRAM-TARIFA.
           IF WS2-QTY-TARIFA = ZEROS
              GO FIN-SUMAR-TRAM-TARIFA
                   IF PF22PLD >= WP2QTY
                      SUBTRACT WP2QTY FROM PF22PLD
                      REWRITE REG-PF22
                      IF NOT WS2-STAT-PF22-OK
                         MOVE 'S' TO WS2-GRAVACIO-KO
                      END-IF
                   END-IF
              END-READ
           END-IF.
           MOVE WP2QNE TO PF2QNE
           MOVE WP2QSE TO PF2QSE
           MOVE WP2QIN TO PF2QIN
           MOVE WP2QSI TO PF2QSI
           MOVE WP2CAM TO PF2CAM
           MOVE WS2-IMP-DTO TO PF2DTO
           MOVE WS2-OFI TO PF2OFI
           WRITE REG-PF02
           IF NOT WS2-STAT-PF02-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.

           PERFORM ESCRIURE-ANCILLARI THRU FIN-ESCRIURE-ANCILLARI

           PERFORM ESCRIURE-SERVEI THRU FIN-ESCRIURE-SERVEI

           PERFORM CONSUMIR-CAMPANYA THRU FIN-CONSUMIR-CAMPANYA

           PERFORM GRAVAR-DIPOSIT THRU FIN-GRAVAR-DIPOSIT

           PERFORM MARCAR-PRESSUPOST-CONVERTIT THRU
               FIN-MARCAR-PRESSUPOST-CONVERTIT

      * La reserva a compte d'agencia no te pla de pagaments del
      * client: la cobra l'agencia als seus dies de termini.
           IF WS2-A-COMPTE-SI
              PERFORM CARREGAR-COMPTE-AGENCIA THRU
                  FIN-CARREGAR-COMPTE-AGENCIA
           ELSE
              PERFORM ESCRIURE-PLA-PAGAMENT THRU
                  FIN-ESCRIURE-PLA-PAGAMENT
           END-IF.

           MOVE 'S' TO WS2-RESERVA-FETA.
       FIN-ESCRIURE-HIST. EXIT.

      *----------------------------------------------------------*
           SET PF31TIP-DIPOSIT TO TRUE
           MOVE WS2-IMP-DIPOSIT TO PF31IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF31DAT
           WRITE REG-PF31
           IF NOT WS2-STAT-PF31-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.

           MOVE WS2-REF-RESERVA TO PF31REF
           MOVE 2 TO PF31SEQ
           SET PF31TIP-SALDO TO TRUE
           MOVE WS2-IMP-SALDO TO PF31IMP
           MOVE WS2-DAT-VENC-SALDO TO PF31DAT
           WRITE REG-PF31
           IF NOT WS2-STAT-PF31-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-PLA-PAGAMENT. EXIT.

      *----------------------------------------------------------*
           MOVE SPACE TO WS2-BANDA-ANTICIPADA
           MOVE ZEROS TO WS2-PRE-TEMPORADA
           MOVE SPACE TO WS2-BANDA-TEMPORADA
           MOVE ZEROS TO WS2-PRE-RENDIMENT
           MOVE SPACE TO WS2-BANDA-RENDIMENT

      * Amb una sortida concreta, la data que mana per a les
      * bandes es la de la sortida triada, no la generica de
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS2-FI-BANDES-SI

           IF WS2-BANDA-RENDIMENT NOT = SPACE
              MOVE WS2-PRE-RENDIMENT TO WS2-PREU-APLICAT
              MOVE WS2-BANDA-RENDIMENT TO WS2-BANDA
           ELSE IF WS2-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS2-PRE-ANTICIPADA TO WS2-PREU-APLICAT
              MOVE WS2-BANDA-ANTICIPADA TO WS2-BANDA
           ELSE IF WS2-BANDA-TEMPORADA NOT = SPACE
              IF PF19COD NOT = WP2COD
                 MOVE 'S' TO WS2-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS2-DAT-SORTIDA >= PF19DDE
                       AND WS2-DAT-SORTIDA <= PF19FIN
                       AND WS2-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS2-PRE-RENDIMENT
                       MOVE PF19TIP TO WS2-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS2-DIES-ANT >= PF19DIE
                       AND WS2-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS2-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS2-DAT-SORTIDA >= PF19DDE
                       AND WS2-DAT-SORTIDA <= PF19FIN
                       AND WS2-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS2-PRE-TEMPORADA
                MOVE 1 TO WS2-REF-RESERVA
                MOVE WS2-REF-RESERVA TO PF11VAL
                WRITE REG-PF11
                IF NOT WS2-STAT-PF11-OK
                   MOVE 'S' TO WS2-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS2-REF-RESERVA
                REWRITE REG-PF11
                IF NOT WS2-STAT-PF11-OK
                   MOVE 'S' TO WS2-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-OBTENIR-REFERENCIA. EXIT.

           MOVE WP2CLI TO PF3CLI
           MOVE WP2DATS TO PF3DATS
           MOVE ZEROS TO PF3DOF
           WRITE REG-PF03
           IF NOT WS2-STAT-PF03-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-LLISTA-ESPERA. EXIT.

      *----------------------------------------------------------*
                MOVE 1 TO WS2-SEQ-DEMANDA
                MOVE WS2-SEQ-DEMANDA TO PF11VAL
                WRITE REG-PF11
                IF NOT WS2-STAT-PF11-OK
                   MOVE 'S' TO WS2-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS2-SEQ-DEMANDA
                REWRITE REG-PF11
                IF NOT WS2-STAT-PF11-OK
                   MOVE 'S' TO WS2-GRAVACIO-KO
                END-IF
           END-READ.

           MOVE WS2-SEQ-DEMANDA TO PF50SEQ
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF50DAT
           MOVE 'MO' TO PF50ORI
           MOVE 'SENSE PLACES AL MOSTRADOR' TO PF50MOT
           WRITE REG-PF50
           IF NOT WS2-STAT-PF50-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-DEMANDA. EXIT.

       OBTENIR-SEGUENT-SEQ-PF3.
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF1XDTU
                MOVE FUNCTION CURRENT-DATE (9:6) TO PF1XHRU
                WRITE REG-PF01X
                IF NOT WS2-STAT-PF01X-OK
                   MOVE 'S' TO WS2-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF1XDTU
                MOVE FUNCTION CURRENT-DATE (9:6) TO PF1XHRU
                REWRITE REG-PF01X
                IF NOT WS2-STAT-PF01X-OK
                   MOVE 'S' TO WS2-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-MARCAR-MARCA-TEMPS. EXIT.

           MOVE 'CBL02' TO PF6PGM
           SET PF6ACC-RESERVA TO TRUE
           MOVE WP2COD TO PF6COD
           WRITE REG-PF06
           IF NOT WS2-STAT-PF06-OK
              MOVE 'S' TO WS2-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
                MOVE 1 TO WS2-SEQ-AUDIT
                MOVE WS2-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                IF NOT WS2-STAT-PF11-OK
                   MOVE 'S' TO WS2-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS2-SEQ-AUDIT
                REWRITE REG-PF11
                IF NOT WS2-STAT-PF11-OK
                   MOVE 'S' TO WS2-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-OBTENIR-SEGUENT-SEQ-PF06. EXIT.

           DISPLAY 'ESTAT PF21   = ' WS2-STAT-PF21.
           DISPLAY 'ESTAT PF24   = ' WS2-STAT-PF24.
           DISPLAY 'ESTAT PF31   = ' WS2-STAT-PF31.
           DISPLAY 'ESTAT PF59   = ' WS2-STAT-PF59.
           DISPLAY 'ESTAT PF60   = ' WS2-STAT-PF60.
           DISPLAY 'ESTAT PF61   = ' WS2-STAT-PF61.
           DISPLAY 'ESTAT PF62   = ' WS2-STAT-PF62.
           DISPLAY 'ESTAT PF33   = ' WS2-STAT-PF33.
           DISPLAY 'ESTAT PF36   = ' WS2-STAT-PF36.
           DISPLAY 'ESTAT PF42   = ' WS2-STAT-PF42.
           DISPLAY 'ESTAT PF43   = ' WS2-STAT-PF43.
           DISPLAY 'ESTAT PF44   = ' WS2-STAT-PF44.
           DISPLAY 'ESTAT PF78   = ' WS2-STAT-PF78.
           DISPLAY 'ESTAT PF79   = ' WS2-STAT-PF79.
           DISPLAY 'ESTAT PF14   = ' WS2-STAT-PF14.
           DISPLAY 'ESTAT PF32   = ' WS2-STAT-PF32.
           DISPLAY 'ESTAT PF50   = ' WS2-STAT-PF50.
           CLOSE PF22.
           CLOSE PF24.
           CLOSE PF31.
           CLOSE PF59.
           CLOSE PF60.
           CLOSE PF61.
           CLOSE PF62.
           CLOSE PF33.
           CLOSE PF36.
           CLOSE PF42.
           CLOSE PF43.
           CLOSE PF44.
           CLOSE PF78.
           CLOSE PF79.
           CLOSE PF14.
           CLOSE PF32.
           CLOSE PF50.
