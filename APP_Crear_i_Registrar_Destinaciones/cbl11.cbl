      * destinacio, es mostra la cancel·lacio pendent mes antiga  *
      * i decideix si l'aprova (aplica el canvi a PF01 i el       *
      * registra a PF02) o la rebutja (queda anotada a PF05).     *
      * Amb referencia (PF5REF), l'aprovacio descompta les places *
      * vives, torna la campanya i abona el compte de l'agencia   *
      * com fa CBL03 amb les cancel·lacions directes.             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS11-STAT-DSPF01.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2LREF WITH DUPLICATES
              FILE STATUS IS WS11-STAT-PF02L1.

           SELECT PF61
              ASSIGN TO DATABASE-PF61
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF61CAM
              FILE STATUS IS WS11-STAT-PF61.

           SELECT PF59
              ASSIGN TO DATABASE-PF59
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF59AGE
              FILE STATUS IS WS11-STAT-PF59.

           SELECT PF60
              ASSIGN TO DATABASE-PF60
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF60CLAU
              FILE STATUS IS WS11-STAT-PF60.

      *----------------------------------------------------------*
      * L'aprovacio toca places, historic, devolucio o compte de  *
      * l'agencia i campanya: es confirma sencera o es desfa.     *
      *----------------------------------------------------------*
       I-O-CONTROL.
           COMMITMENT CONTROL FOR PF01 PF01X PF02 PF03 PF05 PF06
               PF11 PF18 PF21 PF22 PF59 PF60 PF61.

       DATA DIVISION.
       FILE SECTION.
       FD PF01 LABEL RECORD IS STANDARD.
       FD PF22 LABEL RECORD IS STANDARD.
          COPY CPPF22.

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
           88 WS11-GRAVAT-OK-SI VALUE 'S'.
       01 WS11-CAPACITAT-OK PIC X(01) VALUE 'N'.
           88 WS11-CAPACITAT-OK-SI VALUE 'S'.
       01 WS11-GRAVACIO-KO PIC X(01) VALUE 'N'.
           88 WS11-GRAVACIO-KO-SI VALUE 'S'.

       01 WS11-STAT-PF01 PIC X(02).
           88 WS11-STAT-PF01-OK VALUES '00' '02'.
       01 WS11-CLS-CARREGADA PIC X(02).
       01 WS11-QTY-RETORN PIC 9(3).

      *----------------------------------------------------------*
      * Referencia de la cancel·lacio carregada (PF5REF): places  *
      * vives, campanya i agencia amb que es va fer la reserva    *
      * (PF02L1), com les busca CBL03.                            *
      *----------------------------------------------------------*
       01 WS11-REF-CARREGADA PIC 9(9).
       01 WS11-STAT-PF02L1 PIC X(02).
           88 WS11-STAT-PF02L1-OK VALUES '00' '02'.
       01 WS11-STAT-PF61 PIC X(02).
           88 WS11-STAT-PF61-OK VALUES '00' '02'.
       01 WS11-FI-PF02L1 PIC X(01) VALUE 'N'.
           88 WS11-FI-PF02L1-SI VALUE 'S'.
       01 WS11-CAM-REF PIC X(10).
       01 WS11-QTY-REF PIC 9(5).
       01 WS11-QTY-CAN-REF PIC 9(5).
       01 WS11-CAM-CONSUM PIC 9(5).
       01 WS11-AGE-REF PIC X(04).

      *----------------------------------------------------------*
      * Referencia d'una agencia amb compte de credit (PF59): el  *
      * net de la cancel·lacio s'abona al compte (moviment 'A' de *
      * PF60) en lloc d'anar a la cua de devolucions del client.  *
      *----------------------------------------------------------*
       01 WS11-STAT-PF59 PIC X(02).
           88 WS11-STAT-PF59-OK VALUES '00' '02'.
       01 WS11-STAT-PF60 PIC X(02).
           88 WS11-STAT-PF60-OK VALUES '00' '02'.
       01 WS11-A-COMPTE PIC X(01) VALUE 'N'.
           88 WS11-A-COMPTE-SI VALUE 'S'.
       01 WS11-SEQ-PF60 PIC 9(5).
       01 WS11-TROBAT-PF60 PIC X(01) VALUE 'N'.
           88 WS11-TROBAT-PF60-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Resolucio del preu realment cobrat (bandes PF19) per al   *
      * brut de la penalitzacio, mateix criteri que CBL02 en el   *
       01 WS11-BANDA-ANTICIPADA PIC X(01).
       01 WS11-PRE-TEMPORADA PIC 9(5)V99.
       01 WS11-BANDA-TEMPORADA PIC X(01).
       01 WS11-PRE-RENDIMENT PIC 9(5)V99.
       01 WS11-BANDA-RENDIMENT PIC X(01).

           COPY CPUSRJ.

       01 WS11-NIV-AUT PIC 9(01).
       01 WS11-PERMES-AUT PIC X(01).
       01 WS11-AUDIT-AUT PIC X(01).
       01 WS11-USR-OFI PIC X(10) VALUE SPACES.
       01 WS11-OFI PIC X(03).

       01 WS11-FLX-SEG PIC X(04).
       01 WS11-ACC-SEG PIC X(02).
       01 WS11-ACC1-SEG PIC X(02).
       01 WS11-USR1-SEG PIC X(10).
       01 WS11-ACC2-SEG PIC X(02).
       01 WS11-USR2-SEG PIC X(10).
       01 WS11-PGM-SEG PIC X(08).
       01 WS11-PERMES-SEG PIC X(01).

       PROCEDURE DIVISION.

           OPEN INPUT PF19
           OPEN I-O PF21
           OPEN I-O PF22
           OPEN INPUT PF02L1
           OPEN I-O PF61
           OPEN I-O PF59
           OPEN I-O PF60

           IF NOT WS11-STAT-DSPF01-OK OR NOT WS11-STAT-PF01-OK
              OR NOT WS11-STAT-PF02-OK OR NOT WS11-STAT-PF05-OK
              OR NOT WS11-STAT-PF06-OK OR NOT WS11-STAT-PF18-OK
              OR NOT WS11-STAT-PF01X-OK OR NOT WS11-STAT-PF20-OK
              OR NOT WS11-STAT-PF19-OK OR NOT WS11-STAT-PF21-OK
              OR NOT WS11-STAT-PF22-OK OR NOT WS11-STAT-PF02L1-OK
              OR NOT WS11-STAT-PF61-OK OR NOT WS11-STAT-PF59-OK
              OR NOT WS11-STAT-PF60-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS11-USR-OFI WS11-OFI

           MOVE 'LABPF20   ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                 MOVE PF5SEQ TO WS11-SEQ-CARREGADA
                 MOVE PF5DATS TO WS11-DATS-CARREGADA
                 MOVE PF5CLS TO WS11-CLS-CARREGADA
                 MOVE PF5REF TO WS11-REF-CARREGADA
                 MOVE 'S' TO WS11-CARREGAT
                 MOVE 'Confirma amb A (aprovar) o R (rebutjar)'
                      TO WP11ERR
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           IF WP11DEC = 'A'
              PERFORM COMPROVAR-SEGREGACIO THRU
                  FIN-COMPROVAR-SEGREGACIO
              IF WS11-PERMES-SEG = 'N'
                 MOVE 'No pots aprovar una peticio teva' TO WP11ERR
                 ROLLBACK
                 GO FIN-APLICAR-DECISIO
              END-IF
      * Amb referencia, les places vives es tornen a comptar ara:
      * entre la peticio i l'aprovacio se n'han pogut cancel·lar.
              PERFORM CERCAR-CAMPANYA-REF THRU FIN-CERCAR-CAMPANYA-REF
              IF WS11-REF-CARREGADA NOT = ZEROS
                 AND WP11QTY > WS11-QTY-REF
                 MOVE 'La referencia no te tantes places vives'
                      TO WP11ERR
                 ROLLBACK
                 GO FIN-APLICAR-DECISIO
              END-IF
              MOVE 'S' TO WS11-CAPACITAT-OK
              MOVE 'N' TO WS11-GRAVAT-OK
              MOVE 'N' TO WS11-GRAVACIO-KO
              MOVE WP11COD TO PF1COD
              READ PF01 INVALID KEY
                   CONTINUE
              END-READ

              IF NOT WS11-CAPACITAT-OK-SI
                 ROLLBACK
                 MOVE 'No hi han prou places per aprovar' TO WP11ERR
              ELSE IF WS11-GRAVAT-OK-SI
                 READ PF05 INVALID KEY CONTINUE END-READ
                 SET PF5EST-APROVADA TO TRUE
                 MOVE CPUSRJ-NOM-USUARI TO PF5SUP
                 REWRITE REG-PF05
                 IF NOT WS11-STAT-PF05-OK
                    MOVE 'S' TO WS11-GRAVACIO-KO
                 END-IF

                 PERFORM CALCULAR-PENALITZACIO THRU
                     FIN-CALCULAR-PENALITZACIO

                 PERFORM ESCRIURE-HIST THRU FIN-ESCRIURE-HIST

                 PERFORM TORNAR-CAMPANYA THRU FIN-TORNAR-CAMPANYA

      * Reserva d'agencia amb compte de credit: el net s'abona al
      * compte (PF60/PF59) i no passa per la cua de devolucions.
                 PERFORM COMPROVAR-COMPTE-AGENCIA THRU
                     FIN-COMPROVAR-COMPTE-AGENCIA
                 IF WS11-A-COMPTE-SI
                    PERFORM ABONAR-COMPTE-AGENCIA THRU
                        FIN-ABONAR-COMPTE-AGENCIA
                 ELSE
                    PERFORM ESCRIURE-DEVOLUCIO THRU
                        FIN-ESCRIURE-DEVOLUCIO
                 END-IF

                 SET PF6ACC-CANCEL TO TRUE
                 PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
                 PERFORM OFERIR-LLISTA-ESPERA THRU
                     FIN-OFERIR-LLISTA-ESPERA

                 IF WS11-GRAVACIO-KO-SI
                    ROLLBACK
                    MOVE 'No sha pogut gravar, torna-ho a intentar'
                         TO WP11ERR
                 ELSE
                    COMMIT
                    IF WS11-TROBAT-ESPERA-SI
                       MOVE 'Cancel·lacio aprovada, plaça oferta'
                            TO WP11ERR
                    ELSE
                       MOVE 'Cancel·lacio aprovada' TO WP11ERR
                    END-IF
                    MOVE 'N' TO WS11-CARREGAT
                    INITIALIZE WP11
                 END-IF
              ELSE
                 ROLLBACK
                 MOVE 'No sha pogut gravar, torna-ho a intentar'
                      TO WP11ERR
              END-IF
              SET PF5EST-REBUTJADA TO TRUE
              MOVE CPUSRJ-NOM-USUARI TO PF5SUP
              REWRITE REG-PF05
              IF NOT WS11-STAT-PF05-OK
                 ROLLBACK
                 MOVE 'No sha pogut gravar, torna-ho a intentar'
                      TO WP11ERR
                 GO FIN-APLICAR-DECISIO
              END-IF
              COMMIT

              MOVE 'Cancel·lacio rebutjada' TO WP11ERR
              MOVE 'N' TO WS11-CARREGAT
           MOVE WP11QTY TO PF2QTY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF2DAT
           MOVE WP11MOT TO PF2MOT
           MOVE WS11-REF-CARREGADA TO PF2REF
           MOVE CPUSRJ-NOM-USUARI TO PF2USR
           MOVE ZEROS TO PF2CLI
           MOVE WS11-IMP-DEVOLUCIO TO PF2IMP
           MOVE WS11-IMP-FEE TO PF2FEE
           MOVE WS11-DATS-CARREGADA TO PF2DATS
           MOVE WS11-CLS-CARREGADA TO PF2CLS
           MOVE WS11-AGE-REF TO PF2AGE
           MOVE SPACES TO PF2CAN
           MOVE SPACES TO PF2PNT
           MOVE SPACES TO PF2ASS
           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE WS11-CAM-REF TO PF2CAM
           MOVE ZEROS TO PF2DTO
           MOVE WS11-OFI TO PF2OFI
           WRITE REG-PF02
           IF NOT WS11-STAT-PF02-OK
              MOVE 'S' TO WS11-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-HIST. EXIT.

      *----------------------------------------------------------*
      * Recorre les files de la referencia informada (PF02L1)     *
      * per aquest codi: places reservades ('R'), campanya i      *
      * agencia amb que es van fer. Les places de cancel·lacions  *
      * anteriors de la referencia ('C') es descompten:           *
      * WS11-QTY-REF queda amb les places encara vives, abans     *
      * d'aprovar la cancel·lacio.                                *
      *----------------------------------------------------------*
       CERCAR-CAMPANYA-REF.
           MOVE SPACES TO WS11-CAM-REF
           MOVE SPACES TO WS11-AGE-REF
           MOVE ZEROS TO WS11-QTY-REF
           MOVE ZEROS TO WS11-QTY-CAN-REF
           IF WS11-REF-CARREGADA = ZEROS
              GO FIN-CERCAR-CAMPANYA-REF
           END-IF.

           MOVE 'N' TO WS11-FI-PF02L1
           MOVE WS11-REF-CARREGADA TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS11-FI-PF02L1
           END-START.

           PERFORM CERCAR-SEGUENT-FILA-REF THRU
               FIN-CERCAR-SEGUENT-FILA-REF
                   UNTIL WS11-FI-PF02L1-SI.

           IF WS11-QTY-CAN-REF >= WS11-QTY-REF
              MOVE ZEROS TO WS11-QTY-REF
           ELSE
              SUBTRACT WS11-QTY-CAN-REF FROM WS11-QTY-REF
           END-IF.
       FIN-CERCAR-CAMPANYA-REF. EXIT.

       CERCAR-SEGUENT-FILA-REF.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS11-FI-PF02L1
           END-READ.

           IF NOT WS11-FI-PF02L1-SI
              IF P2LREF NOT = WS11-REF-CARREGADA
                 MOVE 'S' TO WS11-FI-PF02L1
              ELSE IF P2LCOD = WP11COD
                 IF P2LTIP-RESERVA
                    ADD P2LQTY TO WS11-QTY-REF
                    IF P2LCAM NOT = SPACES
                       MOVE P2LCAM TO WS11-CAM-REF
                    END-IF
                    IF P2LAGE NOT = SPACES
                       MOVE P2LAGE TO WS11-AGE-REF
                    END-IF
                 ELSE
                    ADD P2LQTY TO WS11-QTY-CAN-REF
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
           IF WS11-CAM-REF = SPACES OR WS11-QTY-REF = ZEROS
              GO FIN-TORNAR-CAMPANYA
           END-IF.

           MOVE WS11-CAM-REF TO PF61CAM
           READ PF61 INVALID KEY
                GO FIN-TORNAR-CAMPANYA
           END-READ.

           IF PF61TOP-PLACES
              IF WP11QTY > WS11-QTY-REF
                 MOVE WS11-QTY-REF TO WS11-CAM-CONSUM
              ELSE
                 MOVE WP11QTY TO WS11-CAM-CONSUM
              END-IF
           ELSE
              IF WP11QTY < WS11-QTY-REF
                 GO FIN-TORNAR-CAMPANYA
              END-IF
              MOVE 1 TO WS11-CAM-CONSUM
           END-IF.

           IF WS11-CAM-CONSUM > PF61USA
              MOVE ZEROS TO PF61USA
           ELSE
              SUBTRACT WS11-CAM-CONSUM FROM PF61USA
           END-IF.

           REWRITE REG-PF61
           IF NOT WS11-STAT-PF61-OK
              MOVE 'S' TO WS11-GRAVACIO-KO
           END-IF.
       FIN-TORNAR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Calcula la penalitzacio de la cancel·lacio aprovada, amb  *
      * les regles de PF20 i la data de sortida de PF01X: es      *
           MOVE SPACE TO WS11-BANDA-ANTICIPADA
           MOVE ZEROS TO WS11-PRE-TEMPORADA
           MOVE SPACE TO WS11-BANDA-TEMPORADA
           MOVE ZEROS TO WS11-PRE-RENDIMENT
           MOVE SPACE TO WS11-BANDA-RENDIMENT

           IF WS11-CLS-CARREGADA NOT = SPACES
              MOVE WP11COD TO PF22COD
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS11-FI-BANDES-SI

           IF WS11-BANDA-RENDIMENT NOT = SPACE
              MOVE WS11-PRE-RENDIMENT TO WS11-PREU-APLICAT
           ELSE IF WS11-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS11-PRE-ANTICIPADA TO WS11-PREU-APLICAT
           ELSE IF WS11-BANDA-TEMPORADA NOT = SPACE
              MOVE WS11-PRE-TEMPORADA TO WS11-PREU-APLICAT
              IF PF19COD NOT = WP11COD
                 MOVE 'S' TO WS11-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS11-DAT-SORTIDA >= PF19DDE
                       AND WS11-DAT-SORTIDA <= PF19FIN
                       AND WS11-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS11-PRE-RENDIMENT
                       MOVE PF19TIP TO WS11-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS11-DIES-BANDA >= PF19DIE
                       AND WS11-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS11-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS11-DAT-SORTIDA >= PF19DDE
                       AND WS11-DAT-SORTIDA <= PF19FIN
                       AND WS11-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS11-PRE-TEMPORADA

           MOVE WS11-SEQ-DEVOLUCIO TO PF18SEQ
           MOVE WP11COD TO PF18COD
           MOVE WS11-REF-CARREGADA TO PF18REF
           MOVE WP11QTY TO PF18QTY
           MOVE WS11-IMP-DEVOLUCIO TO PF18IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF18DAT
           MOVE CPUSRJ-NOM-USUARI TO PF18USR
           SET PF18EST-PENDENT TO TRUE
           MOVE SPACES TO PF18SUP
           MOVE SPACES TO PF18PAG
           MOVE ZEROS TO PF18DTA
           MOVE ZEROS TO PF18DTG
           WRITE REG-PF18
           IF NOT WS11-STAT-PF18-OK
              MOVE 'S' TO WS11-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-DEVOLUCIO. EXIT.

      *----------------------------------------------------------*
      * La referencia es d'una agencia amb compte de credit a     *
      * PF59: la reserva es va carregar al compte (CBL02) i no    *
      * al client, i la devolucio s'hi ha d'abonar.               *
      *----------------------------------------------------------*
       COMPROVAR-COMPTE-AGENCIA.
           MOVE 'N' TO WS11-A-COMPTE
           IF WS11-AGE-REF = SPACES
              GO FIN-COMPROVAR-COMPTE-AGENCIA
           END-IF.

           MOVE WS11-AGE-REF TO PF59AGE
           READ PF59 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'S' TO WS11-A-COMPTE
           END-READ.
       FIN-COMPROVAR-COMPTE-AGENCIA. EXIT.

      *----------------------------------------------------------*
      * Abona el net de la cancel·lacio al compte de l'agencia:   *
      * moviment 'A' a PF60 amb la referencia i rebaixa del saldo *
      * viu de PF59, dins la mateixa transaccio (com CBL52).      *
      *----------------------------------------------------------*
       ABONAR-COMPTE-AGENCIA.
           IF WS11-IMP-DEVOLUCIO = ZEROS
              GO FIN-ABONAR-COMPTE-AGENCIA
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           PERFORM OBTENIR-SEGUENT-SEQ-PF60 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF60

           MOVE WS11-AGE-REF TO PF60AGE
           MOVE WS11-SEQ-PF60 TO PF60SEQ
           SET PF60TIP-ABONAMENT TO TRUE
           MOVE WS11-REF-CARREGADA TO PF60REF
           MOVE WS11-IMP-DEVOLUCIO TO PF60IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF60DAT
           MOVE ZEROS TO PF60VEN
           MOVE CPUSRJ-NOM-USUARI TO PF60USR
           WRITE REG-PF60
           IF NOT WS11-STAT-PF60-OK
              MOVE 'S' TO WS11-GRAVACIO-KO
           END-IF.

           MOVE WS11-AGE-REF TO PF59AGE
           READ PF59 INVALID KEY
                MOVE 'S' TO WS11-GRAVACIO-KO
                NOT INVALID KEY
                SUBTRACT WS11-IMP-DEVOLUCIO FROM PF59SAL
                REWRITE REG-PF59
                IF NOT WS11-STAT-PF59-OK
                   MOVE 'S' TO WS11-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-ABONAR-COMPTE-AGENCIA. EXIT.

       OBTENIR-SEGUENT-SEQ-PF60.
           MOVE 'N' TO WS11-TROBAT-PF60
           MOVE WS11-AGE-REF TO PF60AGE
           MOVE HIGH-VALUES TO PF60SEQ
           START PF60 KEY IS NOT GREATER THAN PF60CLAU
               INVALID KEY MOVE 1 TO WS11-SEQ-PF60
               NOT INVALID KEY MOVE 'S' TO WS11-TROBAT-PF60
           END-START.

           IF WS11-TROBAT-PF60-SI
               READ PF60 NEXT RECORD
                   AT END MOVE 'N' TO WS11-TROBAT-PF60
               END-READ
           END-IF.

           IF WS11-TROBAT-PF60-SI AND PF60AGE = WS11-AGE-REF
               ADD 1 TO PF60SEQ GIVING WS11-SEQ-PF60
           ELSE
               MOVE 1 TO WS11-SEQ-PF60
           END-IF.
       FIN-OBTENIR-SEGUENT-SEQ-PF60. EXIT.

       OBTENIR-SEQ-DEVOLUCIO.
           MOVE 'DEVOLUCIO ' TO PF11CLA
           READ PF11 INVALID KEY
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Segregacio de funcions (PF69 via CBL25SEG): qui va obrir  *
      * la peticio a CBL03 (PF5USR) no la pot aprovar, llevat que *
      * sigui usuari d'emergencia vigent a PF70. El comprovador   *
      * anota a PF06 tant la refusa com l'excepcio.               *
      *----------------------------------------------------------*
       COMPROVAR-SEGREGACIO.
           READ PF05 INVALID KEY CONTINUE END-READ
           MOVE 'PF05' TO WS11-FLX-SEG
           MOVE 'AP' TO WS11-ACC-SEG
           MOVE 'SO' TO WS11-ACC1-SEG
           MOVE PF5USR TO WS11-USR1-SEG
           MOVE SPACES TO WS11-ACC2-SEG
           MOVE SPACES TO WS11-USR2-SEG
           MOVE 'CBL11' TO WS11-PGM-SEG
           CALL 'CBL25SEG' USING WS11-FLX-SEG WS11-ACC-SEG
                                 WS11-ACC1-SEG WS11-USR1-SEG
                                 WS11-ACC2-SEG WS11-USR2-SEG
                                 WS11-PGM-SEG WP11COD
                                 WS11-PERMES-SEG.
       FIN-COMPROVAR-SEGREGACIO. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
           DISPLAY 'ESTAT PF19   = ' WS11-STAT-PF19.
           DISPLAY 'ESTAT PF21   = ' WS11-STAT-PF21.
           DISPLAY 'ESTAT PF22   = ' WS11-STAT-PF22.
           DISPLAY 'ESTAT PF02L1 = ' WS11-STAT-PF02L1.
           DISPLAY 'ESTAT PF61   = ' WS11-STAT-PF61.
           DISPLAY 'ESTAT PF59   = ' WS11-STAT-PF59.
           DISPLAY 'ESTAT PF60   = ' WS11-STAT-PF60.
           DISPLAY 'ESTAT DSPF01 = ' WS11-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.
           CLOSE PF19.
           CLOSE PF21.
           CLOSE PF22.
           CLOSE PF02L1.
           CLOSE PF61.
           CLOSE PF59.
           CLOSE PF60.
           GOBACK.
