      *    car (mes la tarifa de trasllat 'TRANSFEE' de PF09, si  *
      *    hi es), la diferencia es cobra com a pagament a PF14;  *
      *    si surt mes barat, el sobrant va a la cua de           *
      *    devolucions PF18 (amb agencia a compte de credit,      *
      *    carrec o abonament al compte, PF60); i s'imprimeix la  *
      *    nota de liquidacio (RPT22) amb el trasllat. Fins ara   *
      *    els diners de la diferencia no constaven enlloc.       *
      * Les referencies de paquet (mes d'una fila 'R') no es      *
      * poden traslladar amb aquesta pantalla.                    *
      *----------------------------------------------------------*
              RECORD KEY IS PF18SEQ
              FILE STATUS IS WS22-STAT-PF18.

           SELECT PF59
              ASSIGN TO DATABASE-PF59
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF59AGE
              FILE STATUS IS WS22-STAT-PF59.

           SELECT PF60
              ASSIGN TO DATABASE-PF60
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF60CLAU
              FILE STATUS IS WS22-STAT-PF60.

           SELECT RPT22
              ASSIGN TO PRINTER-RPT22.

               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS22-STAT-DSPF01.

      *----------------------------------------------------------*
      * Tot el que grava un trasllat va sota control de compromis:*
      * es confirma sencer o es desfa sencer.                     *
      *----------------------------------------------------------*
       I-O-CONTROL.
           COMMITMENT CONTROL FOR PF01 PF01X PF02 PF03 PF06 PF11
               PF14 PF18 PF21 PF59 PF60.

       DATA DIVISION.
       FILE SECTION.
       FD PF02L1 LABEL RECORD IS STANDARD.
       FD PF18 LABEL RECORD IS STANDARD.
          COPY CPPF18.

       FD PF59 LABEL RECORD IS STANDARD.
          COPY CPPF59.

       FD PF60 LABEL RECORD IS STANDARD.
          COPY CPPF60.

       FD RPT22 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT22 PIC X(80).
       01 WS22-FI-ESPERA PIC X(01) VALUE 'N'.
           88 WS22-FI-ESPERA-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Transaccio del trasllat: qualsevol gravacio fallida marca *
      * WS22-GRAVACIO-KO i en acabar es desfa tot (ROLLBACK) en   *
      * comptes de deixar places preses al desti sense tornar-les *
      * a l'origen. La nota del trasllat nomes surt un cop        *
      * confirmat.                                                *
      *----------------------------------------------------------*
       01 WS22-GRAVACIO-KO PIC X(01) VALUE 'N'.
           88 WS22-GRAVACIO-KO-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Resolucio del preu del desti (bandes PF19), mateix        *
      * mecanisme que CBL02.                                      *
       01 WS22-BANDA-ANTICIPADA PIC X(01).
       01 WS22-PRE-TEMPORADA PIC 9(5)V99.
       01 WS22-BANDA-TEMPORADA PIC X(01).
       01 WS22-PRE-RENDIMENT PIC 9(5)V99.
       01 WS22-BANDA-RENDIMENT PIC X(01).

       01 WS22-STAT-PF02L1 PIC X(02).
           88 WS22-STAT-PF02L1-OK VALUES '00' '02'.
           88 WS22-FI-PF14-SI VALUE 'S'.
       01 WS22-SEQ-DEVOLUCIO PIC 9(9).

      *----------------------------------------------------------*
      * Referencia d'una agencia amb compte de credit (PF59): la  *
      * diferencia no es cobra ni es torna al client, sino que es *
      * carrega ('C', amb venciment als dies de termini) o        *
      * s'abona ('A') al compte de l'agencia, com fan CBL02 i     *
      * CBL52.                                                    *
      *----------------------------------------------------------*
       01 WS22-STAT-PF59 PIC X(02).
           88 WS22-STAT-PF59-OK VALUES '00' '02'.
       01 WS22-STAT-PF60 PIC X(02).
           88 WS22-STAT-PF60-OK VALUES '00' '02'.
       01 WS22-A-COMPTE PIC X(01) VALUE 'N'.
           88 WS22-A-COMPTE-SI VALUE 'S'.
       01 WS22-SEQ-PF60 PIC 9(5).
       01 WS22-TIP-MOVIMENT PIC X(01).
       01 WS22-TROBAT-PF60 PIC X(01) VALUE 'N'.
           88 WS22-TROBAT-PF60-SI VALUE 'S'.
       01 WS22-DIES-VENC-INT PIC S9(9).

       01 NOT22-01.
           05 FILLER PIC X(30) VALUE
              'NOTA DE LIQUIDACIO DE TRASLLAT'.
       01 WS22-NIV-AUT PIC 9(01).
       01 WS22-PERMES-AUT PIC X(01).
       01 WS22-AUDIT-AUT PIC X(01).
       01 WS22-USR-OFI PIC X(10) VALUE SPACES.
       01 WS22-OFI PIC X(03).

       PROCEDURE DIVISION.

           OPEN INPUT PF09
           OPEN I-O PF14
           OPEN I-O PF18
           OPEN I-O PF59
           OPEN I-O PF60

           IF NOT WS22-STAT-DSPF01-OK OR NOT WS22-STAT-PF02L1-OK
              OR NOT WS22-STAT-PF02-OK OR NOT WS22-STAT-PF01-OK
              OR NOT WS22-STAT-PF03-OK OR NOT WS22-STAT-PF19-OK
              OR NOT WS22-STAT-PF11-OK OR NOT WS22-STAT-PF06-OK
              OR NOT WS22-STAT-PF09-OK OR NOT WS22-STAT-PF14-OK
              OR NOT WS22-STAT-PF18-OK OR NOT WS22-STAT-PF59-OK
              OR NOT WS22-STAT-PF60-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS22-USR-OFI WS22-OFI

           INITIALIZE WP22
           PERFORM TRASLLADAR-RESERVA.

              GO TRASLLADAR-RESERVA
           END-IF.

           MOVE 'N' TO WS22-GRAVACIO-KO
           PERFORM PRENDRE-PLACES-DESTI THRU FIN-PRENDRE-PLACES-DESTI
           IF WS22-TROBAT NOT = 'S'
              GO TRASLLADAR-RESERVA

           PERFORM OFERIR-LLISTA-ESPERA THRU FIN-OFERIR-LLISTA-ESPERA

           PERFORM TANCAR-TRANSACCIO THRU FIN-TANCAR-TRANSACCIO

           GO TRASLLADAR-RESERVA.

      *----------------------------------------------------------*
      * Punt unic de tancament de la transaccio: si alguna        *
      * gravacio ha fallat es desfa tot i l'operador ho ha de     *
      * tornar a intentar; si no, es confirma tot de cop i surt   *
      * la nota del trasllat.                                     *
      *----------------------------------------------------------*
       TANCAR-TRANSACCIO.
           IF WS22-GRAVACIO-KO-SI
              ROLLBACK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP22ERR
              GO FIN-TANCAR-TRANSACCIO
           END-IF.

           COMMIT.

           PERFORM IMPRIMIR-NOTA THRU FIN-IMPRIMIR-NOTA

           MOVE 'Reserva traslladada correctament' TO WP22ERR
           MOVE ZEROS TO WP22REF
           MOVE ZEROS TO WP22CODD
           MOVE ZEROS TO WP22DATS.
       FIN-TANCAR-TRANSACCIO. EXIT.

       MUESTRO-P22.
           WRITE REG-DSPF01 FROM WP22 FORMAT "P22".
                   END-IF
                   ADD WS22-QTY-RETORN TO PF21PLD
                   REWRITE REG-PF21
                   IF NOT WS22-STAT-PF21-OK
                      MOVE 'S' TO WS22-GRAVACIO-KO
                   END-IF
              END-READ
              GO FIN-RETORNAR-PLACES-ORIGEN
           END-IF.
                      MOVE ZEROS TO PF1XOVS
                   END-IF
                   REWRITE REG-PF01X
                   IF NOT WS22-STAT-PF01X-OK
                      MOVE 'S' TO WS22-GRAVACIO-KO
                   END-IF
                END-IF
           END-READ.

                   NOT INVALID KEY
                   ADD WS22-QTY-RETORN TO PF1PLAD
                   REWRITE REG-PF01
                   IF NOT WS22-STAT-PF01-OK
                      MOVE 'S' TO WS22-GRAVACIO-KO
                   END-IF
              END-READ
           END-IF.
       FIN-RETORNAR-PLACES-ORIGEN. EXIT.
           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
      * La campanya (PF2CAM) es queda a la fila 'R' original: el
      * trasllat ni torna l'us a PF61 ni en consumeix un de nou.
           MOVE SPACES TO PF2CAM
           MOVE ZEROS TO PF2DTO
           MOVE WS22-OFI TO PF2OFI
           WRITE REG-PF02
           IF NOT WS22-STAT-PF02-OK
              MOVE 'S' TO WS22-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-HIST-ORIGEN. EXIT.

      *----------------------------------------------------------*
           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE SPACES TO PF2CAM
           MOVE ZEROS TO PF2DTO
           MOVE WS22-OFI TO PF2OFI
           WRITE REG-PF02
           IF NOT WS22-STAT-PF02-OK
              MOVE 'S' TO WS22-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-HIST-DESTI. EXIT.

       OBTENIR-SEGUENT-SEQ.
           MOVE SPACE TO WS22-BANDA-ANTICIPADA
           MOVE ZEROS TO WS22-PRE-TEMPORADA
           MOVE SPACE TO WS22-BANDA-TEMPORADA
           MOVE ZEROS TO WS22-PRE-RENDIMENT
           MOVE SPACE TO WS22-BANDA-RENDIMENT
           MOVE ZEROS TO WS22-DAT-SORTIDA

           IF WP22DATS NOT = ZEROS
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS22-FI-BANDES-SI

           IF WS22-BANDA-RENDIMENT NOT = SPACE
              MOVE WS22-PRE-RENDIMENT TO WS22-PREU-APLICAT
           ELSE IF WS22-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS22-PRE-ANTICIPADA TO WS22-PREU-APLICAT
           ELSE IF WS22-BANDA-TEMPORADA NOT = SPACE
              MOVE WS22-PRE-TEMPORADA TO WS22-PREU-APLICAT
              IF PF19COD NOT = WP22CODD
                 MOVE 'S' TO WS22-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS22-DAT-SORTIDA >= PF19DDE
                       AND WS22-DAT-SORTIDA <= PF19FIN
                       AND WS22-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS22-PRE-RENDIMENT
                       MOVE PF19TIP TO WS22-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS22-DIES-ANT >= PF19DIE
                       AND WS22-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS22-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS22-DAT-SORTIDA >= PF19DDE
                       AND WS22-DAT-SORTIDA <= PF19FIN
                       AND WS22-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS22-PRE-TEMPORADA
      * l'original, mes la tarifa fixa 'TRANSFEE' de PF09 si hi   *
      * es. En positiu es cobra com a pagament 'T' de la mateixa  *
      * referencia; en negatiu, el sobrant va a la cua de         *
      * devolucions. Si la reserva es d'una agencia amb compte de *
      * credit, es carrega o s'abona al compte en lloc d'aixo.    *
      * La nota de liquidacio s'imprimeix sempre, tambe quan      *
      * queda a zero, perque el client vegi el compte.            *
      *----------------------------------------------------------*
       LIQUIDAR-DIFERENCIA.
           MOVE ZEROS TO WS22-IMP-TRANSFEE
           COMPUTE WS22-IMP-DIFERENCIA =
               WS22-IMP-NOU - WS22-O-IMP + WS22-IMP-TRANSFEE

           PERFORM COMPROVAR-COMPTE-AGENCIA THRU
               FIN-COMPROVAR-COMPTE-AGENCIA

           IF WS22-IMP-DIFERENCIA > ZEROS
              MOVE WS22-IMP-DIFERENCIA TO WS22-IMP-ABS
              IF WS22-A-COMPTE-SI
                 MOVE 'C' TO WS22-TIP-MOVIMENT
                 PERFORM APUNTAR-COMPTE-AGENCIA THRU
                     FIN-APUNTAR-COMPTE-AGENCIA
              ELSE
                 PERFORM COBRAR-DIFERENCIA THRU FIN-COBRAR-DIFERENCIA
              END-IF
           END-IF.

           IF WS22-IMP-DIFERENCIA < ZEROS
              COMPUTE WS22-IMP-ABS = ZERO - WS22-IMP-DIFERENCIA
              IF WS22-A-COMPTE-SI
                 MOVE 'A' TO WS22-TIP-MOVIMENT
                 PERFORM APUNTAR-COMPTE-AGENCIA THRU
                     FIN-APUNTAR-COMPTE-AGENCIA
              ELSE
                 PERFORM RETORNAR-DIFERENCIA THRU
                     FIN-RETORNAR-DIFERENCIA
              END-IF
           END-IF.
       FIN-LIQUIDAR-DIFERENCIA. EXIT.

      *----------------------------------------------------------*
           MOVE WS22-IMP-ABS TO PF14IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF14DAT
           MOVE CPUSRJ-NOM-USUARI TO PF14USR
           MOVE WS22-OFI TO PF14OFI
           WRITE REG-PF14
           IF NOT WS22-STAT-PF14-OK
              MOVE 'S' TO WS22-GRAVACIO-KO
           END-IF.
       FIN-COBRAR-DIFERENCIA. EXIT.

       CERCAR-SEGUENT-PAGAMENT.
                MOVE 1 TO WS22-SEQ-DEVOLUCIO
                MOVE WS22-SEQ-DEVOLUCIO TO PF11VAL
                WRITE REG-PF11
                IF NOT WS22-STAT-PF11-OK
                   MOVE 'S' TO WS22-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS22-SEQ-DEVOLUCIO
                REWRITE REG-PF11
                IF NOT WS22-STAT-PF11-OK
                   MOVE 'S' TO WS22-GRAVACIO-KO
                END-IF
           END-READ.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           MOVE CPUSRJ-NOM-USUARI TO PF18USR
           SET PF18EST-PENDENT TO TRUE
           MOVE SPACES TO PF18SUP
           MOVE SPACES TO PF18PAG
           MOVE ZEROS TO PF18DTA
           MOVE ZEROS TO PF18DTG
           WRITE REG-PF18
           IF NOT WS22-STAT-PF18-OK
              MOVE 'S' TO WS22-GRAVACIO-KO
           END-IF.
       FIN-RETORNAR-DIFERENCIA. EXIT.

      *----------------------------------------------------------*
      * La referencia es d'una agencia amb compte de credit a     *
      * PF59 (la reserva original es va carregar al compte).      *
      *----------------------------------------------------------*
       COMPROVAR-COMPTE-AGENCIA.
           MOVE 'N' TO WS22-A-COMPTE
           IF WS22-O-AGE = SPACES
              GO FIN-COMPROVAR-COMPTE-AGENCIA
           END-IF.

           MOVE WS22-O-AGE TO PF59AGE
           READ PF59 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'S' TO WS22-A-COMPTE
           END-READ.
       FIN-COMPROVAR-COMPTE-AGENCIA. EXIT.

      *----------------------------------------------------------*
      * Apunta la diferencia al compte de l'agencia amb el tipus  *
      * de WS22-TIP-MOVIMENT: un carrec suma al saldo viu i venc  *
      * als dies de termini de PF59 (com CBL02); un abonament el  *
      * rebaixa i no te venciment (com CBL52).                    *
      *----------------------------------------------------------*
       APUNTAR-COMPTE-AGENCIA.
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           PERFORM OBTENIR-SEGUENT-SEQ-PF60 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF60

           MOVE WS22-O-AGE TO PF59AGE
           READ PF59 INVALID KEY
                MOVE 'S' TO WS22-GRAVACIO-KO
                GO FIN-APUNTAR-COMPTE-AGENCIA
           END-READ.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS22-AVUI
           MOVE WS22-O-AGE TO PF60AGE
           MOVE WS22-SEQ-PF60 TO PF60SEQ
           MOVE WS22-TIP-MOVIMENT TO PF60TIP
           MOVE WP22REF TO PF60REF
           MOVE WS22-IMP-ABS TO PF60IMP
           MOVE WS22-AVUI TO PF60DAT
           MOVE CPUSRJ-NOM-USUARI TO PF60USR

           IF PF60TIP-CARREC
              ADD WS22-IMP-ABS TO PF59SAL
              COMPUTE WS22-DIES-VENC-INT =
                  FUNCTION INTEGER-OF-DATE (WS22-AVUI) + PF59DIE
              MOVE FUNCTION DATE-OF-INTEGER (WS22-DIES-VENC-INT)
                  TO PF60VEN
           ELSE
              SUBTRACT WS22-IMP-ABS FROM PF59SAL
              MOVE ZEROS TO PF60VEN
           END-IF.

           REWRITE REG-PF59
           IF NOT WS22-STAT-PF59-OK
              MOVE 'S' TO WS22-GRAVACIO-KO
           END-IF.

           WRITE REG-PF60
           IF NOT WS22-STAT-PF60-OK
              MOVE 'S' TO WS22-GRAVACIO-KO
           END-IF.
       FIN-APUNTAR-COMPTE-AGENCIA. EXIT.

       OBTENIR-SEGUENT-SEQ-PF60.
           MOVE 'N' TO WS22-TROBAT-PF60
           MOVE WS22-O-AGE TO PF60AGE
           MOVE HIGH-VALUES TO PF60SEQ
           START PF60 KEY IS NOT GREATER THAN PF60CLAU
               INVALID KEY MOVE 1 TO WS22-SEQ-PF60
               NOT INVALID KEY MOVE 'S' TO WS22-TROBAT-PF60
           END-START.

           IF WS22-TROBAT-PF60-SI
               READ PF60 NEXT RECORD
                   AT END MOVE 'N' TO WS22-TROBAT-PF60
               END-READ
           END-IF.

           IF WS22-TROBAT-PF60-SI AND PF60AGE = WS22-O-AGE
               ADD 1 TO PF60SEQ GIVING WS22-SEQ-PF60
           ELSE
               MOVE 1 TO WS22-SEQ-PF60
           END-IF.
       FIN-OBTENIR-SEGUENT-SEQ-PF60. EXIT.

       IMPRIMIR-NOTA.
           OPEN OUTPUT RPT22

           WRITE LINIA-RPT22 FROM NOT22-03 AFTER ADVANCING 1 LINE

           EVALUATE TRUE
               WHEN WS22-IMP-DIFERENCIA > ZEROS AND WS22-A-COMPTE-SI
                   MOVE 'CARREC A L AGENCIA:   ' TO N22-ETIQ
                   MOVE WS22-IMP-DIFERENCIA TO N22-DIF
               WHEN WS22-IMP-DIFERENCIA > ZEROS
                   MOVE 'A COBRAR AL CLIENT:   ' TO N22-ETIQ
                   MOVE WS22-IMP-DIFERENCIA TO N22-DIF
               WHEN WS22-IMP-DIFERENCIA < ZEROS AND WS22-A-COMPTE-SI
                   MOVE 'ABONAT A L AGENCIA:   ' TO N22-ETIQ
                   MOVE WS22-IMP-ABS TO N22-DIF
               WHEN WS22-IMP-DIFERENCIA < ZEROS
                   MOVE 'A RETORNAR AL CLIENT: ' TO N22-ETIQ
                   MOVE WS22-IMP-ABS TO N22-DIF
              SET PF3EST-OFERTA TO TRUE
              MOVE FUNCTION CURRENT-DATE (1:8) TO PF3DOF
              REWRITE REG-PF03
              IF NOT WS22-STAT-PF03-OK
                 MOVE 'S' TO WS22-GRAVACIO-KO
              END-IF
           END-IF.
       FIN-OFERIR-LLISTA-ESPERA. EXIT.

           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL22' TO PF6PGM
           MOVE WS22-COD-AUDIT TO PF6COD
           WRITE REG-PF06
           IF NOT WS22-STAT-PF06-OK
              MOVE 'S' TO WS22-GRAVACIO-KO
           END-IF.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
                MOVE 1 TO WS22-SEQ-AUDIT
                MOVE WS22-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                IF NOT WS22-STAT-PF11-OK
                   MOVE 'S' TO WS22-GRAVACIO-KO
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS22-SEQ-AUDIT
                REWRITE REG-PF11
                IF NOT WS22-STAT-PF11-OK
                   MOVE 'S' TO WS22-GRAVACIO-KO
                END-IF
           END-READ.
       FIN-OBTENIR-SEGUENT-SEQ-PF06. EXIT.

           DISPLAY 'ESTAT PF09   = ' WS22-STAT-PF09.
           DISPLAY 'ESTAT PF14   = ' WS22-STAT-PF14.
           DISPLAY 'ESTAT PF18   = ' WS22-STAT-PF18.
           DISPLAY 'ESTAT PF59   = ' WS22-STAT-PF59.
           DISPLAY 'ESTAT PF60   = ' WS22-STAT-PF60.
           DISPLAY 'ESTAT DSPF01 = ' WS22-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.
           CLOSE PF09.
           CLOSE PF14.
           CLOSE PF18.
           CLOSE PF59.
           CLOSE PF60.
           GOBACK.
