      * l'historic (vista PF02L1); el que fins ara tornava        *
      * anotat en boli al manifest queda aqui i CBL70NSH en treu  *
      * les taxes de no-show per ajustar les sobrereserves.       *
      * Marcar una reserva com a embarcada dona al seu client     *
      * punts de fidelitat (PF63) per l'import net viatjat, a rao *
      * de 'PUNTSEUR' de PF09 per euro, que caduquen 'PUNTSDIES'  *
      * dies despres de la sortida. Si l'embarcament es corregeix *
      * a no-show, es retiren els punts que encara no ha gastat.  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              RECORD KEY IS PF21CLAU
              FILE STATUS IS WS40-STAT-PF21.

           SELECT PF63
              ASSIGN TO DATABASE-PF63
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF63CLAU
              FILE STATUS IS WS40-STAT-PF63.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA
              FILE STATUS IS WS40-STAT-PF09.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF63 LABEL RECORD IS STANDARD.
          COPY CPPF63.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

           05 WP40NOM PIC X(30).
           05 WP40QTY PIC 9(3).
           05 WP40EST PIC X(01).
           05 WP40PNT PIC 9(7).
           05 WP40ACC PIC X(01).
           05 WP40ERR PIC X(40).

       01 WS40-CAN-RESERVA PIC X(02).
       01 WS40-SEQ-AUDIT PIC 9(9) COMP-3.

      *----------------------------------------------------------*
      * Punts de fidelitat: import net i client de la reserva,    *
      * punts que ja tenia la marca i punts que li pertoquen ara. *
      *----------------------------------------------------------*
       01 WS40-IMP-NET PIC S9(7)V99.
       01 WS40-CLI-RESERVA PIC 9(6).
       01 WS40-PNT-ANTERIOR PIC 9(7).
       01 WS40-PNT-NOUS PIC 9(7).
       01 WS40-PNT-RETIRATS PIC 9(7).
       01 WS40-PNT-FILA PIC 9(7).
       01 WS40-PUNTS-KO PIC X(01).
           88 WS40-PUNTS-KO-SI VALUE 'S'.
       01 WS40-PUNTS-EUR PIC 9(3)V99 VALUE 1.
       01 WS40-PUNTS-DIES PIC 9(5) VALUE 730.
       01 WS40-DIES-CAD-INT PIC 9(8).
       01 WS40-SEQ-PF63 PIC 9(5).
       01 WS40-FI-PF63 PIC X(01).
           88 WS40-FI-PF63-SI VALUE 'S'.
       01 WS40-TROBAT PIC X(01).
           88 WS40-TROBAT-SI VALUE 'S'.

       01 WS40-STAT-PF41 PIC X(02).
           88 WS40-STAT-PF41-OK VALUES '00' '02'.
       01 WS40-STAT-PF02L1 PIC X(02).
           88 WS40-STAT-PF02L1-OK VALUES '00' '02'.
       01 WS40-STAT-PF21 PIC X(02).
           88 WS40-STAT-PF21-OK VALUES '00' '02'.
       01 WS40-STAT-PF63 PIC X(02).
           88 WS40-STAT-PF63-OK VALUES '00' '02'.
       01 WS40-STAT-PF09 PIC X(02).
           88 WS40-STAT-PF09-OK VALUES '00' '02'.
       01 WS40-STAT-PF11 PIC X(02).
           88 WS40-STAT-PF11-OK VALUES '00' '02'.
       01 WS40-STAT-PF06 PIC X(02).
           OPEN I-O PF41
           OPEN INPUT PF02L1
           OPEN INPUT PF21
           OPEN I-O PF63
           OPEN INPUT PF09
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS40-STAT-DSPF01-OK OR NOT WS40-STAT-PF41-OK
              OR NOT WS40-STAT-PF02L1-OK OR NOT WS40-STAT-PF21-OK
              OR NOT WS40-STAT-PF63-OK OR NOT WS40-STAT-PF09-OK
              OR NOT WS40-STAT-PF11-OK OR NOT WS40-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.
           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           PERFORM LLEGIR-PARAMETRES-PUNTS THRU
               FIN-LLEGIR-PARAMETRES-PUNTS

           INITIALIZE WP40
           PERFORM MARCAR-EMBARCAMENTS.

      *----------------------------------------------------------*
       CERCAR-RESERVA.
           MOVE ZEROS TO WS40-QTY-NET
           MOVE ZEROS TO WS40-IMP-NET
           MOVE ZEROS TO WS40-CLI-RESERVA
           MOVE SPACES TO WS40-NOM-RESERVA
           MOVE SPACES TO WS40-CAN-RESERVA
           MOVE 'N' TO WS40-FI-FITXER
                 IF P2LCOD = WP40COD AND P2LDATS = WP40DATS
                    IF P2LTIP-RESERVA
                       ADD P2LQTY TO WS40-QTY-NET
                       ADD P2LIMP TO WS40-IMP-NET
                       MOVE P2LNOM TO WS40-NOM-RESERVA
                       MOVE P2LCAN TO WS40-CAN-RESERVA
                       MOVE P2LCLI TO WS40-CLI-RESERVA
                    ELSE
                       SUBTRACT P2LQTY FROM WS40-QTY-NET
                       SUBTRACT P2LIMP FROM WS40-IMP-NET
                    END-IF
                 END-IF
              END-IF
           READ PF41 INVALID KEY
                MOVE 'Encara sense marca dembarcament' TO WP40ERR
                MOVE SPACE TO WP40EST
                MOVE ZEROS TO WP40PNT
                NOT INVALID KEY
                MOVE PF41EST TO WP40EST
                MOVE PF41PNT TO WP40PNT
                MOVE 'Mostrant marca dembarcament' TO WP40ERR
           END-READ.
       FIN-CONSULTAR-MARCA. EXIT.
      *----------------------------------------------------------*
      * Grava (o corregeix) la marca de la reserva: una fila per  *
      * referencia i sortida, sobreescrita si operacions torna a  *
      * marcar-la. La marca guarda els punts donats (PF41PNT):    *
      * remarcar una reserva ja embarcada no en dona de nous.     *
      *----------------------------------------------------------*
       GRAVAR-MARCA.
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE ZEROS TO WS40-PNT-ANTERIOR
           MOVE WP40COD TO PF41COD
           MOVE WP40DATS TO PF41DATS
           MOVE WP40REF TO PF41REF
           READ PF41 INVALID KEY
                PERFORM CALCULAR-PUNTS THRU FIN-CALCULAR-PUNTS
                MOVE WP40COD TO PF41COD
                MOVE WP40DATS TO PF41DATS
                MOVE WP40REF TO PF41REF
                MOVE WS40-CAN-RESERVA TO PF41CAN
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF41DAT
                MOVE CPUSRJ-NOM-USUARI TO PF41USR
                MOVE WS40-PNT-NOUS TO PF41PNT
                WRITE REG-PF41
                NOT INVALID KEY
                MOVE PF41PNT TO WS40-PNT-ANTERIOR
                PERFORM CALCULAR-PUNTS THRU FIN-CALCULAR-PUNTS
                MOVE WS40-QTY-NET TO PF41QTY
                MOVE WP40ACC TO PF41EST
                MOVE WS40-CAN-RESERVA TO PF41CAN
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF41DAT
                MOVE CPUSRJ-NOM-USUARI TO PF41USR
                MOVE WS40-PNT-NOUS TO PF41PNT
                REWRITE REG-PF41
           END-READ.

           ELSE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE WP40ACC TO WP40EST
              MOVE WS40-PNT-NOUS TO WP40PNT
              IF WP40ACC = 'E'
                 MOVE 'Reserva marcada com a embarcada' TO WP40ERR
              ELSE
                 MOVE 'Reserva marcada com a no-show' TO WP40ERR
              END-IF
              IF WS40-PNT-NOUS > ZEROS
                 AND WS40-PNT-ANTERIOR = ZEROS
                 PERFORM ATORGAR-PUNTS THRU FIN-ATORGAR-PUNTS
              END-IF
              IF WS40-PNT-ANTERIOR > ZEROS
                 AND WS40-PNT-NOUS = ZEROS
                 PERFORM RETIRAR-PUNTS THRU FIN-RETIRAR-PUNTS
              END-IF
           END-IF.
       FIN-GRAVAR-MARCA. EXIT.

      *----------------------------------------------------------*
      * Punts que pertoquen a la marca: cap als no-shows; els que *
      * ja tenia si es remarca embarcada; si no, l'import net     *
      * viatjat per 'PUNTSEUR', sense decimals. Una reserva sense *
      * codi de client (PF13) no en genera.                       *
      *----------------------------------------------------------*
       CALCULAR-PUNTS.
           MOVE ZEROS TO WS40-PNT-NOUS

           IF WP40ACC NOT = 'E'
              GO FIN-CALCULAR-PUNTS
           END-IF.

           IF WS40-PNT-ANTERIOR > ZEROS
              MOVE WS40-PNT-ANTERIOR TO WS40-PNT-NOUS
              GO FIN-CALCULAR-PUNTS
           END-IF.

           IF WS40-CLI-RESERVA = ZEROS OR WS40-IMP-NET <= ZEROS
              GO FIN-CALCULAR-PUNTS
           END-IF.

           COMPUTE WS40-PNT-NOUS = WS40-IMP-NET * WS40-PUNTS-EUR.
       FIN-CALCULAR-PUNTS. EXIT.

      *----------------------------------------------------------*
      * Fila 'G' al llibre de punts del client, amb tots els      *
      * punts per gastar i la caducitat comptada des de la        *
      * sortida. Si no es pot gravar, la marca es queda sense     *
      * punts perque es puguin donar remarcant-la.                *
      *----------------------------------------------------------*
       ATORGAR-PUNTS.
           PERFORM OBTENIR-SEGUENT-SEQ-PF63 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF63

           COMPUTE WS40-DIES-CAD-INT =
               FUNCTION INTEGER-OF-DATE (WP40DATS) + WS40-PUNTS-DIES

           MOVE WS40-CLI-RESERVA TO PF63CLI
           MOVE WS40-SEQ-PF63 TO PF63SEQ
           SET PF63TIP-GUANY TO TRUE
           MOVE WS40-PNT-NOUS TO PF63PNT
           MOVE WS40-PNT-NOUS TO PF63PEN
           MOVE FUNCTION DATE-OF-INTEGER (WS40-DIES-CAD-INT)
               TO PF63DCA
           MOVE WP40REF TO PF63REF
           MOVE WP40COD TO PF63COD
           MOVE WP40DATS TO PF63DATS
           MOVE WS40-IMP-NET TO PF63IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF63DAT
           MOVE CPUSRJ-NOM-USUARI TO PF63USR
           WRITE REG-PF63

           IF NOT WS40-STAT-PF63-OK
              MOVE ZEROS TO PF41PNT
              REWRITE REG-PF41
              MOVE ZEROS TO WP40PNT
              MOVE 'Embarcada, pero sense punts: torna a E'
                   TO WP40ERR
              GO FIN-ATORGAR-PUNTS
           END-IF.

           MOVE 'Embarcada; punts donats al client' TO WP40ERR.
       FIN-ATORGAR-PUNTS. EXIT.

      *----------------------------------------------------------*
      * Correccio d'embarcat a no-show: es retiren de la fila 'G' *
      * d'aquest viatge els punts que encara no s'han gastat i    *
      * queda una fila 'R' amb els retirats. Els ja gastats no es *
      * poden recuperar.                                          *
      *----------------------------------------------------------*
       RETIRAR-PUNTS.
           MOVE ZEROS TO WS40-PNT-RETIRATS
           MOVE 'N' TO WS40-PUNTS-KO
           MOVE ZEROS TO WS40-SEQ-PF63
           MOVE 'N' TO WS40-FI-PF63
           MOVE WS40-CLI-RESERVA TO PF63CLI
           MOVE ZEROS TO PF63SEQ
           START PF63 KEY IS NOT LESS THAN PF63CLAU
               INVALID KEY MOVE 'S' TO WS40-FI-PF63
           END-START.

           PERFORM RETIRAR-FILA-PUNTS THRU FIN-RETIRAR-FILA-PUNTS
               UNTIL WS40-FI-PF63-SI

           IF WS40-PNT-RETIRATS = ZEROS
              IF WS40-PUNTS-KO-SI
                 MOVE 'No-show gravat; punts no retirats'
                      TO WP40ERR
              END-IF
              GO FIN-RETIRAR-PUNTS
           END-IF.

           MOVE WS40-CLI-RESERVA TO PF63CLI
           ADD 1 TO WS40-SEQ-PF63 GIVING PF63SEQ
           SET PF63TIP-RETIRADA TO TRUE
           MOVE WS40-PNT-RETIRATS TO PF63PNT
           MOVE ZEROS TO PF63PEN
           MOVE ZEROS TO PF63DCA
           MOVE WP40REF TO PF63REF
           MOVE WP40COD TO PF63COD
           MOVE WP40DATS TO PF63DATS
           MOVE ZEROS TO PF63IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF63DAT
           MOVE CPUSRJ-NOM-USUARI TO PF63USR
           WRITE REG-PF63

           IF NOT WS40-STAT-PF63-OK
              OR WS40-PUNTS-KO-SI
              MOVE 'No-show gravat; punts no retirats' TO WP40ERR
              GO FIN-RETIRAR-PUNTS
           END-IF.

           MOVE 'No-show; punts del viatge retirats' TO WP40ERR.
       FIN-RETIRAR-PUNTS. EXIT.

       RETIRAR-FILA-PUNTS.
           READ PF63 NEXT RECORD
               AT END MOVE 'S' TO WS40-FI-PF63
           END-READ.

           IF WS40-FI-PF63-SI
              GO FIN-RETIRAR-FILA-PUNTS
           END-IF.

           IF PF63CLI NOT = WS40-CLI-RESERVA
              MOVE 'S' TO WS40-FI-PF63
              GO FIN-RETIRAR-FILA-PUNTS
           END-IF.

           MOVE PF63SEQ TO WS40-SEQ-PF63

           IF PF63TIP-GUANY AND PF63REF = WP40REF
              AND PF63COD = WP40COD AND PF63DATS = WP40DATS
              AND PF63PEN > ZEROS
              MOVE PF63PEN TO WS40-PNT-FILA
              MOVE ZEROS TO PF63PEN
              REWRITE REG-PF63
              IF NOT WS40-STAT-PF63-OK
                 MOVE 'S' TO WS40-PUNTS-KO
              ELSE
                 ADD WS40-PNT-FILA TO WS40-PNT-RETIRATS
              END-IF
           END-IF.
       FIN-RETIRAR-FILA-PUNTS. EXIT.

       OBTENIR-SEGUENT-SEQ-PF63.
           MOVE 'N' TO WS40-TROBAT
           MOVE WS40-CLI-RESERVA TO PF63CLI
           MOVE HIGH-VALUES TO PF63SEQ
           START PF63 KEY IS NOT GREATER THAN PF63CLAU
               INVALID KEY MOVE 1 TO WS40-SEQ-PF63
               NOT INVALID KEY MOVE 'S' TO WS40-TROBAT
           END-START.

           IF WS40-TROBAT-SI
               READ PF63 NEXT RECORD
                   AT END MOVE 'N' TO WS40-TROBAT
               END-READ
           END-IF.

           IF WS40-TROBAT-SI AND PF63CLI = WS40-CLI-RESERVA
               ADD 1 TO PF63SEQ GIVING WS40-SEQ-PF63
           ELSE
               MOVE 1 TO WS40-SEQ-PF63
           END-IF.
       FIN-OBTENIR-SEGUENT-SEQ-PF63. EXIT.

      *----------------------------------------------------------*
      * Punts per euro ('PUNTSEUR', 1 si no hi es) i dies de      *
      * validesa dels punts ('PUNTSDIES', 730 si no hi es).       *
      *----------------------------------------------------------*
       LLEGIR-PARAMETRES-PUNTS.
           MOVE 'PUNTSEUR  ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS40-PUNTS-EUR
                END-IF
           END-READ.

           MOVE 'PUNTSDIES ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS40-PUNTS-DIES
                END-IF
           END-READ.
       FIN-LLEGIR-PARAMETRES-PUNTS. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 la marca feta.                               *
      *----------------------------------------------------------*
           DISPLAY 'ESTAT PF41   = ' WS40-STAT-PF41.
           DISPLAY 'ESTAT PF02L1 = ' WS40-STAT-PF02L1.
           DISPLAY 'ESTAT PF21   = ' WS40-STAT-PF21.
           DISPLAY 'ESTAT PF63   = ' WS40-STAT-PF63.
           DISPLAY 'ESTAT PF09   = ' WS40-STAT-PF09.
           DISPLAY 'ESTAT PF11   = ' WS40-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS40-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS40-STAT-DSPF01.
           CLOSE PF41.
           CLOSE PF02L1.
           CLOSE PF21.
           CLOSE PF63.
           CLOSE PF09.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
