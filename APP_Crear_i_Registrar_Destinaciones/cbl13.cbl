      * del val (PF32): l'import es rebaixa del seu saldo viu,    *
      * sencer o a trossos, i el val queda esgotat quan arriba a  *
      * zero. No cal cap consulta a PF02: la referencia surt del  *
      * paper que porta el client. Amb el tipus 'P' l'import es   *
      * paga amb punts de fidelitat (PF63) del client de la       *
      * reserva, a rao de 'PUNTVALOR' de PF09 euros per punt: es  *
      * gasten primer els punts mes antics no caducats.           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              RECORD KEY IS PF40NUM
              FILE STATUS IS WS13-STAT-PF40.

           SELECT PF63
              ASSIGN TO DATABASE-PF63
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF63CLAU
              FILE STATUS IS WS13-STAT-PF63.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA
              FILE STATUS IS WS13-STAT-PF09.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
       FD PF40 LABEL RECORD IS STANDARD.
          COPY CPPF40.

       FD PF63 LABEL RECORD IS STANDARD.
          COPY CPPF63.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD DSPF01 LABEL RECORD IS OMITTED.
       01 REG-DSPF01.
           COPY DDS-ALL-FORMAT OF DSPF01.
           05 WP13IMP PIC 9(7)V99.
           05 WP13VAL PIC 9(9).
           05 WP13TOT PIC 9(7)V99.
           05 WP13PNT PIC 9(7).
           05 WP13ERR PIC X(40).

       01 WS13-DARRERA-SEQ PIC 9(3).
           88 WS13-VAL-KO-SI VALUE 'S'.
       01 WS13-PAGAMENT-OK PIC X(01) VALUE 'N'.

      *----------------------------------------------------------*
      * Pagament amb punts: client, destinacio i sortida de la    *
      * reserva, punts que calen per a l'import i saldo viu.      *
      *----------------------------------------------------------*
       01 WS13-PUNTS-KO PIC X(01) VALUE 'N'.
           88 WS13-PUNTS-KO-SI VALUE 'S'.
       01 WS13-CLI-REF PIC 9(6).
       01 WS13-COD-REF PIC 9(4).
       01 WS13-DATS-REF PIC 9(8).
       01 WS13-PUNT-VALOR PIC 9(3)V99 VALUE 0,01.
       01 WS13-PNT-NECESSARIS PIC 9(7).
       01 WS13-PNT-PENDENTS PIC 9(7).
       01 WS13-SALDO-PUNTS PIC 9(7).
       01 WS13-IMP-PUNTS PIC 9(7)V99.
       01 WS13-DARRERA-SEQ-PNT PIC 9(5).
       01 WS13-FI-PF63 PIC X(01).
           88 WS13-FI-PF63-SI VALUE 'S'.
       01 WS13-PUNTS-GASTATS-KO PIC X(01).
           88 WS13-PUNTS-GASTATS-KO-SI VALUE 'S'.

       01 WS13-STAT-PF14 PIC X(02).
           88 WS13-STAT-PF14-OK VALUES '00' '02'.
       01 WS13-STAT-PF02L1 PIC X(02).
           88 WS13-STAT-PF32-OK VALUES '00' '02'.
       01 WS13-STAT-PF40 PIC X(02).
           88 WS13-STAT-PF40-OK VALUES '00' '02'.
       01 WS13-STAT-PF63 PIC X(02).
           88 WS13-STAT-PF63-OK VALUES '00' '02'.
       01 WS13-STAT-PF09 PIC X(02).
           88 WS13-STAT-PF09-OK VALUES '00' '02'.
       01 WS13-DIA-TANCAT PIC X(01) VALUE 'N'.
           88 WS13-DIA-TANCAT-SI VALUE 'S'.
       01 WS13-FI-PF40 PIC X(01).
       01 WS13-NIV-AUT PIC 9(01).
       01 WS13-PERMES-AUT PIC X(01).
       01 WS13-AUDIT-AUT PIC X(01).
       01 WS13-USR-OFI PIC X(10) VALUE SPACES.
       01 WS13-OFI PIC X(03).

       PROCEDURE DIVISION.

           OPEN I-O PF06
           OPEN I-O PF32
           OPEN INPUT PF40
           OPEN I-O PF63
           OPEN INPUT PF09

           IF NOT WS13-STAT-DSPF01-OK OR NOT WS13-STAT-PF14-OK
              OR NOT WS13-STAT-PF02L1-OK
              OR NOT WS13-STAT-PF11-OK OR NOT WS13-STAT-PF06-OK
              OR NOT WS13-STAT-PF32-OK OR NOT WS13-STAT-PF40-OK
              OR NOT WS13-STAT-PF63-OK OR NOT WS13-STAT-PF09-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS13-USR-OFI WS13-OFI

           PERFORM LLEGIR-VALOR-PUNT THRU FIN-LLEGIR-VALOR-PUNT

           INITIALIZE WP13
           PERFORM REGISTRAR-PAGAMENT.

                GO REGISTRAR-PAGAMENT
           END-READ.

           MOVE P2LCLI TO WS13-CLI-REF
           MOVE P2LCOD TO WS13-COD-REF
           MOVE P2LDATS TO WS13-DATS-REF

           IF WP13TIP NOT = 'D' AND WP13TIP NOT = 'T'
              AND WP13TIP NOT = 'S' AND WP13TIP NOT = 'V'
              AND WP13TIP NOT = 'P'
              MOVE 'Indica D, T, S, V (val) o P (punts)'
                   TO WP13ERR
              GO REGISTRAR-PAGAMENT
           END-IF.
              END-IF
           END-IF.

           IF WP13TIP = 'P'
              PERFORM COMPROVAR-PUNTS THRU FIN-COMPROVAR-PUNTS
              IF WS13-PUNTS-KO-SI
                 GO REGISTRAR-PAGAMENT
              END-IF
           END-IF.

      * Amb la caixa del dia tancada (PF40 via CBL38), nomes un
      * supervisor pot continuar apuntant pagaments de l'usuari:
      * aixi cap entrada es cola per darrere d'un tancament.
              PERFORM GASTAR-VAL THRU FIN-GASTAR-VAL
           END-IF.

           IF WP13TIP = 'P' AND WS13-PAGAMENT-OK = 'S'
              PERFORM GASTAR-PUNTS THRU FIN-GASTAR-PUNTS
           END-IF.

           GO REGISTRAR-PAGAMENT.

       MUESTRO-P13.
           MOVE WP13IMP TO PF14IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF14DAT
           MOVE CPUSRJ-NOM-USUARI TO PF14USR
           MOVE WS13-OFI TO PF14OFI
           WRITE REG-PF14

           IF NOT WS13-STAT-PF14-OK
       FIN-GRAVAR-PAGAMENT. EXIT.

      *----------------------------------------------------------*
      * Mira si l'usuari ja te el dia tancat a PF40 (CBL38), o si *
      * s'ha tancat la caixa de tota la seva oficina; si es aixi, *
      * nomes es continua si el comprovador d'autoritat concedeix *
      * nivell de supervisor per a aquesta funcio.                *
      *----------------------------------------------------------*
       COMPROVAR-TANCAMENT.
           MOVE 'N' TO WS13-DIA-TANCAT
           END-READ.

           IF NOT WS13-FI-PF40-SI
              IF PF40TIP-OPERADOR
                 AND PF40USR = CPUSRJ-NOM-USUARI
                 AND PF40DAT = WS13-AVUI
                 MOVE 'S' TO WS13-DIA-TANCAT
              END-IF
              IF PF40TIP-OFICINA AND WS13-OFI NOT = SPACES
                 AND PF40OFI = WS13-OFI
                 AND PF40DAT = WS13-AVUI
                 MOVE 'S' TO WS13-DIA-TANCAT
              END-IF
           END-IF.
       FIN-GASTAR-VAL. EXIT.

      *----------------------------------------------------------*
      * Comprova el pagament amb punts: la reserva ha de tenir    *
      * client i el client prou punts vius per cobrir l'import;   *
      * els punts que calen s'arrodoneixen a l'alca.              *
      *----------------------------------------------------------*
       COMPROVAR-PUNTS.
           MOVE 'N' TO WS13-PUNTS-KO

           IF WS13-CLI-REF = ZEROS
              MOVE 'Reserva sense client: no te punts' TO WP13ERR
              MOVE 'S' TO WS13-PUNTS-KO
              GO FIN-COMPROVAR-PUNTS
           END-IF.

           COMPUTE WS13-PNT-NECESSARIS = WP13IMP / WS13-PUNT-VALOR
           IF WS13-PNT-NECESSARIS * WS13-PUNT-VALOR < WP13IMP
              ADD 1 TO WS13-PNT-NECESSARIS
           END-IF.

           PERFORM SUMAR-SALDO-PUNTS THRU FIN-SUMAR-SALDO-PUNTS
           MOVE WS13-SALDO-PUNTS TO WP13PNT

           IF WS13-PNT-NECESSARIS > WS13-SALDO-PUNTS
              MOVE 'El client no te prou punts' TO WP13ERR
              MOVE 'S' TO WS13-PUNTS-KO
              GO FIN-COMPROVAR-PUNTS
           END-IF.

           MOVE WP13IMP TO WS13-IMP-PUNTS.
       FIN-COMPROVAR-PUNTS. EXIT.

      *----------------------------------------------------------*
      * Saldo viu de punts del client (files 'G' no caducades) i  *
      * darrera sequencia del seu llibre a PF63.                  *
      *----------------------------------------------------------*
       SUMAR-SALDO-PUNTS.
           MOVE ZEROS TO WS13-SALDO-PUNTS
           MOVE ZEROS TO WS13-DARRERA-SEQ-PNT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS13-AVUI

           PERFORM SITUAR-PUNTS THRU FIN-SITUAR-PUNTS
           PERFORM SUMAR-FILA-PUNTS THRU FIN-SUMAR-FILA-PUNTS
               UNTIL WS13-FI-PF63-SI.
       FIN-SUMAR-SALDO-PUNTS. EXIT.

       SITUAR-PUNTS.
           MOVE 'N' TO WS13-FI-PF63
           MOVE WS13-CLI-REF TO PF63CLI
           MOVE ZEROS TO PF63SEQ
           START PF63 KEY IS NOT LESS THAN PF63CLAU
               INVALID KEY MOVE 'S' TO WS13-FI-PF63
           END-START.
       FIN-SITUAR-PUNTS. EXIT.

       SUMAR-FILA-PUNTS.
           READ PF63 NEXT RECORD
               AT END MOVE 'S' TO WS13-FI-PF63
           END-READ.

           IF NOT WS13-FI-PF63-SI
              IF PF63CLI NOT = WS13-CLI-REF
                 MOVE 'S' TO WS13-FI-PF63
              ELSE
                 MOVE PF63SEQ TO WS13-DARRERA-SEQ-PNT
                 IF PF63TIP-GUANY AND PF63DCA >= WS13-AVUI
                    ADD PF63PEN TO WS13-SALDO-PUNTS
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-FILA-PUNTS. EXIT.

      *----------------------------------------------------------*
      * Gasta els punts del pagament, de les files 'G' vives mes  *
      * antigues a les mes noves, i hi deixa una fila 'D' amb la  *
      * referencia pagada.                                        *
      *----------------------------------------------------------*
       GASTAR-PUNTS.
           MOVE 'N' TO WS13-PUNTS-GASTATS-KO
           MOVE WS13-PNT-NECESSARIS TO WS13-PNT-PENDENTS

           PERFORM SITUAR-PUNTS THRU FIN-SITUAR-PUNTS
           PERFORM GASTAR-FILA-PUNTS THRU FIN-GASTAR-FILA-PUNTS
               UNTIL WS13-FI-PF63-SI OR WS13-PNT-PENDENTS = ZEROS

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS13-CLI-REF TO PF63CLI
           ADD 1 TO WS13-DARRERA-SEQ-PNT GIVING PF63SEQ
           SET PF63TIP-DESPESA TO TRUE
           MOVE WS13-PNT-NECESSARIS TO PF63PNT
           MOVE ZEROS TO PF63PEN
           MOVE ZEROS TO PF63DCA
           MOVE WP13REF TO PF63REF
           MOVE WS13-COD-REF TO PF63COD
           MOVE WS13-DATS-REF TO PF63DATS
           MOVE WS13-IMP-PUNTS TO PF63IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF63DAT
           MOVE CPUSRJ-NOM-USUARI TO PF63USR
           WRITE REG-PF63
           IF NOT WS13-STAT-PF63-OK
              MOVE 'S' TO WS13-PUNTS-GASTATS-KO
           END-IF.

           IF WS13-PUNTS-GASTATS-KO-SI
              MOVE 'Pagament gravat; punts no rebaixats'
                   TO WP13ERR
           ELSE
              SUBTRACT WS13-PNT-NECESSARIS FROM WS13-SALDO-PUNTS
                  GIVING WP13PNT
           END-IF.
       FIN-GASTAR-PUNTS. EXIT.

       GASTAR-FILA-PUNTS.
           READ PF63 NEXT RECORD
               AT END MOVE 'S' TO WS13-FI-PF63
           END-READ.

           IF WS13-FI-PF63-SI
              GO FIN-GASTAR-FILA-PUNTS
           END-IF.

           IF PF63CLI NOT = WS13-CLI-REF
              MOVE 'S' TO WS13-FI-PF63
              GO FIN-GASTAR-FILA-PUNTS
           END-IF.

           IF NOT PF63TIP-GUANY OR PF63PEN = ZEROS
              OR PF63DCA < WS13-AVUI
              GO FIN-GASTAR-FILA-PUNTS
           END-IF.

           IF PF63PEN > WS13-PNT-PENDENTS
              SUBTRACT WS13-PNT-PENDENTS FROM PF63PEN
              MOVE ZEROS TO WS13-PNT-PENDENTS
           ELSE
              SUBTRACT PF63PEN FROM WS13-PNT-PENDENTS
              MOVE ZEROS TO PF63PEN
           END-IF.

           REWRITE REG-PF63
           IF NOT WS13-STAT-PF63-OK
              MOVE 'S' TO WS13-PUNTS-GASTATS-KO
           END-IF.
       FIN-GASTAR-FILA-PUNTS. EXIT.

      *----------------------------------------------------------*
      * Valor en euros de cada punt ('PUNTVALOR' de PF09, 0,01    *
      * si no hi es).                                             *
      *----------------------------------------------------------*
       LLEGIR-VALOR-PUNT.
           MOVE 'PUNTVALOR ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS13-PUNT-VALOR
                END-IF
           END-READ.
       FIN-LLEGIR-VALOR-PUNT. EXIT.

      *----------------------------------------------------------*
      * Recorre les files de PF14 d'aquesta referencia per saber  *
      * la darrera sequencia usada i el total pagat fins ara.     *
           DISPLAY 'ESTAT PF06   = ' WS13-STAT-PF06.
           DISPLAY 'ESTAT PF32   = ' WS13-STAT-PF32.
           DISPLAY 'ESTAT PF40   = ' WS13-STAT-PF40.
           DISPLAY 'ESTAT PF63   = ' WS13-STAT-PF63.
           DISPLAY 'ESTAT PF09   = ' WS13-STAT-PF09.
           DISPLAY 'ESTAT DSPF01 = ' WS13-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.
           CLOSE PF06.
           CLOSE PF32.
           CLOSE PF40.
           CLOSE PF63.
           CLOSE PF09.
           GOBACK.
