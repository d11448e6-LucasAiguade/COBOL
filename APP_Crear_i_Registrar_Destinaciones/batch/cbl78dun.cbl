      * to escalat segons els dies de retard: recordatori fins a  *
      * 7 dies, segon avis fins a 21 i ultim avis mes enlla.      *
      * Fins ara aquestes cartes s'escrivien a ma a partir del    *
      * llistat de CBL98DUE, massa a prop de la sortida. Cada     *
      * carta deixa tambe un avis per correu o SMS a la bustia    *
      * PF52 (CBL92AVI) amb l'import pendent. Les reserves        *
      * d'una agencia amb compte de credit (PF59) no es reclamen  *
      * al viatger: les cobra l'agencia (saldo per edat a         *
      * CBL68ANT). Tampoc les dels clients de facturacio mensual  *
      * agrupada (PF13FAC 'M'), que es cobren amb la factura de   *
      * final de mes de CBL68FAC al seu venciment.                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT PF59
              ASSIGN TO DATABASE-PF59
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF59AGE.

           SELECT RPT78
              ASSIGN TO PRINTER-RPT78.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD PF59 LABEL RECORD IS STANDARD.
          COPY CPPF59.

       FD RPT78 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT78 PIC X(80).
       01 WS78-G-COD PIC 9(4).
       01 WS78-G-NOM PIC X(30).
       01 WS78-G-CLI PIC 9(6).
       01 WS78-G-AGE PIC X(4).
       01 WS78-G-DATS PIC 9(8).
       01 WS78-G-DAT-RES PIC 9(8).
       01 WS78-G-IMP-R PIC 9(9)V99.
       01 WS78-DIES-INT PIC S9(9).
       01 WS78-IMP-DIPOSIT PIC 9(7)V99.

      * Parametres de l'avis al client (CBL92AVI).
       01 WS78-AVI-TIP PIC X(02) VALUE 'RC'.
       01 WS78-AVI-IMP PIC 9(7)V99.
       01 WS78-AVI-PGM PIC X(08) VALUE 'CBL78DUN'.
       01 WS78-AVI-ERR PIC X(02).

      *----------------------------------------------------------*
      * Linies de la carta de reclamacio (una pagina per client). *
      *----------------------------------------------------------*
           OPEN INPUT PF13
           OPEN INPUT PF01X
           OPEN INPUT PF09
           OPEN INPUT PF59
           OPEN OUTPUT RPT78

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS78-AVUI
           CLOSE PF13.
           CLOSE PF01X.
           CLOSE PF09.
           CLOSE PF59.
           CLOSE RPT78.

           PERFORM ESCRIURE-JORNAL-FI THRU
              MOVE ZEROS TO WS78-G-COD
              MOVE SPACES TO WS78-G-NOM
              MOVE ZEROS TO WS78-G-CLI
              MOVE SPACES TO WS78-G-AGE
              MOVE ZEROS TO WS78-G-DATS
              MOVE ZEROS TO WS78-G-DAT-RES
              MOVE ZEROS TO WS78-G-IMP-R
              MOVE P2LCOD TO WS78-G-COD
              MOVE P2LNOM TO WS78-G-NOM
              MOVE P2LCLI TO WS78-G-CLI
              MOVE P2LAGE TO WS78-G-AGE
              MOVE P2LDATS TO WS78-G-DATS
              IF WS78-G-DAT-RES = ZEROS
                 MOVE P2LDAT TO WS78-G-DAT-RES
              GO FIN-PROCESSAR-GRUP
           END-IF.

      * Reserva d'una agencia que treballa a credit: el deute es
      * de l'agencia, no del viatger.
           IF WS78-G-AGE NOT = SPACES
              MOVE WS78-G-AGE TO PF59AGE
              READ PF59 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   GO FIN-PROCESSAR-GRUP
              END-READ
           END-IF.

      * Client amb factura mensual agrupada: el deute va a la
      * factura de final de mes, no reserva per reserva.
           IF WS78-G-CLI NOT = ZEROS
              MOVE WS78-G-CLI TO PF13COD
              READ PF13 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF PF13FAC-MENSUAL
                      GO FIN-PROCESSAR-GRUP
                   END-IF
              END-READ
           END-IF.

           PERFORM CARREGAR-PLA THRU FIN-CARREGAR-PLA
           PERFORM SUMAR-PAGAMENTS THRU FIN-SUMAR-PAGAMENTS
           PERFORM CALCULAR-VENCUT THRU FIN-CALCULAR-VENCUT

           WRITE LINIA-RPT78 FROM CAR78-06 AFTER ADVANCING 2 LINES

           MOVE WS78-PENDENT TO WS78-AVI-IMP
           CALL 'CBL92AVI' USING WS78-AVI-TIP WS78-G-CLI WS78-G-NOM
                                 WS78-REF-ACTUAL WS78-G-COD
                                 WS78-G-DATS WS78-AVI-IMP
                                 WS78-AVI-PGM WS78-AVI-ERR

           ADD 1 TO WS78-NUM-CARTES.
       FIN-IMPRIMIR-CARTA. EXIT.

