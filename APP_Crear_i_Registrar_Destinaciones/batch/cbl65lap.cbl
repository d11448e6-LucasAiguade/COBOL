      *    la referencia conservada i l'import net del tram, per  *
      *    deixar la referencia saldada a l'historic;             *
      *  - s'ofereix la placa a la llista d'espera;               *
      *  - s'imprimeix la carta d'avis al client (RPT65) i se'n   *
      *    deixa l'avis per correu o SMS a la bustia PF52         *
      *    (CBL92AVI).                                            *
      * Les reserves dels clients de facturacio mensual agrupada  *
      * (PF13FAC 'M') tampoc no caduquen: les paguen amb la       *
      * factura de final de mes (CBL68FAC).                       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT PF59
              ASSIGN TO DATABASE-PF59
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF59AGE.

           SELECT PF61
              ASSIGN TO DATABASE-PF61
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF61CAM.

           SELECT RPT65
              ASSIGN TO PRINTER-RPT65.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD PF59 LABEL RECORD IS STANDARD.
          COPY CPPF59.

       FD PF61 LABEL RECORD IS STANDARD.
          COPY CPPF61.

       FD RPT65 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT65 PIC X(80).
       01 WS65-G-CLI PIC 9(6).
       01 WS65-G-NOM PIC X(30).
       01 WS65-G-DAT-RES PIC 9(8).
       01 WS65-G-AGE PIC X(04).
       01 WS65-G-CAM PIC X(10).
       01 WS65-G-OFI PIC X(03).
       01 WS65-G-QTY-CAM PIC 9(5).
       01 WS65-CAM-CONSUM PIC 9(5).
       01 WS65-NUM-TRAMS PIC 9(2).
       01 WS65-T PIC 9(2).
       01 WS65-TRAM-VIST PIC X(01).
       01 WS65-DAT-SORTIDA PIC 9(8).
       01 WS65-SORTIDA-PASSADA PIC X(01).

      * Parametres de l'avis al client (CBL92AVI).
       01 WS65-AVI-TIP PIC X(02) VALUE 'CA'.
       01 WS65-AVI-IMP PIC 9(7)V99 VALUE ZEROS.
       01 WS65-AVI-PGM PIC X(08) VALUE 'CBL65LAP'.
       01 WS65-AVI-ERR PIC X(02).

       01 CAR65-01.
           05 FILLER PIC X(36) VALUE
              'AVIS: RESERVA ANUL.LADA PER IMPAGAT'.
           OPEN INPUT PF14
           OPEN INPUT PF13
           OPEN INPUT PF09
           OPEN INPUT PF59
           OPEN I-O PF61
           OPEN OUTPUT RPT65

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS65-AVUI
           CLOSE PF14.
           CLOSE PF13.
           CLOSE PF09.
           CLOSE PF59.
           CLOSE PF61.
           CLOSE RPT65.

           PERFORM ESCRIURE-JORNAL-FI THRU
              MOVE ZEROS TO WS65-G-CLI
              MOVE SPACES TO WS65-G-NOM
              MOVE ZEROS TO WS65-G-DAT-RES
              MOVE SPACES TO WS65-G-AGE
              MOVE SPACES TO WS65-G-CAM
              MOVE SPACES TO WS65-G-OFI
              MOVE ZEROS TO WS65-NUM-TRAMS
           END-IF.

              IF WS65-G-DAT-RES = ZEROS
                 MOVE P2LDAT TO WS65-G-DAT-RES
              END-IF
              IF P2LAGE NOT = SPACES
                 MOVE P2LAGE TO WS65-G-AGE
              END-IF
              IF P2LCAM NOT = SPACES
                 MOVE P2LCAM TO WS65-G-CAM
              END-IF
              IF P2LOFI NOT = SPACES
                 MOVE P2LOFI TO WS65-G-OFI
              END-IF
           ELSE
              SUBTRACT P2LQTY FROM TT-QTY (WS65-T)
              SUBTRACT P2LIMP FROM TT-IMP (WS65-T)
              GO FIN-PROCESSAR-GRUP
           END-IF.

      * Una reserva carregada al compte de credit d'una agencia
      * (PF59) no espera cap pagament del client: la paga
      * l'agencia al seu termini i no ha de caducar per impagat.
           IF WS65-G-AGE NOT = SPACES
              MOVE WS65-G-AGE TO PF59AGE
              READ PF59 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   GO FIN-PROCESSAR-GRUP
              END-READ
           END-IF.

      * El client amb factura mensual agrupada no paga reserva per
      * reserva: ho fa al venciment de la factura de CBL68FAC.
           IF WS65-G-CLI NOT = ZEROS
              MOVE WS65-G-CLI TO PF13COD
              READ PF13 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF PF13FAC-MENSUAL
                      GO FIN-PROCESSAR-GRUP
                   END-IF
              END-READ
           END-IF.

           PERFORM COMPROVAR-PAGAMENTS THRU FIN-COMPROVAR-PAGAMENTS
           IF WS65-PAGAT > ZEROS
              GO FIN-PROCESSAR-GRUP
              GO FIN-PROCESSAR-GRUP
           END-IF.

           MOVE ZEROS TO WS65-G-QTY-CAM
           MOVE 1 TO WS65-T
           PERFORM CADUCAR-TRAM THRU FIN-CADUCAR-TRAM
               UNTIL WS65-T > WS65-NUM-TRAMS

           PERFORM TORNAR-CAMPANYA THRU FIN-TORNAR-CAMPANYA

           PERFORM IMPRIMIR-CARTA THRU FIN-IMPRIMIR-CARTA
           ADD 1 TO WS65-NUM-CADUCADES.
       FIN-PROCESSAR-GRUP. EXIT.
           END-IF.

           MOVE TT-QTY (WS65-T) TO WS65-QTY-RETORN
           IF TT-QTY (WS65-T) > WS65-G-QTY-CAM
              MOVE TT-QTY (WS65-T) TO WS65-G-QTY-CAM
           END-IF

           IF TT-DATS (WS65-T) NOT = ZEROS
              MOVE TT-COD (WS65-T) TO PF21COD
           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE WS65-G-CAM TO PF2CAM
           MOVE ZEROS TO PF2DTO
      * La caducitat es de l'oficina que va fer la reserva.
           MOVE WS65-G-OFI TO PF2OFI
           WRITE REG-PF02.
       FIN-ESCRIURE-HIST-CADUCADA. EXIT.

      *----------------------------------------------------------*
      * La referencia caducada torna el consum de la seva         *
      * campanya (PF61): l'us sencer, o les places vives si el    *
      * topall es per places (un paquet en va consumir les del    *
      * grup una sola vegada, no per tram). Mai per sota de zero. *
      *----------------------------------------------------------*
       TORNAR-CAMPANYA.
           IF WS65-G-CAM = SPACES
              GO FIN-TORNAR-CAMPANYA
           END-IF.

           MOVE WS65-G-CAM TO PF61CAM
           READ PF61 INVALID KEY
                GO FIN-TORNAR-CAMPANYA
           END-READ.

           IF PF61TOP-PLACES
              MOVE WS65-G-QTY-CAM TO WS65-CAM-CONSUM
           ELSE
              MOVE 1 TO WS65-CAM-CONSUM
           END-IF.

           IF WS65-CAM-CONSUM > PF61USA
              MOVE ZEROS TO PF61USA
           ELSE
              SUBTRACT WS65-CAM-CONSUM FROM PF61USA
           END-IF.

           REWRITE REG-PF61.
       FIN-TORNAR-CAMPANYA. EXIT.

       OBTENIR-SEGUENT-SEQ.
           MOVE 'N' TO WS65-TROBAT
           MOVE TT-COD (WS65-T) TO PF2COD

           MOVE WS65-REF-ACTUAL TO C65-REF
           WRITE LINIA-RPT65 FROM CAR65-04 AFTER ADVANCING 2 LINES.

           CALL 'CBL92AVI' USING WS65-AVI-TIP WS65-G-CLI WS65-G-NOM
                                 WS65-REF-ACTUAL TT-COD (1)
                                 TT-DATS (1) WS65-AVI-IMP
                                 WS65-AVI-PGM WS65-AVI-ERR.
       FIN-IMPRIMIR-CARTA. EXIT.

      *----------------------------------------------------------*
