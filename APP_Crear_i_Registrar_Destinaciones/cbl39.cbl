      *    (PF23) de l'origen passen a la data nova;              *
      *  - la sortida d'origen queda tancada;                     *
      *  - s'imprimeix una carta per client afectat (RPT39) amb   *
      *    el contacte del mestre PF13, i se'n deixa l'avis per   *
      *    correu o SMS a la bustia PF52 (CBL92AVI).              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01 WS39-PLACES-OPCIONS PIC 9(5).
       01 WS39-QTY-RETORN PIC 9(5).

      * Parametres de l'avis al client (CBL92AVI).
       01 WS39-AVI-TIP PIC X(02) VALUE 'CO'.
       01 WS39-AVI-IMP PIC 9(7)V99 VALUE ZEROS.
       01 WS39-AVI-PGM PIC X(08) VALUE 'CBL39'.
       01 WS39-AVI-ERR PIC X(02).

       01 WS39-STAT-PF02 PIC X(02).
           88 WS39-STAT-PF02-OK VALUES '00' '02'.
       01 WS39-STAT-PF21 PIC X(02).
       01 WS39-NIV-AUT PIC 9(01).
       01 WS39-PERMES-AUT PIC X(01).
       01 WS39-AUDIT-AUT PIC X(01).
       01 WS39-USR-OFI PIC X(10) VALUE SPACES.
       01 WS39-OFI PIC X(03).

       PROCEDURE DIVISION.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS39-USR-OFI WS39-OFI

           INITIALIZE WP39
           PERFORM CONSOLIDAR-SORTIDES.

           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE SPACES TO PF2CAM
           MOVE ZEROS TO PF2DTO
           MOVE WS39-OFI TO PF2OFI
           WRITE REG-PF02

           PERFORM OBTENIR-SEGUENT-SEQ THRU FIN-OBTENIR-SEGUENT-SEQ
           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE SPACES TO PF2CAM
           MOVE ZEROS TO PF2DTO
           MOVE WS39-OFI TO PF2OFI
           WRITE REG-PF02

           PERFORM IMPRIMIR-CARTA THRU FIN-IMPRIMIR-CARTA
           MOVE WP39DATO TO C39-DATO
           MOVE WP39DATD TO C39-DATD
           WRITE LINIA-RPT39 FROM CAR39-05 AFTER ADVANCING 1 LINE.

           CALL 'CBL92AVI' USING WS39-AVI-TIP TR-CLI (WS39-I)
                                 TR-NOM (WS39-I) TR-REF (WS39-I)
                                 WP39COD WP39DATD WS39-AVI-IMP
                                 WS39-AVI-PGM WS39-AVI-ERR.
       FIN-IMPRIMIR-CARTA. EXIT.

      *----------------------------------------------------------*
