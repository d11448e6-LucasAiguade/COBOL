       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL25DIV.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Canvi vigent d'una moneda, compartit per CALL com         *
      * CBL25OFI. El programa que el necessita li passa:          *
      *  PARM-DIV  moneda (espais o 'EUR' vol dir euros);         *
      *  PARM-DAT  data del canvi; zeros vol dir avui;            *
      *  PARM-CNV  resposta: euros per unitat de la moneda, de la *
      *            fila de PF82 mes recent no posterior a la      *
      *            data; 1 per a l'euro i zeros si no n'hi ha     *
      *            cap (o sense fitxer obert);                    *
      *  PARM-DCN  resposta: data de la fila trobada.             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF82
              ASSIGN TO DATABASE-PF82
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF82CLAU
              FILE STATUS IS WS25D-STAT-PF82.

       DATA DIVISION.
       FILE SECTION.
       FD PF82 LABEL RECORD IS STANDARD.
          COPY CPPF82.

       WORKING-STORAGE SECTION.
       01 WS25D-STAT-PF82 PIC X(02).
           88 WS25D-STAT-PF82-OK VALUES '00' '02'.
       01 WS25D-FI-PF82 PIC X(01).
           88 WS25D-FI-PF82-SI VALUE 'S'.
       01 WS25D-DAT PIC 9(8).

       LINKAGE SECTION.
       01 PARM-DIV PIC X(03).
       01 PARM-DAT PIC 9(8).
       01 PARM-CNV PIC 9(3)V9(6).
       01 PARM-DCN PIC 9(8).

       PROCEDURE DIVISION USING PARM-DIV PARM-DAT PARM-CNV PARM-DCN.

       MAIN.
           MOVE ZEROS TO PARM-CNV
           MOVE ZEROS TO PARM-DCN

           IF PARM-DIV = SPACES OR PARM-DIV = 'EUR'
              MOVE 1 TO PARM-CNV
              GOBACK
           END-IF.

           IF PARM-DAT = ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS25D-DAT
           ELSE
              MOVE PARM-DAT TO WS25D-DAT
           END-IF.

           OPEN INPUT PF82
           IF NOT WS25D-STAT-PF82-OK
              GOBACK
           END-IF.

      * Les files d'una moneda van per data creixent: es queda
      * la darrera que no passa de la data demanada.
           MOVE 'N' TO WS25D-FI-PF82
           MOVE PARM-DIV TO PF82DIV
           MOVE ZEROS TO PF82DAT
           START PF82 KEY IS NOT LESS THAN PF82CLAU
               INVALID KEY MOVE 'S' TO WS25D-FI-PF82
           END-START.

           PERFORM LLEGIR-SEGUENT-CANVI THRU FIN-LLEGIR-SEGUENT-CANVI
               UNTIL WS25D-FI-PF82-SI

           CLOSE PF82.
           GOBACK.

       LLEGIR-SEGUENT-CANVI.
           READ PF82 NEXT RECORD
               AT END MOVE 'S' TO WS25D-FI-PF82
           END-READ.

           IF NOT WS25D-FI-PF82-SI
              IF PF82DIV NOT = PARM-DIV OR PF82DAT > WS25D-DAT
                 MOVE 'S' TO WS25D-FI-PF82
              ELSE
                 MOVE PF82CNV TO PARM-CNV
                 MOVE PF82DAT TO PARM-DCN
              END-IF
           END-IF.
       FIN-LLEGIR-SEGUENT-CANVI. EXIT.
