      *      (destinacio + sortida + sequencia). El tipus de la   *
      *      linia diu com es comporta el cost: 'H' hotel per     *
      *      persona, 'A' autocar i 'G' guia com a imports fixos. *
      *      L'import va en la moneda del proveidor: en moneda    *
      *      estrangera s'hi fixa el canvi de pressupost, el que  *
      *      s'escrigui o, si es deixa a zeros, el vigent avui a  *
      *      PF82 (CBL25DIV).                                     *
      * L'IBAN del proveidor es on CBL74BNK transfereix les       *
      * factures de PF80 conciliades o aprovades a CBL60.         *
      * L'informe mensual CBL75MAR creua aquests costos amb els   *
      * ingressos nets de PF02: fins ara tot el que es mirava era *
      * nomes venda i ningu podia veure el marge.                 *
           05 WP37SEQ PIC 9(3).
           05 WP37TIP PIC X(01).
           05 WP37IMP PIC 9(7)V99.
           05 WP37DIV PIC X(03).
           05 WP37CNV PIC 9(3)V9(6).
           05 WP37IBA PIC X(34).
           05 WP37ACC PIC X(01).
           05 WP37ERR PIC X(40).

       01 WS37-PERMES-AUT PIC X(01).
       01 WS37-AUDIT-AUT PIC X(01).

       01 WS37-DAT-CNV PIC 9(8).
       01 WS37-DCN-CNV PIC 9(8).

       PROCEDURE DIVISION.

       MAIN.
                NOT INVALID KEY
                MOVE PF38NOM TO WP37NOM
                MOVE PF38TIP TO WP37TPR
                MOVE PF38IBA TO WP37IBA
                MOVE 'Mostrant proveidor' TO WP37ERR
           END-READ.
       FIN-CONSULTAR-PROVEIDOR. EXIT.
           MOVE WP37PRV TO PF38PRV
           MOVE WP37NOM TO PF38NOM
           MOVE WP37TPR TO PF38TIP
           MOVE WP37IBA TO PF38IBA
           WRITE REG-PF38

           IF NOT WS37-STAT-PF38-OK

           MOVE WP37NOM TO PF38NOM
           MOVE WP37TPR TO PF38TIP
           MOVE WP37IBA TO PF38IBA
           REWRITE REG-PF38

           IF NOT WS37-STAT-PF38-OK
                MOVE PF39TIP TO WP37TIP
                MOVE PF39PRV TO WP37PRV
                MOVE PF39IMP TO WP37IMP
                MOVE PF39DIV TO WP37DIV
                MOVE PF39CNV TO WP37CNV
                MOVE 'Mostrant linia de cost' TO WP37ERR
           END-READ.
       FIN-CONSULTAR-COST. EXIT.
                GO FIN-ALTA-COST
           END-READ.

      * En euros el canvi no compta; en moneda estrangera, si no
      * s'ha escrit, es pren el vigent avui.
           IF WP37DIV = SPACES OR WP37DIV = 'EUR'
              MOVE ZEROS TO WP37CNV
           ELSE
              IF WP37CNV = ZEROS
                 MOVE ZEROS TO WS37-DAT-CNV
                 CALL 'CBL25DIV' USING WP37DIV WS37-DAT-CNV
                                       WP37CNV WS37-DCN-CNV
                 IF WP37CNV = ZEROS
                    MOVE 'No hi ha canvi daquesta moneda' TO WP37ERR
                    GO FIN-ALTA-COST
                 END-IF
              END-IF
           END-IF.

           MOVE WP37COD TO PF39COD
           MOVE WP37DATS TO PF39DATS
           MOVE WP37SEQ TO PF39SEQ
           MOVE WP37TIP TO PF39TIP
           MOVE WP37PRV TO PF39PRV
           MOVE WP37IMP TO PF39IMP
           MOVE WP37DIV TO PF39DIV
           MOVE WP37CNV TO PF39CNV
           WRITE REG-PF39

           IF NOT WS37-STAT-PF39-OK
