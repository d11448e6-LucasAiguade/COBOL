           MOVE I73IMP TO PF14IMP
           MOVE WS73-AVUI TO PF14DAT
           MOVE 'CBL73RET' TO PF14USR
           MOVE SPACES TO PF14OFI
           WRITE REG-PF14
           ADD 1 TO WS73-NUM-COBRATS.
       FIN-APLICAR-COBRAMENT. EXIT.
