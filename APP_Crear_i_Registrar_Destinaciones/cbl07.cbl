       01 WS7-BANDA-ANTICIPADA PIC X(01).
       01 WS7-PRE-TEMPORADA PIC 9(5)V99.
       01 WS7-BANDA-TEMPORADA PIC X(01).
       01 WS7-PRE-RENDIMENT PIC 9(5)V99.
       01 WS7-BANDA-RENDIMENT PIC X(01).

       01 WS7-FUN-AUT PIC X(02).
       01 WS7-NIV-AUT PIC 9(01).
           MOVE SPACE TO WS7-BANDA-ANTICIPADA
           MOVE ZEROS TO WS7-PRE-TEMPORADA
           MOVE SPACE TO WS7-BANDA-TEMPORADA
           MOVE ZEROS TO WS7-PRE-RENDIMENT
           MOVE SPACE TO WS7-BANDA-RENDIMENT

           MOVE PF1COD TO PF1XCOD
           READ PF01X INVALID KEY
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS7-FI-BANDES-SI

           IF WS7-BANDA-RENDIMENT NOT = SPACE
              MOVE WS7-PRE-RENDIMENT TO WS7-PREU-APLICAT
              MOVE WS7-BANDA-RENDIMENT TO WS7-BANDA
           ELSE IF WS7-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS7-PRE-ANTICIPADA TO WS7-PREU-APLICAT
              MOVE WS7-BANDA-ANTICIPADA TO WS7-BANDA
           ELSE IF WS7-BANDA-TEMPORADA NOT = SPACE
              IF PF19COD NOT = PF1COD
                 MOVE 'S' TO WS7-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS7-DAT-SORTIDA >= PF19DDE
                       AND WS7-DAT-SORTIDA <= PF19FIN
                       AND WS7-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS7-PRE-RENDIMENT
                       MOVE PF19TIP TO WS7-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS7-DIES-ANT >= PF19DIE
                       AND WS7-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS7-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS7-DAT-SORTIDA >= PF19DDE
                       AND WS7-DAT-SORTIDA <= PF19FIN
                       AND WS7-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS7-PRE-TEMPORADA
