       01 WS45-BANDA-ANTICIPADA PIC X(01).
       01 WS45-PRE-TEMPORADA PIC 9(5)V99.
       01 WS45-BANDA-TEMPORADA PIC X(01).
       01 WS45-PRE-RENDIMENT PIC 9(5)V99.
       01 WS45-BANDA-RENDIMENT PIC X(01).

       01 WS45-STAT-PF01 PIC X(02).
           88 WS45-STAT-PF01-OK VALUES '00' '02'.
           MOVE SPACE TO WS45-BANDA-ANTICIPADA
           MOVE ZEROS TO WS45-PRE-TEMPORADA
           MOVE SPACE TO WS45-BANDA-TEMPORADA
           MOVE ZEROS TO WS45-PRE-RENDIMENT
           MOVE SPACE TO WS45-BANDA-RENDIMENT

           IF WS45-DAT-SORTIDA = ZEROS
              GO FIN-RESOLDRE-PREU
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS45-FI-BANDES-SI

           IF WS45-BANDA-RENDIMENT NOT = SPACE
              MOVE WS45-PRE-RENDIMENT TO WS45-PREU-APLICAT
           ELSE IF WS45-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS45-PRE-ANTICIPADA TO WS45-PREU-APLICAT
           ELSE IF WS45-BANDA-TEMPORADA NOT = SPACE
              MOVE WS45-PRE-TEMPORADA TO WS45-PREU-APLICAT
              IF PF19COD NOT = WP45COD
                 MOVE 'S' TO WS45-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS45-DAT-SORTIDA >= PF19DDE
                       AND WS45-DAT-SORTIDA <= PF19FIN
                       AND WS45-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS45-PRE-RENDIMENT
                       MOVE PF19TIP TO WS45-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS45-DIES-ANT >= PF19DIE
                       AND WS45-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS45-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS45-DAT-SORTIDA >= PF19DDE
                       AND WS45-DAT-SORTIDA <= PF19FIN
                       AND WS45-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS45-PRE-TEMPORADA
