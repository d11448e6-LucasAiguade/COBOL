       01 WS67-BANDA-ANTICIPADA PIC X(01).
       01 WS67-PRE-TEMPORADA PIC 9(5)V99.
       01 WS67-BANDA-TEMPORADA PIC X(01).
       01 WS67-PRE-RENDIMENT PIC 9(5)V99.
       01 WS67-BANDA-RENDIMENT PIC X(01).

       01 CAP67-01.
           05 FILLER PIC X(30) VALUE
           MOVE SPACE TO WS67-BANDA-ANTICIPADA
           MOVE ZEROS TO WS67-PRE-TEMPORADA
           MOVE SPACE TO WS67-BANDA-TEMPORADA
           MOVE ZEROS TO WS67-PRE-RENDIMENT
           MOVE SPACE TO WS67-BANDA-RENDIMENT

           IF WS67-DAT-SORTIDA = ZEROS
              GO FIN-RESOLDRE-PREU
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS67-FI-BANDES-SI

           IF WS67-BANDA-RENDIMENT NOT = SPACE
              MOVE WS67-PRE-RENDIMENT TO WS67-PREU-APLICAT
           ELSE IF WS67-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS67-PRE-ANTICIPADA TO WS67-PREU-APLICAT
           ELSE IF WS67-BANDA-TEMPORADA NOT = SPACE
              MOVE WS67-PRE-TEMPORADA TO WS67-PREU-APLICAT
              IF PF19COD NOT = TG-COD (WS67-I)
                 MOVE 'S' TO WS67-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS67-DAT-SORTIDA >= PF19DDE
                       AND WS67-DAT-SORTIDA <= PF19FIN
                       AND WS67-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS67-PRE-RENDIMENT
                       MOVE PF19TIP TO WS67-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS67-DIES-ANT >= PF19DIE
                       AND WS67-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS67-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS67-DAT-SORTIDA >= PF19DDE
                       AND WS67-DAT-SORTIDA <= PF19FIN
                       AND WS67-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS67-PRE-TEMPORADA
