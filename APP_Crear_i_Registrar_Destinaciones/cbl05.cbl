       01 WS5-BANDA-ANTICIPADA PIC X(01).
       01 WS5-PRE-TEMPORADA PIC 9(5)V99.
       01 WS5-BANDA-TEMPORADA PIC X(01).
       01 WS5-PRE-RENDIMENT PIC 9(5)V99.
       01 WS5-BANDA-RENDIMENT PIC X(01).

      *----------------------------------------------------------*
      * Idioma de l'operador ('CA'/'ES'/'EN'), llegit de PF09     *
           MOVE SPACE TO WS5-BANDA-ANTICIPADA
           MOVE ZEROS TO WS5-PRE-TEMPORADA
           MOVE SPACE TO WS5-BANDA-TEMPORADA
           MOVE ZEROS TO WS5-PRE-RENDIMENT
           MOVE SPACE TO WS5-BANDA-RENDIMENT

           IF WS5-DAT-SORTIDA = ZEROS
              GO FIN-RESOLDRE-PREU
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS5-FI-BANDES-SI

           IF WS5-BANDA-RENDIMENT NOT = SPACE
              MOVE WS5-PRE-RENDIMENT TO WS5-PREU-APLICAT
              MOVE WS5-BANDA-RENDIMENT TO WS5-BANDA
           ELSE IF WS5-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS5-PRE-ANTICIPADA TO WS5-PREU-APLICAT
              MOVE WS5-BANDA-ANTICIPADA TO WS5-BANDA
           ELSE IF WS5-BANDA-TEMPORADA NOT = SPACE
              IF PF19COD NOT = PF1COD
                 MOVE 'S' TO WS5-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS5-DAT-SORTIDA >= PF19DDE
                       AND WS5-DAT-SORTIDA <= PF19FIN
                       AND WS5-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS5-PRE-RENDIMENT
                       MOVE PF19TIP TO WS5-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS5-DIES-ANT >= PF19DIE
                       AND WS5-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS5-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS5-DAT-SORTIDA >= PF19DDE
                       AND WS5-DAT-SORTIDA <= PF19FIN
                       AND WS5-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS5-PRE-TEMPORADA
