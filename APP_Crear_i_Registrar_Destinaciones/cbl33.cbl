           05 WP33QTY PIC 9(3).
           05 WP33CLI PIC 9(6).
           05 WP33NOM PIC X(30).
           05 WP33CAN PIC X(02).
           05 WP33PRB PIC 9(5)V99.
           05 WP33PRE PIC 9(5)V99.
           05 WP33BAN PIC X(01).
       01 WS33-BANDA-ANTICIPADA PIC X(01).
       01 WS33-PRE-TEMPORADA PIC 9(5)V99.
       01 WS33-BANDA-TEMPORADA PIC X(01).
       01 WS33-PRE-RENDIMENT PIC 9(5)V99.
       01 WS33-BANDA-RENDIMENT PIC X(01).

      *----------------------------------------------------------*
      * Penalitzacio de cancel·lacio que tocaria avui (regles     *
           MOVE SPACE TO WS33-BANDA-ANTICIPADA
           MOVE ZEROS TO WS33-PRE-TEMPORADA
           MOVE SPACE TO WS33-BANDA-TEMPORADA
           MOVE ZEROS TO WS33-PRE-RENDIMENT
           MOVE SPACE TO WS33-BANDA-RENDIMENT

           IF WS33-DAT-SORTIDA = ZEROS
              GO FIN-RESOLDRE-PREU
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS33-FI-BANDES-SI

           IF WS33-BANDA-RENDIMENT NOT = SPACE
              MOVE WS33-PRE-RENDIMENT TO WS33-PREU-APLICAT
              MOVE WS33-BANDA-RENDIMENT TO WS33-BANDA
           ELSE IF WS33-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS33-PRE-ANTICIPADA TO WS33-PREU-APLICAT
              MOVE WS33-BANDA-ANTICIPADA TO WS33-BANDA
           ELSE IF WS33-BANDA-TEMPORADA NOT = SPACE
              IF PF19COD NOT = WP33COD
                 MOVE 'S' TO WS33-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS33-DAT-SORTIDA >= PF19DDE
                       AND WS33-DAT-SORTIDA <= PF19FIN
                       AND WS33-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS33-PRE-RENDIMENT
                       MOVE PF19TIP TO WS33-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS33-DIES-ANT >= PF19DIE
                       AND WS33-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS33-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS33-DAT-SORTIDA >= PF19DDE
                       AND WS33-DAT-SORTIDA <= PF19FIN
                       AND WS33-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS33-PRE-TEMPORADA
           MOVE WP33QTY TO PF33QTY
           MOVE WP33CLI TO PF33CLI
           MOVE WP33NOM TO PF33NOM
           MOVE WP33CAN TO PF33CAN
           MOVE ZEROS TO PF33REF
           MOVE WS33-PREU-APLICAT TO PF33PRE
           MOVE WS33-BANDA TO PF33BAN
           MOVE WS33-IMP-TOTAL TO PF33IMP
