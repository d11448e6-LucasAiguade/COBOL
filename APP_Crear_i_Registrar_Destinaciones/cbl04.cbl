           05 WP4PRE PIC 9(5)V99.
           05 WP4PLAT PIC 9(3).
           05 WP4PLAD PIC 9(3).
           05 WP4REG PIC X(01).
           05 WP4DUR PIC 9(3).
           05 WP4MIN PIC 9(3).
           05 WP4DLT PIC 9(3).
           05 WP4ERR PIC X(40).

       01 WS4-PREA  PIC 9(5)V99.
       EXISTEIX.
            MOVE ZEROS TO WS4-DTU-CARREGAT
            MOVE ZEROS TO WS4-HRU-CARREGAT
            MOVE 'N' TO WP4REG
            MOVE ZEROS TO WP4DUR
            MOVE ZEROS TO WP4MIN
            MOVE ZEROS TO WP4DLT
            MOVE WP4COD TO PF1XCOD
            READ PF01X INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 MOVE PF1XDTU TO WS4-DTU-CARREGAT
                 MOVE PF1XHRU TO WS4-HRU-CARREGAT
                 IF PF1XREG-MARGE
                    MOVE 'M' TO WP4REG
                 END-IF
                 MOVE PF1XDUR TO WP4DUR
                 MOVE PF1XMIN TO WP4MIN
                 MOVE PF1XDLT TO WP4DLT
            END-READ.

            MOVE B"0" TO IN26.
               PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
               PERFORM EXISTEIX-010
            END-IF.
      * Regim d'IVA: 'N' general o 'M' regim especial d'agencies
      * (IVA sobre el marge); en blanc es queda en general.
            IF WP4REG = SPACE
               MOVE 'N' TO WP4REG
            END-IF.
            IF WP4REG NOT = 'N' AND WP4REG NOT = 'M'
               MOVE 'Regim IVA: N (general) o M (marge)' to WP4ERR
               MOVE 0409 TO WS4-NUM-MISSATGE
               PERFORM TRADUIR-MISSATGE THRU FIN-TRADUIR-MISSATGE
               PERFORM EXISTEIX-010
            END-IF.
            MOVE PF1PRE TO WS4-PREA
            MOVE PF1PLAT TO WS4-PLATA

      * Estampa a PF01X la marca de temps de l'ultima modificacio *
      * feta amb exit, per detectar futures escriptures            *
      * concurrents. Si encara no existeix cap fila per aquest    *
      * codi, se'n crea una amb l'estat actiu per defecte. De     *
      * passada hi queda el regim d'IVA, la durada del viatge i   *
      * el minim de passatgers amb el seu termini de decisio      *
      * triats a la pantalla.                                     *
      *----------------------------------------------------------*
       MARCAR-MARCA-TEMPS.
           MOVE WP4COD TO PF1XCOD
           READ PF01X INVALID KEY
                INITIALIZE REG-PF01X
                MOVE WP4COD TO PF1XCOD
                MOVE ZEROS TO PF1XDAT
                SET PF1XACT-ACTIVA TO TRUE
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF1XDTU
                MOVE FUNCTION CURRENT-DATE (9:6) TO PF1XHRU
                MOVE WP4REG TO PF1XREG
                MOVE WP4DUR TO PF1XDUR
                MOVE WP4MIN TO PF1XMIN
                MOVE WP4DLT TO PF1XDLT
                WRITE REG-PF01X
                NOT INVALID KEY
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF1XDTU
                MOVE FUNCTION CURRENT-DATE (9:6) TO PF1XHRU
                MOVE WP4REG TO PF1XREG
                MOVE WP4DUR TO PF1XDUR
                MOVE WP4MIN TO PF1XMIN
                MOVE WP4DLT TO PF1XDLT
                REWRITE REG-PF01X
           END-READ.
       FIN-MARCAR-MARCA-TEMPS. EXIT.
