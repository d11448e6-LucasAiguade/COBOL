       01 WS19-BANDA-ANTICIPADA PIC X(01).
       01 WS19-PRE-TEMPORADA PIC 9(5)V99.
       01 WS19-BANDA-TEMPORADA PIC X(01).
       01 WS19-PRE-RENDIMENT PIC 9(5)V99.
       01 WS19-BANDA-RENDIMENT PIC X(01).

       01 WS19-STAT-PF23 PIC X(02).
           88 WS19-STAT-PF23-OK VALUES '00' '02'.
       01 WS19-NIV-AUT PIC 9(01).
       01 WS19-PERMES-AUT PIC X(01).
       01 WS19-AUDIT-AUT PIC X(01).
       01 WS19-USR-OFI PIC X(10) VALUE SPACES.
       01 WS19-OFI PIC X(03).

       PROCEDURE DIVISION.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS19-USR-OFI WS19-OFI

           INITIALIZE WP19
           PERFORM TRACTAR-OPCIONS.

           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE SPACES TO PF2CAM
           MOVE ZEROS TO PF2DTO
           MOVE WS19-OFI TO PF2OFI
           WRITE REG-PF02.

           CALL 'CBL92CNF' USING WS19-REF-RESERVA PF1COD PF1NOM
              MOVE WP19DIP TO PF14IMP
              MOVE FUNCTION CURRENT-DATE (1:8) TO PF14DAT
              MOVE CPUSRJ-NOM-USUARI TO PF14USR
              MOVE WS19-OFI TO PF14OFI
              WRITE REG-PF14
              MOVE ZEROS TO WP19DIP
           END-IF
           MOVE SPACE TO WS19-BANDA-ANTICIPADA
           MOVE ZEROS TO WS19-PRE-TEMPORADA
           MOVE SPACE TO WS19-BANDA-TEMPORADA
           MOVE ZEROS TO WS19-PRE-RENDIMENT
           MOVE SPACE TO WS19-BANDA-RENDIMENT
           MOVE ZEROS TO WS19-DAT-SORTIDA

           IF PF23DATS NOT = ZEROS
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS19-FI-BANDES-SI

           IF WS19-BANDA-RENDIMENT NOT = SPACE
              MOVE WS19-PRE-RENDIMENT TO WS19-PREU-APLICAT
           ELSE IF WS19-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS19-PRE-ANTICIPADA TO WS19-PREU-APLICAT
           ELSE IF WS19-BANDA-TEMPORADA NOT = SPACE
              MOVE WS19-PRE-TEMPORADA TO WS19-PREU-APLICAT
              IF PF19COD NOT = PF23COD
                 MOVE 'S' TO WS19-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS19-DAT-SORTIDA >= PF19DDE
                       AND WS19-DAT-SORTIDA <= PF19FIN
                       AND WS19-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS19-PRE-RENDIMENT
                       MOVE PF19TIP TO WS19-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS19-DIES-ANT >= PF19DIE
                       AND WS19-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS19-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS19-DAT-SORTIDA >= PF19DDE
                       AND WS19-DAT-SORTIDA <= PF19FIN
                       AND WS19-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS19-PRE-TEMPORADA
