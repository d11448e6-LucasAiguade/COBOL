      * indica l'accio amb WP17ACC: 'C' consulta, 'A' alta d'una  *
      * sortida nova (codi + data + places), 'T' tancar-la perque *
      * no accepti mes reserves. No es fa DELETE: l'historic de   *
      * PF02 apunta a la sortida per codi i data. Les series      *
      * recurrents es donen d'alta amb un patro (CBL57) que       *
      * genera CBL81GEN; WP17PAT mostra el patro de la sortida.   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05 WP17PLT PIC 9(3).
           05 WP17PLD PIC 9(3).
           05 WP17EST PIC X(01).
           05 WP17DUR PIC 9(3).
           05 WP17PAT PIC 9(5).
           05 WP17ACC PIC X(01).
           05 WP17ERR PIC X(40).

                MOVE PF21PLT TO WP17PLT
                MOVE PF21PLD TO WP17PLD
                MOVE PF21EST TO WP17EST
                MOVE PF21DUR TO WP17DUR
                MOVE PF21PAT TO WP17PAT
                MOVE 'Mostrant sortida' TO WP17ERR
           END-READ.
       FIN-CONSULTAR-SORTIDA. EXIT.
      *----------------------------------------------------------*
      * Alta d'una sortida nova: la destinacio ha d'existir a     *
      * PF01, la sortida no pot existir ja, i es crea activa amb  *
      * totes les places disponibles. La durada nomes s'informa   *
      * si no es la habitual de la destinacio (PF1XDUR).          *
      *----------------------------------------------------------*
       ALTA-SORTIDA.
           MOVE WP17COD TO PF1COD
           MOVE WP17PLT TO PF21PLD
           SET PF21EST-ACTIVA TO TRUE
           MOVE ZEROS TO PF21OVS
           MOVE WP17DUR TO PF21DUR
           MOVE ZEROS TO PF21PAT
           WRITE REG-PF21

           IF NOT WS17-STAT-PF21-OK
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF21PLD TO WP17PLD
              MOVE PF21EST TO WP17EST
              MOVE PF21PAT TO WP17PAT
              MOVE 'Sortida donada dalta correctament' TO WP17ERR
           END-IF.
       FIN-ALTA-SORTIDA. EXIT.
