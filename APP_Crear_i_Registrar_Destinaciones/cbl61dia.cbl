      *      mateixa semantica que la resta de dies abans de la   *
      *      sortida que es compten amb INTEGER-OF-DATE;          *
      *  'P' deixa a PARM-DAT2 el primer dia laborable igual o    *
      *      posterior a PARM-DAT1;                               *
      *  'F' deixa PARM-DIES a 1 si PARM-DAT1 es al calendari de  *
      *      festius PF46 i a 0 si no hi es (sense mirar el dia   *
      *      de la setmana: una sortida de dissabte no es festiu).*
      * El dia de la setmana surt d'INTEGER-OF-DATE modul 7 (el   *
      * dia 1 del calendari intern es dilluns): 6 es dissabte i   *
      * 0 diumenge.                                               *
               WHEN 'P'
                   PERFORM PRIMER-LABORABLE THRU
                       FIN-PRIMER-LABORABLE
               WHEN 'F'
                   PERFORM MIRAR-FESTIU THRU FIN-MIRAR-FESTIU
               WHEN OTHER
                   MOVE ZEROS TO PARM-DIES
           END-EVALUATE
           PERFORM COMPROVAR-LABORABLE THRU FIN-COMPROVAR-LABORABLE.
       FIN-AVANCAR-FINS-LABORABLE. EXIT.

       MIRAR-FESTIU.
           MOVE ZEROS TO PARM-DIES
           IF NOT WS61-STAT-PF46-OK
              GO FIN-MIRAR-FESTIU
           END-IF.

           MOVE PARM-DAT1 TO PF46DAT
           READ PF46 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 1 TO PARM-DIES
           END-READ.
       FIN-MIRAR-FESTIU. EXIT.

       COMPROVAR-LABORABLE.
           MOVE 'S' TO WS61-LABORABLE

