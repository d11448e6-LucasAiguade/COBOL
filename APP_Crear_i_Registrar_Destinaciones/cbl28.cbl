      * baixa. L'idioma ha de ser CA, ES o EN i el numero de      *
      * missatge ha de caure dins del rang del seu programa (els  *
      * dos primers digits son el numero de programa, 01..30, com *
      * fan servir CBL01..CBL05 amb 01xx..05xx, o 92 per a les    *
      * plantilles dels avisos als clients de CBL92AVI). Cada     *
      * canvi queda a l'historic PF29 i a l'auditoria PF06.       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------*
      * Idioma CA/ES/EN i numero de missatge dins del rang del    *
      * seu programa: els dos primers digits han de ser un numero *
      * de programa conegut (01..30, o 92 per a les plantilles).  *
      *----------------------------------------------------------*
       VALIDAR-CLAU.
           MOVE 'S' TO WS28-VALID

           MOVE WP28NUM TO WS28-NUM-GRUP

           IF (WS28-NUM-PGM < 01 OR WS28-NUM-PGM > 30)
              AND WS28-NUM-PGM NOT = 92
              MOVE 'Numero fora del rang de cap programa' TO WP28ERR
              MOVE 'N' TO WS28-VALID
           END-IF.
