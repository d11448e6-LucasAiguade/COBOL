      * 'C' consulta, 'A' alta, 'M' modificacio, 'B' baixa.       *
      * CBL02 i CBL10 apliquen aquestes tarifes al desglossament  *
      * del grup en el moment de cobrar.                          *
      * El tipus 'H' no es un descompte sino el suplement         *
      * d'habitacio individual, que se suma per cada individual   *
      * del grup (percentatge del preu d'adult o import fix).     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           END-IF.

           IF WP42TIP NOT = 'N' AND WP42TIP NOT = 'S'
              AND WP42TIP NOT = 'I' AND WP42TIP NOT = 'H'
              MOVE 'Indica N, S, I o H (suplement individual)'
                   TO WP42ERR
              GO MANTENIR-TARIFES
           END-IF.
              GO FIN-ALTA-TARIFA
           END-IF.

           IF WP42MOD = 'P' AND WP42VAL > 100 AND WP42TIP NOT = 'H'
              MOVE 'El percentatge no pot passar de 100' TO WP42ERR
              GO FIN-ALTA-TARIFA
           END-IF.
              GO FIN-MODIFICAR-TARIFA
           END-IF.

           IF WP42MOD = 'P' AND WP42VAL > 100 AND WP42TIP NOT = 'H'
              MOVE 'El percentatge no pot passar de 100' TO WP42ERR
              GO FIN-MODIFICAR-TARIFA
           END-IF.
