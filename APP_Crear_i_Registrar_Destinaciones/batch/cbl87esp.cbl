      * hi es) passa a VENCUDA, i la placa s'ofereix a la seguent *
      * entrada pendent de la mateixa destinacio i sortida. Fins  *
      * ara una oferta es quedava en 'O' per sempre si el client  *
      * no tornava a trucar. Cada oferta nova deixa un avis per   *
      * correu o SMS al client a la bustia PF52 (CBL92AVI).       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01 WS87-GUARDA-SEQ PIC 9(7) COMP-3.
       01 WS87-GUARDA-DATS PIC 9(8).

      * Parametres de l'avis al client (CBL92AVI).
       01 WS87-AVI-TIP PIC X(02) VALUE 'ES'.
       01 WS87-AVI-REF PIC 9(9) VALUE ZEROS.
       01 WS87-AVI-IMP PIC 9(7)V99 VALUE ZEROS.
       01 WS87-AVI-PGM PIC X(08) VALUE 'CBL87ESP'.
       01 WS87-AVI-ERR PIC X(02).

       01 CAP87-01.
           05 FILLER PIC X(30) VALUE 'OFERTES DESPERA VENCUDES'.
           05 C87-DATA PIC 9(08).
              MOVE WS87-AVUI TO PF3DOF
              REWRITE REG-PF03
              ADD 1 TO WS87-NUM-NOVES
              CALL 'CBL92AVI' USING WS87-AVI-TIP PF3CLI PF3NOM
                                    WS87-AVI-REF PF3COD PF3DATS
                                    WS87-AVI-IMP WS87-AVI-PGM
                                    WS87-AVI-ERR
           END-IF.

      * Restaura el cursor del recorregut principal.
