       01 WSM-PERMES-AUT PIC X(01).
       01 WSM-AUDIT-AUT PIC X(01).

      * CBL23 rep codi i data de sortida quan el crida CBL62; des
      * del menu van a zeros (retirada triada a la pantalla).
       01 WSM-RET-COD PIC 9(4) VALUE ZEROS.
       01 WSM-RET-DATS PIC 9(8) VALUE ZEROS.
       01 WSM-RET-FET PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
               WHEN 22
                   CALL 'CBL22'
               WHEN 23
                   CALL 'CBL23' USING WSM-RET-COD WSM-RET-DATS
                                      WSM-RET-FET
               WHEN 24
                   CALL 'CBL24'
               WHEN 26
                   CALL 'CBL46'
               WHEN 47
                   CALL 'CBL47'
               WHEN 48
                   CALL 'CBL48'
               WHEN 49
                   CALL 'CBL49'
               WHEN 50
                   CALL 'CBL50'
               WHEN 51
                   CALL 'CBL51'
               WHEN 52
                   CALL 'CBL52'
               WHEN 53
                   CALL 'CBL53'
               WHEN 54
                   CALL 'CBL54'
               WHEN 55
                   CALL 'CBL55'
               WHEN 56
                   CALL 'CBL56'
               WHEN 57
                   CALL 'CBL57'
               WHEN 58
                   CALL 'CBL58'
               WHEN 59
                   CALL 'CBL59'
               WHEN 60
                   CALL 'CBL60'
               WHEN 61
                   CALL 'CBL61'
               WHEN 62
                   CALL 'CBL62'
               WHEN 99
                   GO FI
               WHEN OTHER
           ELSE
              MOVE B"0" TO IN97
           END-IF
           MOVE 48 TO WSM-FUN-NUM
           PERFORM COMPROVAR-OPCIO-SILENCI THRU
               FIN-COMPROVAR-OPCIO-SILENCI
           IF WSM-PERMES-AUT = 'S'
              MOVE B"1" TO IN98
           ELSE
              MOVE B"0" TO IN98
           END-IF
           MOVE 49 TO WSM-FUN-NUM
           PERFORM COMPROVAR-OPCIO-SILENCI THRU
               FIN-COMPROVAR-OPCIO-SILENCI
           IF WSM-PERMES-AUT = 'S'
              MOVE B"1" TO IN99
           ELSE
              MOVE B"0" TO IN99
           END-IF
      * Des de l'opcio 50 ja no queda cap indicador lliure (IN99
      * es l'ultim): aquestes linies surten sempre al menu i
      * l'autoritat es comprova en triar-les i en entrar al
      * programa.
           CONTINUE.
       FIN-CARREGAR-AUTORITATS. EXIT.

