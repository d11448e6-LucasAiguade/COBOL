      * nocturna (abans que res llegeixi parametres): aixi els    *
      * lectors de PF09 troben sempre el valor en vigor del dia   *
      * sense que ningu hagi de ser a un terminal a mitjanit.     *
      * Un canvi programat que un segon usuari encara no ha       *
      * confirmat a CBL27 no s'aplica: es queda a la cua i surt   *
      * al final de l'informe com a pendent de confirmar, perque  *
      * algu el confirmi o l'anul·li.                             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.

       01 WS60-AVUI PIC 9(8).
       01 WS60-NUM-ACTIVATS PIC 9(5) VALUE ZEROS.
       01 WS60-NUM-PENDENTS PIC 9(5) VALUE ZEROS.
       01 WS60-SEQ-CANVI PIC 9(9) COMP-3.
       01 WS60-VAL-EDIT PIC 9(7),99.
       01 WS60-VAL-ANTERIOR PIC X(40).
           05 D60-DEF  PIC 9(8).
           05 FILLER   PIC X(39) VALUE SPACES.

       01 DET60-02.
           05 D60P-CLA  PIC X(10).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D60P-VAL  PIC Z.ZZZ.ZZ9,99.
           05 FILLER    PIC X(09) VALUE '  EFECTE '.
           05 D60P-DEF  PIC 9(8).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 FILLER    PIC X(21) VALUE 'PENDENT DE CONFIRMAR '.
           05 D60P-USR  PIC X(10).
           05 FILLER    PIC X(06) VALUE SPACES.

       01 TOT60-01.
           05 FILLER PIC X(30) VALUE 'CANVIS ACTIVATS'.
           05 T60-NUM PIC ZZZZ9.

       01 TOT60-02.
           05 FILLER PIC X(30) VALUE 'PENDENTS DE CONFIRMAR'.
           05 T60-PEN PIC ZZZZ9.

       01 WS60-STAT-PF30 PIC X(02).
           88 WS60-STAT-PF30-OK VALUES '00' '02'.
       01 WS60-JRN-DAT PIC 9(8).
           MOVE WS60-NUM-ACTIVATS TO T60-NUM
           WRITE LINIA-RPT60 FROM TOT60-01 AFTER ADVANCING 2 LINES.

           PERFORM LLISTAR-PENDENTS THRU FIN-LLISTAR-PENDENTS

           MOVE WS60-NUM-PENDENTS TO T60-PEN
           WRITE LINIA-RPT60 FROM TOT60-02 AFTER ADVANCING 2 LINES.

           CLOSE PF49.
           CLOSE PF09.
           CLOSE PF29.
           END-READ.

           IF NOT WS60-FI-FITXER-SI
              IF PF49DEF <= WS60-AVUI AND NOT PF49EST-PENDENT
                 MOVE 'S' TO WS60-N-HA-QUEDAT
              END-IF
           END-IF.
           ADD 1 TO WS60-NUM-ACTIVATS.
       FIN-APLICAR-CANVI. EXIT.

      *----------------------------------------------------------*
      * Segon recorregut de la cua: els canvis amb la data        *
      * d'efecte arribada que no s'han aplicat perque ningu els   *
      * ha confirmat.                                             *
      *----------------------------------------------------------*
       LLISTAR-PENDENTS.
           MOVE 'N' TO WS60-FI-FITXER
           MOVE LOW-VALUES TO PF49CLAU
           START PF49 KEY IS NOT LESS THAN PF49CLAU
               INVALID KEY GO FIN-LLISTAR-PENDENTS
           END-START.

           PERFORM LLISTAR-SEGUENT-PENDENT THRU
               FIN-LLISTAR-SEGUENT-PENDENT
                   UNTIL WS60-FI-FITXER-SI.
       FIN-LLISTAR-PENDENTS. EXIT.

       LLISTAR-SEGUENT-PENDENT.
           READ PF49 NEXT RECORD
               AT END MOVE 'S' TO WS60-FI-FITXER
                      GO FIN-LLISTAR-SEGUENT-PENDENT
           END-READ.

           IF PF49DEF <= WS60-AVUI AND PF49EST-PENDENT
              MOVE PF49CLA TO D60P-CLA
              MOVE PF49VAL TO D60P-VAL
              MOVE PF49DEF TO D60P-DEF
              MOVE PF49USR TO D60P-USR
              WRITE LINIA-RPT60 FROM DET60-02 AFTER ADVANCING 1 LINE
              ADD 1 TO WS60-NUM-PENDENTS
           END-IF.
       FIN-LLISTAR-SEGUENT-PENDENT. EXIT.

      *----------------------------------------------------------*
      * Fila de l'historic de canvis (PF29), numerada amb el      *
      * comptador 'CANVIS', com fa CBL27.                         *
