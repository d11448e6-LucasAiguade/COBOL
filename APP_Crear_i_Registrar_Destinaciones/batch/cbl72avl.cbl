      *    propi marge sobre PF21PLT/PF21OVS;                     *
      *  - una fila per classe de placa PF22 (les classes no      *
      *    tenen sobrereserva: marge a zeros).                    *
      * Cada fila exportada queda tambe a PF74 com a darrera      *
      * disponibilitat publicada: a partir d'aqui CBL72DLT nomes  *
      * envia al partner el que canvia durant el dia.             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              ASSIGN TO DATABASE-INT72
              ORGANIZATION IS SEQUENTIAL.

           SELECT PF74
              ASSIGN TO DATABASE-PF74
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF74CLAU.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
       FD INT72 LABEL RECORD IS STANDARD.
          COPY CPINT72.

       FD PF74 LABEL RECORD IS STANDARD.
          COPY CPPF74.

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       01 WS72-PLACES-OVB PIC S9(5).
       01 WS72-MARGE PIC S9(5).
       01 WS72-NUM-FILES PIC 9(7) VALUE ZEROS.
       01 WS72-DAT PIC 9(8).
       01 WS72-HOR PIC 9(6).

       01 WS72-STAT-PF30 PIC X(02).
           88 WS72-STAT-PF30-OK VALUES '00' '02'.
           OPEN INPUT PF22
           OPEN INPUT PF09
           OPEN OUTPUT INT72
           OPEN OUTPUT PF74

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS72-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS72-HOR

           PERFORM LLEGIR-OVERBKMAX THRU FIN-LLEGIR-OVERBKMAX

           CLOSE PF22.
           CLOSE PF09.
           CLOSE INT72.
           CLOSE PF74.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI
           MOVE WS72-MARGE TO I72OVB
           WRITE REG-INT72
           ADD 1 TO WS72-NUM-FILES
           PERFORM DESAR-PUBLICADA THRU FIN-DESAR-PUBLICADA

           PERFORM EXPORTAR-SORTIDES THRU FIN-EXPORTAR-SORTIDES
           PERFORM EXPORTAR-CLASSES THRU FIN-EXPORTAR-CLASSES.
                    MOVE WS72-MARGE TO I72OVB
                    WRITE REG-INT72
                    ADD 1 TO WS72-NUM-FILES
                    PERFORM DESAR-PUBLICADA THRU
                        FIN-DESAR-PUBLICADA
                 END-IF
              END-IF
           END-IF.
                 MOVE ZEROS TO I72OVB
                 WRITE REG-INT72
                 ADD 1 TO WS72-NUM-FILES
                 PERFORM DESAR-PUBLICADA THRU FIN-DESAR-PUBLICADA
              END-IF
           END-IF.
       FIN-EXPORTAR-SEGUENT-CLASSE. EXIT.

      *----------------------------------------------------------*
      * PF74 s'obre en sortida i es refa sencer: despres de la    *
      * resincronitzacio de la nit, el partner te exactament el   *
      * que hi ha a INT72.                                        *
      *----------------------------------------------------------*
       DESAR-PUBLICADA.
           MOVE I72COD TO PF74COD
           MOVE I72DATS TO PF74DATS
           MOVE I72CLS TO PF74CLS
           MOVE I72PLD TO PF74PLD
           MOVE I72OVB TO PF74OVB
           MOVE WS72-DAT TO PF74DAT
           MOVE WS72-HOR TO PF74HOR
           WRITE REG-PF74.
       FIN-DESAR-PUBLICADA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
