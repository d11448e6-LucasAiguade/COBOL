      * passant les dades ja llegides de PF01 per no haver-lo de  *
      * tornar a obrir aqui. Cada justificant queda tambe gravat  *
      * al registre PF27, perque CBL21 el pugui reimprimir si el  *
      * paper es perd. El mateix justificant es deixa com a avis  *
      * per correu o SMS a la bustia PF52 (CBL92AVI).             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01 WS92-FI-PF43 PIC X(01).
           88 WS92-FI-PF43-SI VALUE 'S'.

      * Parametres de l'avis al client (CBL92AVI).
       01 WS92-AVI-TIP PIC X(02) VALUE 'CF'.
       01 WS92-AVI-CLI PIC 9(6) VALUE ZEROS.
       01 WS92-AVI-NOM PIC X(30) VALUE SPACES.
       01 WS92-AVI-DATS PIC 9(8) VALUE ZEROS.
       01 WS92-AVI-IMP PIC 9(7)V99.
       01 WS92-AVI-PGM PIC X(08) VALUE 'CBL92CNF'.
       01 WS92-AVI-ERR PIC X(02).

       01 JUS92-06.
           05 FILLER PIC X(12) VALUE 'EXTRA:'.
           05 JUS92-ANC PIC X(04).

           PERFORM GRAVAR-JUSTIFICANT THRU FIN-GRAVAR-JUSTIFICANT

           MOVE PARM-PRE TO WS92-AVI-IMP
           CALL 'CBL92AVI' USING WS92-AVI-TIP WS92-AVI-CLI
                                 WS92-AVI-NOM PARM-REF PARM-COD
                                 WS92-AVI-DATS WS92-AVI-IMP
                                 WS92-AVI-PGM WS92-AVI-ERR

           CLOSE RPT92.
           CLOSE PF27.
           CLOSE PF36.
