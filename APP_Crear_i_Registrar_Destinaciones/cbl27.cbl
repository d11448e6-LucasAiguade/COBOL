      * clau desactivava un control en silenci. Accions: 'C'      *
      * consulta, 'A' alta, 'M' modificacio, 'B' baixa, 'P'       *
      * programar un valor futur (entra en vigor el dia WP27DEF,  *
      * aplicat pel proces CBL60PAR a primera hora, un cop un     *
      * altre usuari l'ha confirmat amb 'F') i 'X' anul·lar una   *
      * programacio pendent. La clau ha de ser una de les         *
      * conegudes pel sistema i el valor ha de quedar dins del    *
      * rang de la clau (IDIOMA nomes admet 1, 2 o 3;             *
      * percentatges fins a 100; dies fins a 999...). Cada canvi, *
      * tambe els programats i la seva activacio, queda a         *
      * l'historic PF29 amb el valor anterior i a l'auditoria     *
           05 FILLER PIC X(19) VALUE 'LABPAGDIES00001'.
           05 FILLER PIC X(19) VALUE 'TRANSFEE  99999'.
           05 FILLER PIC X(19) VALUE 'BANCDIES  00999'.
           05 FILLER PIC X(19) VALUE 'SIIAVIS   00004'.
           05 FILLER PIC X(19) VALUE 'FLOTADIES 00366'.
           05 FILLER PIC X(19) VALUE 'DIESDESCAN00030'.
           05 FILLER PIC X(19) VALUE 'CONDMAXMES00031'.
           05 FILLER PIC X(19) VALUE 'DOCDIES   00365'.
           05 FILLER PIC X(19) VALUE 'PUNTSEUR  00100'.
           05 FILLER PIC X(19) VALUE 'PUNTSDIES 03650'.
           05 FILLER PIC X(19) VALUE 'PUNTVALOR 00001'.
           05 FILLER PIC X(19) VALUE 'ENQDIES   00060'.
           05 FILLER PIC X(19) VALUE 'PRESDESV  00100'.
           05 FILLER PIC X(19) VALUE 'RENDAPR   99999'.
           05 FILLER PIC X(19) VALUE 'QUOTAVIS  00099'.
           05 FILLER PIC X(19) VALUE 'CTLDIFCAIX99999'.
           05 FILLER PIC X(19) VALUE 'CTLDIFREPE00099'.
           05 FILLER PIC X(19) VALUE 'CTLHORAINI02359'.
           05 FILLER PIC X(19) VALUE 'CTLHORAFI 02359'.
           05 FILLER PIC X(19) VALUE 'CTLDENEGAT00999'.
           05 FILLER PIC X(19) VALUE 'EMERGDIES 00366'.
           05 FILLER PIC X(19) VALUE 'ASSCOMIS  00100'.
           05 FILLER PIC X(19) VALUE 'SERVEIDIES00999'.
           05 FILLER PIC X(19) VALUE 'FACTOLPCT 00100'.
       01 TAULA-CLAUS-R REDEFINES TAULA-CLAUS-VALIDES.
           05 TC-ENTRY OCCURS 47 TIMES.
               10 TC-CLA PIC X(10).
               10 TC-MAX PIC 9(5).
               10 FILLER PIC X(4).
       01 WS27-PERMES-AUT PIC X(01).
       01 WS27-AUDIT-AUT PIC X(01).

       01 WS27-FLX-SEG PIC X(04).
       01 WS27-ACC-SEG PIC X(02).
       01 WS27-ACC1-SEG PIC X(02).
       01 WS27-USR1-SEG PIC X(10).
       01 WS27-ACC2-SEG PIC X(02).
       01 WS27-USR2-SEG PIC X(10).
       01 WS27-PGM-SEG PIC X(08).
       01 WS27-COD-SEG PIC 9(4).
       01 WS27-PERMES-SEG PIC X(01).

           COPY CPUSRJ.

       PROCEDURE DIVISION.
               WHEN 'P'
                   PERFORM PROGRAMAR-PARAMETRE THRU
                       FIN-PROGRAMAR-PARAMETRE
               WHEN 'F'
                   PERFORM CONFIRMAR-PROGRAMACIO THRU
                       FIN-CONFIRMAR-PROGRAMACIO
               WHEN 'X'
                   PERFORM ANULAR-PROGRAMACIO THRU
                       FIN-ANULAR-PROGRAMACIO
               WHEN OTHER
                   MOVE 'Indica C, A, M, B, P, F o X com a accio'
                        TO WP27ERR
           END-EVALUATE.

           MOVE 'N' TO WS27-CLAU-OK
           MOVE 1 TO WS27-I
           PERFORM CERCAR-CLAU THRU FIN-CERCAR-CLAU
               UNTIL WS27-I > 47 OR WS27-CLAU-OK-SI

           IF NOT WS27-CLAU-OK-SI
              MOVE 'Clau de parametre desconeguda' TO WP27ERR
           MOVE WP27DES TO PF49DES
           MOVE CPUSRJ-NOM-USUARI TO PF49USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF49DAT
           SET PF49EST-PENDENT TO TRUE
           MOVE SPACES TO PF49CNF
           MOVE ZEROS TO PF49DCF
           WRITE REG-PF49

           IF NOT WS27-STAT-PF49-OK
           PERFORM ESCRIURE-CANVI THRU FIN-ESCRIURE-CANVI
           SET PF6ACC-MODIF TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           MOVE 'Canvi programat, pendent de confirmar' TO WP27ERR.
       FIN-PROGRAMAR-PARAMETRE. EXIT.

      *----------------------------------------------------------*
      * Confirma un canvi programat pendent perque CBL60PAR el    *
      * pugui aplicar. Qui el va programar (PF49USR) no el pot    *
      * confirmar (segregacio de funcions, PF69 via CBL25SEG),    *
      * llevat d'un usuari d'emergencia vigent a PF70.            *
      *----------------------------------------------------------*
       CONFIRMAR-PROGRAMACIO.
           MOVE WP27CLA TO PF49CLA
           MOVE WP27DEF TO PF49DEF
           READ PF49 INVALID KEY
                MOVE 'Cap canvi programat per aquesta clau i dia'
                     TO WP27ERR
                GO FIN-CONFIRMAR-PROGRAMACIO
           END-READ.

           IF NOT PF49EST-PENDENT
              MOVE 'Aquest canvi no esta pendent de confirmar'
                   TO WP27ERR
              GO FIN-CONFIRMAR-PROGRAMACIO
           END-IF.

           MOVE 'PF49' TO WS27-FLX-SEG
           MOVE 'CF' TO WS27-ACC-SEG
           MOVE 'PR' TO WS27-ACC1-SEG
           MOVE PF49USR TO WS27-USR1-SEG
           MOVE SPACES TO WS27-ACC2-SEG
           MOVE SPACES TO WS27-USR2-SEG
           MOVE 'CBL27' TO WS27-PGM-SEG
           MOVE ZEROS TO WS27-COD-SEG
           CALL 'CBL25SEG' USING WS27-FLX-SEG WS27-ACC-SEG
                                 WS27-ACC1-SEG WS27-USR1-SEG
                                 WS27-ACC2-SEG WS27-USR2-SEG
                                 WS27-PGM-SEG WS27-COD-SEG
                                 WS27-PERMES-SEG

           IF WS27-PERMES-SEG = 'N'
              MOVE 'No pots confirmar un canvi programat teu'
                   TO WP27ERR
              GO FIN-CONFIRMAR-PROGRAMACIO
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           SET PF49EST-CONFIRMAT TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF49CNF
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF49DCF
           REWRITE REG-PF49

           IF NOT WS27-STAT-PF49-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP27ERR
              GO FIN-CONFIRMAR-PROGRAMACIO
           END-IF.

           MOVE SPACES TO WS27-VAL-ANTERIOR
           MOVE SPACES TO WS27-VAL-NOU
           MOVE PF49VAL TO WS27-VAL-EDIT
           STRING 'CONFIRMAT ' WS27-VAL-EDIT ' DES DE ' PF49DEF
               DELIMITED BY SIZE INTO WS27-VAL-NOU
           PERFORM ESCRIURE-CANVI THRU FIN-ESCRIURE-CANVI
           SET PF6ACC-MODIF TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           MOVE 'Canvi programat confirmat' TO WP27ERR.
       FIN-CONFIRMAR-PROGRAMACIO. EXIT.

       ANULAR-PROGRAMACIO.
           MOVE WP27CLA TO PF49CLA
           MOVE WP27DEF TO PF49DEF
