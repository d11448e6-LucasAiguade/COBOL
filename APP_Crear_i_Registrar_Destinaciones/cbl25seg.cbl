       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL25SEG.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Comprovador de segregacio de funcions, compartit per CALL *
      * com CBL25AUT. El programa que aprova, autoritza, paga o   *
      * confirma li passa:                                        *
      *  PARM-FLX    circuit (fitxer: 'PF05', 'PF18', 'PF49');    *
      *  PARM-ACC    accio que es vol fer ara (codis de PF69);    *
      *  PARM-ACC1/PARM-USR1 i PARM-ACC2/PARM-USR2 les accions ja *
      *              fetes sobre la mateixa fila i qui les va fer *
      *              (espais si no n'hi ha);                      *
      *  PARM-PGM/PARM-COD programa i destinacio per a PF06;      *
      *  PARM-PERMES resposta: 'S' permes, 'N' refusat (anotat a  *
      *              PF06 com a 'G'), 'E' permes a un usuari      *
      *              d'emergencia de PF70 (anotat com a 'E').     *
      * Hi ha conflicte quan l'usuari del job es el d'una accio   *
      * ja feta i PF69 te activa la parella, en qualsevol ordre.  *
      * Sense fitxer de regles obert es refusa per prudencia.     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF69
              ASSIGN TO DATABASE-PF69
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF69CLAU
              FILE STATUS IS WS25S-STAT-PF69.

           SELECT PF70
              ASSIGN TO DATABASE-PF70
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF70USR
              FILE STATUS IS WS25S-STAT-PF70.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS25S-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS25S-STAT-PF06.

       DATA DIVISION.
       FILE SECTION.
       FD PF69 LABEL RECORD IS STANDARD.
          COPY CPPF69.

       FD PF70 LABEL RECORD IS STANDARD.
          COPY CPPF70.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       FD PF06 LABEL RECORD IS STANDARD.
          COPY CPPF06.

       WORKING-STORAGE SECTION.
       01 WS25S-CONFLICTE PIC X(01) VALUE 'N'.
           88 WS25S-CONFLICTE-SI VALUE 'S'.
       01 WS25S-ACC-ALTRA PIC X(02).
       01 WS25S-AVUI PIC 9(8).
       01 WS25S-SEQ-AUDIT PIC 9(9) COMP-3.

       01 WS25S-STAT-PF69 PIC X(02).
           88 WS25S-STAT-PF69-OK VALUES '00' '02'.
       01 WS25S-STAT-PF70 PIC X(02).
           88 WS25S-STAT-PF70-OK VALUES '00' '02'.
       01 WS25S-STAT-PF11 PIC X(02).
           88 WS25S-STAT-PF11-OK VALUES '00' '02'.
       01 WS25S-STAT-PF06 PIC X(02).
           88 WS25S-STAT-PF06-OK VALUES '00' '02'.

           COPY CPUSRJ.

       LINKAGE SECTION.
       01 PARM-FLX PIC X(04).
       01 PARM-ACC PIC X(02).
       01 PARM-ACC1 PIC X(02).
       01 PARM-USR1 PIC X(10).
       01 PARM-ACC2 PIC X(02).
       01 PARM-USR2 PIC X(10).
       01 PARM-PGM PIC X(08).
       01 PARM-COD PIC 9(4).
       01 PARM-PERMES PIC X(01).

       PROCEDURE DIVISION USING PARM-FLX PARM-ACC PARM-ACC1
                                PARM-USR1 PARM-ACC2 PARM-USR2
                                PARM-PGM PARM-COD PARM-PERMES.

       MAIN.
           OPEN INPUT PF69
           OPEN INPUT PF70
           OPEN I-O PF11
           OPEN I-O PF06

           MOVE 'N' TO PARM-PERMES
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           IF NOT WS25S-STAT-PF69-OK
              SET PF6ACC-SEGREGACIO TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              GO FI
           END-IF.

           MOVE 'N' TO WS25S-CONFLICTE
           IF PARM-ACC1 NOT = SPACES
              AND PARM-USR1 = CPUSRJ-NOM-USUARI
              MOVE PARM-ACC1 TO WS25S-ACC-ALTRA
              PERFORM CERCAR-REGLA THRU FIN-CERCAR-REGLA
           END-IF.
           IF PARM-ACC2 NOT = SPACES
              AND PARM-USR2 = CPUSRJ-NOM-USUARI
              AND NOT WS25S-CONFLICTE-SI
              MOVE PARM-ACC2 TO WS25S-ACC-ALTRA
              PERFORM CERCAR-REGLA THRU FIN-CERCAR-REGLA
           END-IF.

           IF NOT WS25S-CONFLICTE-SI
              MOVE 'S' TO PARM-PERMES
              GO FI
           END-IF.

           PERFORM MIRAR-EMERGENCIA THRU FIN-MIRAR-EMERGENCIA

           IF PARM-PERMES = 'E'
              SET PF6ACC-EMERGENCIA TO TRUE
           ELSE
              SET PF6ACC-SEGREGACIO TO TRUE
           END-IF.
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT

           GO FI.

      *----------------------------------------------------------*
      * Regla activa per a la parella (accio d'ara, accio ja      *
      * feta), en qualsevol dels dos ordres.                      *
      *----------------------------------------------------------*
       CERCAR-REGLA.
           MOVE PARM-FLX TO PF69FLX
           MOVE WS25S-ACC-ALTRA TO PF69ACA
           MOVE PARM-ACC TO PF69ACB
           READ PF69 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF69EST-ACTIVA
                   MOVE 'S' TO WS25S-CONFLICTE
                END-IF
           END-READ.

           IF WS25S-CONFLICTE-SI
              GO FIN-CERCAR-REGLA
           END-IF.

           MOVE PARM-FLX TO PF69FLX
           MOVE PARM-ACC TO PF69ACA
           MOVE WS25S-ACC-ALTRA TO PF69ACB
           READ PF69 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF69EST-ACTIVA
                   MOVE 'S' TO WS25S-CONFLICTE
                END-IF
           END-READ.
       FIN-CERCAR-REGLA. EXIT.

      *----------------------------------------------------------*
      * L'usuari es d'emergencia si te fila activa a PF70 i avui  *
      * cau dins del seu periode.                                 *
      *----------------------------------------------------------*
       MIRAR-EMERGENCIA.
           IF NOT WS25S-STAT-PF70-OK
              GO FIN-MIRAR-EMERGENCIA
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS25S-AVUI
           MOVE CPUSRJ-NOM-USUARI TO PF70USR
           READ PF70 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF70EST-ACTIU
                   AND WS25S-AVUI >= PF70DDE
                   AND WS25S-AVUI <= PF70FIN
                   MOVE 'E' TO PARM-PERMES
                END-IF
           END-READ.
       FIN-MIRAR-EMERGENCIA. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 la refusa o l'excepcio d'emergencia, amb el  *
      * programa i la destinacio que ha passat qui crida.         *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06

           MOVE WS25S-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE PARM-PGM TO PF6PGM
           MOVE PARM-COD TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS25S-SEQ-AUDIT
                MOVE WS25S-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS25S-SEQ-AUDIT
                REWRITE REG-PF11
           END-READ.
       FIN-OBTENIR-SEGUENT-SEQ-PF06. EXIT.

      *----------------------------------------------------------*
      * Obte el perfil d'usuari del job actiu (API QUSRJOBI,      *
      * format JOBI0100).                                         *
      *----------------------------------------------------------*
       OBTENIR-USUARI-JOB.
           CALL 'QUSRJOBI' USING CPUSRJ-RECEPTOR
                                  CPUSRJ-LONGITUD
                                  'JOBI0100'
                                  CPUSRJ-JOB-QUALIFICAT
                                  CPUSRJ-ID-INTERN-JOB
                                  CPUSRJ-CODI-ERROR.
       FIN-OBTENIR-USUARI-JOB. EXIT.

       FI.
           CLOSE PF69.
           CLOSE PF70.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
