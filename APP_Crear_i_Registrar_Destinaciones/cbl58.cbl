       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL58.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Manteniment de la segregacio de funcions: les regles de   *
      * PF69 (quines dues accions d'un circuit no pot fer la      *
      * mateixa persona) i els usuaris d'emergencia de PF70, els  *
      * unics que CBL25SEG deixa saltar-se una regla. WP58TIP     *
      * tria el fitxer ('R' regla, 'U' usuari) i WP58ACC l'accio: *
      *  'C' consulta de la regla WP58FLX/ACA/ACB o de l'usuari   *
      *      WP58USR;                                             *
      *  'A' alta (o reactivacio d'una fila donada de baixa). Una *
      *      regla ha de ser de dues accions diferents conegudes  *
      *      del mateix circuit. Un usuari d'emergencia no es pot *
      *      nomenar a si mateix, porta motiu i un periode que no *
      *      ha passat ni supera 'EMERGDIES' dies (PF09, 30 si no *
      *      hi es);                                              *
      *  'B' baixa: la fila queda inactiva, no s'esborra, perque  *
      *      l'informe CBL88CTL pugui dir qui ho era i quan.      *
      * Tot canvi queda a l'auditoria PF06.                       *
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
              FILE STATUS IS WS58-STAT-PF69.

           SELECT PF70
              ASSIGN TO DATABASE-PF70
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF70USR
              FILE STATUS IS WS58-STAT-PF70.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA
              FILE STATUS IS WS58-STAT-PF09.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS58-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS58-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS58-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF69 LABEL RECORD IS STANDARD.
          COPY CPPF69.

       FD PF70 LABEL RECORD IS STANDARD.
          COPY CPPF70.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       FD PF06 LABEL RECORD IS STANDARD.
          COPY CPPF06.

       FD DSPF01 LABEL RECORD IS OMITTED.
       01 REG-DSPF01.
           COPY DDS-ALL-FORMAT OF DSPF01.

       WORKING-STORAGE SECTION.
       01 AREA-INDICADORES.
          COPY DDS-ALL-FORMAT-INDIC OF DSPF01.

       01 WP58.
           05 WP58TIP PIC X(01).
           05 WP58FLX PIC X(04).
           05 WP58ACA PIC X(02).
           05 WP58ACB PIC X(02).
           05 WP58DES PIC X(30).
           05 WP58USR PIC X(10).
           05 WP58DDE PIC 9(8).
           05 WP58FIN PIC 9(8).
           05 WP58MOT PIC X(30).
           05 WP58AUT PIC X(10).
           05 WP58EST PIC X(01).
           05 WP58ACC PIC X(01).
           05 WP58ERR PIC X(40).

      *----------------------------------------------------------*
      * Accions conegudes de cada circuit (vegeu CPPF69). Una     *
      * regla amb un codi fora d'aquesta taula no la consultaria  *
      * mai cap programa.                                         *
      *----------------------------------------------------------*
       01 TAULA-ACCIONS-VALIDES.
           05 FILLER PIC X(06) VALUE 'PF05SO'.
           05 FILLER PIC X(06) VALUE 'PF05AP'.
           05 FILLER PIC X(06) VALUE 'PF18CU'.
           05 FILLER PIC X(06) VALUE 'PF18AU'.
           05 FILLER PIC X(06) VALUE 'PF18PG'.
           05 FILLER PIC X(06) VALUE 'PF49PR'.
           05 FILLER PIC X(06) VALUE 'PF49CF'.
       01 TAULA-ACCIONS-R REDEFINES TAULA-ACCIONS-VALIDES.
           05 TA-ENTRY OCCURS 7 TIMES.
               10 TA-FLX PIC X(04).
               10 TA-ACC PIC X(02).

       01 WS58-I PIC 9(2).
       01 WS58-ACC-CERCA PIC X(02).
       01 WS58-TROBAT PIC X(01) VALUE 'N'.
           88 WS58-TROBAT-SI VALUE 'S'.
       01 WS58-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS58-AVUI PIC 9(8).
       01 WS58-DIES-MAX PIC 9(3).
       01 WS58-DIES-PERIODE PIC S9(9).
       01 WS58-EXISTEIX PIC X(01) VALUE 'N'.
           88 WS58-EXISTEIX-SI VALUE 'S'.

       01 WS58-STAT-PF69 PIC X(02).
           88 WS58-STAT-PF69-OK VALUES '00' '02'.
       01 WS58-STAT-PF70 PIC X(02).
           88 WS58-STAT-PF70-OK VALUES '00' '02'.
       01 WS58-STAT-PF09 PIC X(02).
           88 WS58-STAT-PF09-OK VALUES '00' '02'.
       01 WS58-STAT-PF11 PIC X(02).
           88 WS58-STAT-PF11-OK VALUES '00' '02'.
       01 WS58-STAT-PF06 PIC X(02).
           88 WS58-STAT-PF06-OK VALUES '00' '02'.
       01 WS58-STAT-DSPF01 PIC X(02).
           88 WS58-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS58-FUN-AUT PIC X(02).
       01 WS58-NIV-AUT PIC 9(01).
       01 WS58-PERMES-AUT PIC X(01).
       01 WS58-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF69
           OPEN I-O PF70
           OPEN INPUT PF09
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS58-STAT-DSPF01-OK OR NOT WS58-STAT-PF69-OK
              OR NOT WS58-STAT-PF70-OK OR NOT WS58-STAT-PF09-OK
              OR NOT WS58-STAT-PF11-OK OR NOT WS58-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP58
           PERFORM MANTENIR-SEGREGACIO.

       MANTENIR-SEGREGACIO.
           PERFORM MUESTRO-P58 THRU FIN-MUESTRO-P58

           IF IN03 OF P58-I-INDIC = B"1"
              GO FI
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS58-AVUI
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           EVALUATE TRUE
               WHEN WP58TIP = 'R' AND WP58ACC = 'C'
                   PERFORM CONSULTAR-REGLA THRU FIN-CONSULTAR-REGLA
               WHEN WP58TIP = 'R' AND WP58ACC = 'A'
                   PERFORM ALTA-REGLA THRU FIN-ALTA-REGLA
               WHEN WP58TIP = 'R' AND WP58ACC = 'B'
                   PERFORM BAIXA-REGLA THRU FIN-BAIXA-REGLA
               WHEN WP58TIP = 'U' AND WP58ACC = 'C'
                   PERFORM CONSULTAR-USUARI THRU FIN-CONSULTAR-USUARI
               WHEN WP58TIP = 'U' AND WP58ACC = 'A'
                   PERFORM ALTA-USUARI THRU FIN-ALTA-USUARI
               WHEN WP58TIP = 'U' AND WP58ACC = 'B'
                   PERFORM BAIXA-USUARI THRU FIN-BAIXA-USUARI
               WHEN WP58TIP NOT = 'R' AND WP58TIP NOT = 'U'
                   MOVE 'Indica R (regla) o U (usuari)' TO WP58ERR
               WHEN OTHER
                   MOVE 'Indica C, A o B com a accio' TO WP58ERR
           END-EVALUATE.

           GO MANTENIR-SEGREGACIO.

       MUESTRO-P58.
           WRITE REG-DSPF01 FROM WP58 FORMAT "P58".

           READ  DSPF01     INTO WP58 FORMAT "P58"
                            INDICATORS ARE P58-I-INDIC.
       FIN-MUESTRO-P58. EXIT.

       CONSULTAR-REGLA.
           MOVE WP58FLX TO PF69FLX
           MOVE WP58ACA TO PF69ACA
           MOVE WP58ACB TO PF69ACB
           READ PF69 INVALID KEY
                MOVE 'No existeix aquesta regla' TO WP58ERR
                GO FIN-CONSULTAR-REGLA
           END-READ.

           MOVE PF69DES TO WP58DES
           MOVE PF69EST TO WP58EST
           MOVE PF69USR TO WP58AUT
           MOVE 'Mostrant regla' TO WP58ERR.
       FIN-CONSULTAR-REGLA. EXIT.

      *----------------------------------------------------------*
      * Alta d'una regla: dues accions diferents i conegudes del  *
      * circuit. Si ja hi era de baixa es reactiva; si hi es en   *
      * l'ordre contrari, ja fa la mateixa feina.                 *
      *----------------------------------------------------------*
       ALTA-REGLA.
           MOVE WP58ACA TO WS58-ACC-CERCA
           PERFORM VALIDAR-ACCIO THRU FIN-VALIDAR-ACCIO
           IF NOT WS58-TROBAT-SI
              MOVE 'Primera accio desconeguda al circuit' TO WP58ERR
              GO FIN-ALTA-REGLA
           END-IF.

           MOVE WP58ACB TO WS58-ACC-CERCA
           PERFORM VALIDAR-ACCIO THRU FIN-VALIDAR-ACCIO
           IF NOT WS58-TROBAT-SI
              MOVE 'Segona accio desconeguda al circuit' TO WP58ERR
              GO FIN-ALTA-REGLA
           END-IF.

           IF WP58ACA = WP58ACB
              MOVE 'Les dues accions han de ser diferents'
                   TO WP58ERR
              GO FIN-ALTA-REGLA
           END-IF.

           MOVE WP58FLX TO PF69FLX
           MOVE WP58ACB TO PF69ACA
           MOVE WP58ACA TO PF69ACB
           READ PF69 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF69EST-ACTIVA
                   MOVE 'Ja hi es en lordre contrari' TO WP58ERR
                   GO FIN-ALTA-REGLA
                END-IF
           END-READ.

           MOVE 'N' TO WS58-EXISTEIX
           MOVE WP58FLX TO PF69FLX
           MOVE WP58ACA TO PF69ACA
           MOVE WP58ACB TO PF69ACB
           READ PF69 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'S' TO WS58-EXISTEIX
                IF PF69EST-ACTIVA
                   MOVE 'Aquesta regla ja esta activa' TO WP58ERR
                   GO FIN-ALTA-REGLA
                END-IF
           END-READ.

           MOVE WP58FLX TO PF69FLX
           MOVE WP58ACA TO PF69ACA
           MOVE WP58ACB TO PF69ACB
           MOVE WP58DES TO PF69DES
           SET PF69EST-ACTIVA TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF69USR
           MOVE WS58-AVUI TO PF69DAT
           IF WS58-EXISTEIX-SI
              REWRITE REG-PF69
           ELSE
              WRITE REG-PF69
           END-IF.

           IF NOT WS58-STAT-PF69-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP58ERR
           ELSE
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF69EST TO WP58EST
              MOVE PF69USR TO WP58AUT
              MOVE 'Regla activada' TO WP58ERR
           END-IF.
       FIN-ALTA-REGLA. EXIT.

       VALIDAR-ACCIO.
           MOVE 'N' TO WS58-TROBAT
           MOVE 1 TO WS58-I
           PERFORM CERCAR-ACCIO THRU FIN-CERCAR-ACCIO
               UNTIL WS58-I > 7 OR WS58-TROBAT-SI.
       FIN-VALIDAR-ACCIO. EXIT.

       CERCAR-ACCIO.
           IF TA-FLX (WS58-I) = WP58FLX
              AND TA-ACC (WS58-I) = WS58-ACC-CERCA
              MOVE 'S' TO WS58-TROBAT
           END-IF.
           ADD 1 TO WS58-I.
       FIN-CERCAR-ACCIO. EXIT.

       BAIXA-REGLA.
           MOVE WP58FLX TO PF69FLX
           MOVE WP58ACA TO PF69ACA
           MOVE WP58ACB TO PF69ACB
           READ PF69 INVALID KEY
                MOVE 'No existeix aquesta regla' TO WP58ERR
                GO FIN-BAIXA-REGLA
           END-READ.

           IF PF69EST-INACTIVA
              MOVE 'Aquesta regla ja esta inactiva' TO WP58ERR
              GO FIN-BAIXA-REGLA
           END-IF.

           SET PF69EST-INACTIVA TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF69USR
           MOVE WS58-AVUI TO PF69DAT
           REWRITE REG-PF69

           IF NOT WS58-STAT-PF69-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP58ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF69EST TO WP58EST
              MOVE PF69USR TO WP58AUT
              MOVE 'Regla desactivada' TO WP58ERR
           END-IF.
       FIN-BAIXA-REGLA. EXIT.

       CONSULTAR-USUARI.
           MOVE WP58USR TO PF70USR
           READ PF70 INVALID KEY
                MOVE 'No es usuari demergencia' TO WP58ERR
                GO FIN-CONSULTAR-USUARI
           END-READ.

           MOVE PF70DDE TO WP58DDE
           MOVE PF70FIN TO WP58FIN
           MOVE PF70MOT TO WP58MOT
           MOVE PF70AUT TO WP58AUT
           MOVE PF70EST TO WP58EST
           MOVE 'Mostrant usuari demergencia' TO WP58ERR.
       FIN-CONSULTAR-USUARI. EXIT.

      *----------------------------------------------------------*
      * Nomenament d'un usuari d'emergencia: mai un mateix, amb   *
      * motiu, i per un periode que no ha passat i no supera      *
      * 'EMERGDIES' dies. Una fila antiga (de baixa o vencuda) es *
      * reaprofita amb el periode nou.                            *
      *----------------------------------------------------------*
       ALTA-USUARI.
           IF WP58USR = SPACES
              MOVE 'Indica lusuari' TO WP58ERR
              GO FIN-ALTA-USUARI
           END-IF.

           IF WP58USR = CPUSRJ-NOM-USUARI
              MOVE 'No et pots nomenar a tu mateix' TO WP58ERR
              GO FIN-ALTA-USUARI
           END-IF.

           IF WP58MOT = SPACES
              MOVE 'Indica el motiu' TO WP58ERR
              GO FIN-ALTA-USUARI
           END-IF.

           IF WP58DDE = ZEROS OR WP58FIN = ZEROS
              OR WP58FIN < WP58DDE
              MOVE 'Indica el periode (des de i fins a)' TO WP58ERR
              GO FIN-ALTA-USUARI
           END-IF.

           IF WP58FIN < WS58-AVUI
              MOVE 'El periode ja ha passat' TO WP58ERR
              GO FIN-ALTA-USUARI
           END-IF.

           PERFORM LLEGIR-DIES-MAX THRU FIN-LLEGIR-DIES-MAX
           COMPUTE WS58-DIES-PERIODE =
               FUNCTION INTEGER-OF-DATE (WP58FIN) -
               FUNCTION INTEGER-OF-DATE (WP58DDE) + 1
           IF WS58-DIES-PERIODE > WS58-DIES-MAX
              MOVE 'El periode passa del maxim EMERGDIES'
                   TO WP58ERR
              GO FIN-ALTA-USUARI
           END-IF.

           MOVE 'N' TO WS58-EXISTEIX
           MOVE WP58USR TO PF70USR
           READ PF70 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'S' TO WS58-EXISTEIX
                IF PF70EST-ACTIU AND PF70FIN >= WS58-AVUI
                   MOVE 'Ja es usuari demergencia vigent'
                        TO WP58ERR
                   GO FIN-ALTA-USUARI
                END-IF
           END-READ.

           MOVE WP58USR TO PF70USR
           MOVE WP58DDE TO PF70DDE
           MOVE WP58FIN TO PF70FIN
           MOVE WP58MOT TO PF70MOT
           SET PF70EST-ACTIU TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF70AUT
           MOVE WS58-AVUI TO PF70DAT
           IF WS58-EXISTEIX-SI
              REWRITE REG-PF70
           ELSE
              WRITE REG-PF70
           END-IF.

           IF NOT WS58-STAT-PF70-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP58ERR
           ELSE
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF70AUT TO WP58AUT
              MOVE PF70EST TO WP58EST
              MOVE 'Usuari demergencia nomenat' TO WP58ERR
           END-IF.
       FIN-ALTA-USUARI. EXIT.

       LLEGIR-DIES-MAX.
           MOVE 30 TO WS58-DIES-MAX
           MOVE 'EMERGDIES ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS58-DIES-MAX
                END-IF
           END-READ.
       FIN-LLEGIR-DIES-MAX. EXIT.

       BAIXA-USUARI.
           MOVE WP58USR TO PF70USR
           READ PF70 INVALID KEY
                MOVE 'No es usuari demergencia' TO WP58ERR
                GO FIN-BAIXA-USUARI
           END-READ.

           IF PF70EST-BAIXA
              MOVE 'Aquest usuari ja esta de baixa' TO WP58ERR
              GO FIN-BAIXA-USUARI
           END-IF.

           SET PF70EST-BAIXA TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF70AUT
           MOVE WS58-AVUI TO PF70DAT
           REWRITE REG-PF70

           IF NOT WS58-STAT-PF70-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP58ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF70AUT TO WP58AUT
              MOVE PF70EST TO WP58EST
              MOVE 'Usuari demergencia donat de baixa' TO WP58ERR
           END-IF.
       FIN-BAIXA-USUARI. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 qui ha tocat les regles o els usuaris        *
      * d'emergencia (sense destinacio).                          *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06

           MOVE WS58-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL58' TO PF6PGM
           MOVE ZEROS TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS58-SEQ-AUDIT
                MOVE WS58-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS58-SEQ-AUDIT
                REWRITE REG-PF11
           END-READ.
       FIN-OBTENIR-SEGUENT-SEQ-PF06. EXIT.

      *----------------------------------------------------------*
      * Obte el perfil d'usuari del job actiu (API QUSRJOBI,      *
      * format JOBI0100), per deixar constancia de qui ha fet     *
      * l'accio als fitxers historics.                            *
      *----------------------------------------------------------*
       OBTENIR-USUARI-JOB.
           CALL 'QUSRJOBI' USING CPUSRJ-RECEPTOR
                                  CPUSRJ-LONGITUD
                                  'JOBI0100'
                                  CPUSRJ-JOB-QUALIFICAT
                                  CPUSRJ-ID-INTERN-JOB
                                  CPUSRJ-CODI-ERROR.
       FIN-OBTENIR-USUARI-JOB. EXIT.

      *----------------------------------------------------------*
      * Comprovacio d'autoritat a l'entrada (PF28 via CBL25AUT):  *
      * sense el nivell requerit, l'acces queda denegat, anotat a *
      * PF06 pel propi comprovador, i el programa acaba.          *
      *----------------------------------------------------------*
       COMPROVAR-AUTORITAT.
           MOVE '58' TO WS58-FUN-AUT
           MOVE 2 TO WS58-NIV-AUT
           MOVE 'S' TO WS58-AUDIT-AUT
           CALL 'CBL25AUT' USING WS58-FUN-AUT WS58-NIV-AUT
                                 WS58-PERMES-AUT WS58-AUDIT-AUT

           IF WS58-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL58: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL58: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF69   = ' WS58-STAT-PF69.
           DISPLAY 'ESTAT PF70   = ' WS58-STAT-PF70.
           DISPLAY 'ESTAT PF09   = ' WS58-STAT-PF09.
           DISPLAY 'ESTAT PF11   = ' WS58-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS58-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS58-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF69.
           CLOSE PF70.
           CLOSE PF09.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
