       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL59.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Manteniment d'oficines: el mestre PF71 i l'oficina de     *
      * cada usuari a PF72, que CBL25OFI llegeix per segellar     *
      * reserves, pagaments, factures i tancaments. WP59TIP tria  *
      * el fitxer ('O' oficina, 'U' usuari) i WP59ACC l'accio:    *
      *  'C' consulta de l'oficina WP59OFI o de l'usuari WP59USR; *
      *  'A' alta d'oficina (o reactivacio, o canvi de nom d'una  *
      *      d'activa) / assignacio de l'usuari a una oficina     *
      *      activa, que tambe serveix per canviar-lo d'oficina;  *
      *  'B' baixa: l'oficina queda inactiva, no s'esborra,       *
      *      perque els informes en segueixin trobant el nom; a   *
      *      l'usuari se li treu la fila i passa a operar sense   *
      *      oficina.                                             *
      * Tot canvi queda a l'auditoria PF06.                       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF71
              ASSIGN TO DATABASE-PF71
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF71OFI
              FILE STATUS IS WS59-STAT-PF71.

           SELECT PF72
              ASSIGN TO DATABASE-PF72
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF72USR
              FILE STATUS IS WS59-STAT-PF72.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS59-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS59-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS59-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF71 LABEL RECORD IS STANDARD.
          COPY CPPF71.

       FD PF72 LABEL RECORD IS STANDARD.
          COPY CPPF72.

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

       01 WP59.
           05 WP59TIP PIC X(01).
           05 WP59OFI PIC X(03).
           05 WP59NOM PIC X(30).
           05 WP59USR PIC X(10).
           05 WP59AUT PIC X(10).
           05 WP59EST PIC X(01).
           05 WP59ACC PIC X(01).
           05 WP59ERR PIC X(40).

       01 WS59-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS59-AVUI PIC 9(8).
       01 WS59-EXISTEIX PIC X(01) VALUE 'N'.
           88 WS59-EXISTEIX-SI VALUE 'S'.

       01 WS59-STAT-PF71 PIC X(02).
           88 WS59-STAT-PF71-OK VALUES '00' '02'.
       01 WS59-STAT-PF72 PIC X(02).
           88 WS59-STAT-PF72-OK VALUES '00' '02'.
       01 WS59-STAT-PF11 PIC X(02).
           88 WS59-STAT-PF11-OK VALUES '00' '02'.
       01 WS59-STAT-PF06 PIC X(02).
           88 WS59-STAT-PF06-OK VALUES '00' '02'.
       01 WS59-STAT-DSPF01 PIC X(02).
           88 WS59-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS59-FUN-AUT PIC X(02).
       01 WS59-NIV-AUT PIC 9(01).
       01 WS59-PERMES-AUT PIC X(01).
       01 WS59-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF71
           OPEN I-O PF72
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS59-STAT-DSPF01-OK OR NOT WS59-STAT-PF71-OK
              OR NOT WS59-STAT-PF72-OK OR NOT WS59-STAT-PF11-OK
              OR NOT WS59-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP59
           PERFORM MANTENIR-OFICINES.

       MANTENIR-OFICINES.
           PERFORM MUESTRO-P59 THRU FIN-MUESTRO-P59

           IF IN03 OF P59-I-INDIC = B"1"
              GO FI
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS59-AVUI
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           EVALUATE TRUE
               WHEN WP59TIP = 'O' AND WP59ACC = 'C'
                   PERFORM CONSULTAR-OFICINA THRU
                       FIN-CONSULTAR-OFICINA
               WHEN WP59TIP = 'O' AND WP59ACC = 'A'
                   PERFORM ALTA-OFICINA THRU FIN-ALTA-OFICINA
               WHEN WP59TIP = 'O' AND WP59ACC = 'B'
                   PERFORM BAIXA-OFICINA THRU FIN-BAIXA-OFICINA
               WHEN WP59TIP = 'U' AND WP59ACC = 'C'
                   PERFORM CONSULTAR-USUARI THRU FIN-CONSULTAR-USUARI
               WHEN WP59TIP = 'U' AND WP59ACC = 'A'
                   PERFORM ASSIGNAR-USUARI THRU FIN-ASSIGNAR-USUARI
               WHEN WP59TIP = 'U' AND WP59ACC = 'B'
                   PERFORM TREURE-USUARI THRU FIN-TREURE-USUARI
               WHEN WP59TIP NOT = 'O' AND WP59TIP NOT = 'U'
                   MOVE 'Indica O (oficina) o U (usuari)' TO WP59ERR
               WHEN OTHER
                   MOVE 'Indica C, A o B com a accio' TO WP59ERR
           END-EVALUATE.

           GO MANTENIR-OFICINES.

       MUESTRO-P59.
           WRITE REG-DSPF01 FROM WP59 FORMAT "P59".

           READ  DSPF01     INTO WP59 FORMAT "P59"
                            INDICATORS ARE P59-I-INDIC.
       FIN-MUESTRO-P59. EXIT.

       CONSULTAR-OFICINA.
           MOVE WP59OFI TO PF71OFI
           READ PF71 INVALID KEY
                MOVE 'No existeix aquesta oficina' TO WP59ERR
                GO FIN-CONSULTAR-OFICINA
           END-READ.

           MOVE PF71NOM TO WP59NOM
           MOVE PF71EST TO WP59EST
           MOVE PF71USR TO WP59AUT
           MOVE 'Mostrant oficina' TO WP59ERR.
       FIN-CONSULTAR-OFICINA. EXIT.

      *----------------------------------------------------------*
      * Alta d'una oficina, amb codi i nom. Una oficina de baixa  *
      * es reactiva; d'una d'activa nomes se'n canvia el nom.     *
      *----------------------------------------------------------*
       ALTA-OFICINA.
           IF WP59OFI = SPACES
              MOVE 'Indica el codi de loficina' TO WP59ERR
              GO FIN-ALTA-OFICINA
           END-IF.

           IF WP59NOM = SPACES
              MOVE 'Indica el nom de loficina' TO WP59ERR
              GO FIN-ALTA-OFICINA
           END-IF.

           MOVE 'N' TO WS59-EXISTEIX
           MOVE WP59OFI TO PF71OFI
           READ PF71 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'S' TO WS59-EXISTEIX
                IF PF71EST-ACTIVA AND PF71NOM = WP59NOM
                   MOVE 'Aquesta oficina ja esta activa' TO WP59ERR
                   GO FIN-ALTA-OFICINA
                END-IF
           END-READ.

           MOVE WP59OFI TO PF71OFI
           MOVE WP59NOM TO PF71NOM
           SET PF71EST-ACTIVA TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF71USR
           MOVE WS59-AVUI TO PF71DAT
           IF WS59-EXISTEIX-SI
              REWRITE REG-PF71
           ELSE
              WRITE REG-PF71
           END-IF.

           IF NOT WS59-STAT-PF71-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP59ERR
           ELSE
              IF WS59-EXISTEIX-SI
                 SET PF6ACC-MODIF TO TRUE
              ELSE
                 SET PF6ACC-ALTA TO TRUE
              END-IF
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF71EST TO WP59EST
              MOVE PF71USR TO WP59AUT
              MOVE 'Oficina gravada' TO WP59ERR
           END-IF.
       FIN-ALTA-OFICINA. EXIT.

       BAIXA-OFICINA.
           MOVE WP59OFI TO PF71OFI
           READ PF71 INVALID KEY
                MOVE 'No existeix aquesta oficina' TO WP59ERR
                GO FIN-BAIXA-OFICINA
           END-READ.

           IF PF71EST-INACTIVA
              MOVE 'Aquesta oficina ja esta inactiva' TO WP59ERR
              GO FIN-BAIXA-OFICINA
           END-IF.

           SET PF71EST-INACTIVA TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF71USR
           MOVE WS59-AVUI TO PF71DAT
           REWRITE REG-PF71

           IF NOT WS59-STAT-PF71-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP59ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF71NOM TO WP59NOM
              MOVE PF71EST TO WP59EST
              MOVE PF71USR TO WP59AUT
              MOVE 'Oficina donada de baixa' TO WP59ERR
           END-IF.
       FIN-BAIXA-OFICINA. EXIT.

       CONSULTAR-USUARI.
           MOVE WP59USR TO PF72USR
           READ PF72 INVALID KEY
                MOVE 'Usuari sense oficina' TO WP59ERR
                GO FIN-CONSULTAR-USUARI
           END-READ.

           MOVE PF72OFI TO WP59OFI
           MOVE PF72AUT TO WP59AUT
           MOVE PF72OFI TO PF71OFI
           READ PF71 INVALID KEY
                MOVE SPACES TO WP59NOM
                MOVE SPACES TO WP59EST
                NOT INVALID KEY
                MOVE PF71NOM TO WP59NOM
                MOVE PF71EST TO WP59EST
           END-READ.
           MOVE 'Mostrant oficina de lusuari' TO WP59ERR.
       FIN-CONSULTAR-USUARI. EXIT.

      *----------------------------------------------------------*
      * Assigna l'usuari a una oficina activa; si ja en tenia una *
      * es canvia, i les operacions noves porten la nova.         *
      *----------------------------------------------------------*
       ASSIGNAR-USUARI.
           IF WP59USR = SPACES
              MOVE 'Indica lusuari' TO WP59ERR
              GO FIN-ASSIGNAR-USUARI
           END-IF.

           MOVE WP59OFI TO PF71OFI
           READ PF71 INVALID KEY
                MOVE 'No existeix aquesta oficina' TO WP59ERR
                GO FIN-ASSIGNAR-USUARI
           END-READ.

           IF NOT PF71EST-ACTIVA
              MOVE 'Aquesta oficina esta de baixa' TO WP59ERR
              GO FIN-ASSIGNAR-USUARI
           END-IF.
           MOVE PF71NOM TO WP59NOM
           MOVE PF71EST TO WP59EST

           MOVE 'N' TO WS59-EXISTEIX
           MOVE WP59USR TO PF72USR
           READ PF72 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'S' TO WS59-EXISTEIX
                IF PF72OFI = WP59OFI
                   MOVE 'Lusuari ja es daquesta oficina' TO WP59ERR
                   GO FIN-ASSIGNAR-USUARI
                END-IF
           END-READ.

           MOVE WP59USR TO PF72USR
           MOVE WP59OFI TO PF72OFI
           MOVE CPUSRJ-NOM-USUARI TO PF72AUT
           MOVE WS59-AVUI TO PF72DAT
           IF WS59-EXISTEIX-SI
              REWRITE REG-PF72
           ELSE
              WRITE REG-PF72
           END-IF.

           IF NOT WS59-STAT-PF72-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP59ERR
           ELSE
              IF WS59-EXISTEIX-SI
                 SET PF6ACC-MODIF TO TRUE
              ELSE
                 SET PF6ACC-ALTA TO TRUE
              END-IF
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF72AUT TO WP59AUT
              MOVE 'Usuari assignat a loficina' TO WP59ERR
           END-IF.
       FIN-ASSIGNAR-USUARI. EXIT.

       TREURE-USUARI.
           MOVE WP59USR TO PF72USR
           READ PF72 INVALID KEY
                MOVE 'Usuari sense oficina' TO WP59ERR
                GO FIN-TREURE-USUARI
           END-READ.

           DELETE PF72 RECORD

           IF NOT WS59-STAT-PF72-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP59ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE SPACES TO WP59OFI WP59NOM WP59EST WP59AUT
              MOVE 'Usuari tret de loficina' TO WP59ERR
           END-IF.
       FIN-TREURE-USUARI. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 qui ha tocat les oficines o les assignacions *
      * d'usuari (sense destinacio).                              *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06

           MOVE WS59-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL59' TO PF6PGM
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
                MOVE 1 TO WS59-SEQ-AUDIT
                MOVE WS59-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS59-SEQ-AUDIT
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
           MOVE '59' TO WS59-FUN-AUT
           MOVE 2 TO WS59-NIV-AUT
           MOVE 'S' TO WS59-AUDIT-AUT
           CALL 'CBL25AUT' USING WS59-FUN-AUT WS59-NIV-AUT
                                 WS59-PERMES-AUT WS59-AUDIT-AUT

           IF WS59-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL59: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL59: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF71   = ' WS59-STAT-PF71.
           DISPLAY 'ESTAT PF72   = ' WS59-STAT-PF72.
           DISPLAY 'ESTAT PF11   = ' WS59-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS59-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS59-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF71.
           CLOSE PF72.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
