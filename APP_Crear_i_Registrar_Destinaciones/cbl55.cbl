       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL55.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Manteniment de les regles de rendiment per destinacio     *
      * (PF66) que aplica cada nit CBL91REN. Accions amb WP55ACC: *
      * 'C' consulta, 'A' alta (la sequencia dins la destinacio   *
      * s'assigna sola i marca l'ordre en que es proven), 'B'     *
      * baixa. Una regla donada de baixa deixa d'actuar, pero els *
      * canvis que ja ha fet queden a PF67.                       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF66
              ASSIGN TO DATABASE-PF66
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF66CLAU
              FILE STATUS IS WS55-STAT-PF66.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
              FILE STATUS IS WS55-STAT-PF01.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS55-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS55-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS55-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF66 LABEL RECORD IS STANDARD.
          COPY CPPF66.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

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

       01 WP55.
           05 WP55COD PIC 9(4).
           05 WP55SEQ PIC 9(3).
           05 WP55SET PIC 9(3).
           05 WP55DIR PIC X(01).
           05 WP55OCU PIC 9(3)V99.
           05 WP55PAS PIC 9(5)V99.
           05 WP55MIN PIC 9(5)V99.
           05 WP55MAX PIC 9(5)V99.
           05 WP55ACC PIC X(01).
           05 WP55ERR PIC X(40).

       01 WS55-DARRERA-SEQ PIC 9(3).
       01 WS55-TROBAT PIC X(01) VALUE 'N'.
           88 WS55-TROBAT-SI VALUE 'S'.
       01 WS55-SEQ-AUDIT PIC 9(9) COMP-3.

       01 WS55-STAT-PF66 PIC X(02).
           88 WS55-STAT-PF66-OK VALUES '00' '02'.
       01 WS55-STAT-PF01 PIC X(02).
           88 WS55-STAT-PF01-OK VALUES '00' '02'.
       01 WS55-STAT-PF11 PIC X(02).
           88 WS55-STAT-PF11-OK VALUES '00' '02'.
       01 WS55-STAT-PF06 PIC X(02).
           88 WS55-STAT-PF06-OK VALUES '00' '02'.
       01 WS55-STAT-DSPF01 PIC X(02).
           88 WS55-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS55-FUN-AUT PIC X(02).
       01 WS55-NIV-AUT PIC 9(01).
       01 WS55-PERMES-AUT PIC X(01).
       01 WS55-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF66
           OPEN INPUT PF01
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS55-STAT-DSPF01-OK OR NOT WS55-STAT-PF66-OK
              OR NOT WS55-STAT-PF01-OK OR NOT WS55-STAT-PF11-OK
              OR NOT WS55-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP55
           PERFORM MANTENIR-REGLES.

       MANTENIR-REGLES.
           PERFORM MUESTRO-P55 THRU FIN-MUESTRO-P55

           IF IN03 OF P55-I-INDIC = B"1"
              GO FI
           END-IF.

           IF WP55COD = ZEROS
              MOVE 'Introdueix un codi de destinacio' TO WP55ERR
              GO MANTENIR-REGLES
           END-IF.

           EVALUATE WP55ACC
               WHEN 'C'
                   PERFORM CONSULTAR-REGLA THRU FIN-CONSULTAR-REGLA
               WHEN 'A'
                   PERFORM ALTA-REGLA THRU FIN-ALTA-REGLA
               WHEN 'B'
                   PERFORM BAIXA-REGLA THRU FIN-BAIXA-REGLA
               WHEN OTHER
                   MOVE 'Indica C, A o B com a accio' TO WP55ERR
           END-EVALUATE.

           GO MANTENIR-REGLES.

       MUESTRO-P55.
           WRITE REG-DSPF01 FROM WP55 FORMAT "P55".

           READ  DSPF01     INTO WP55 FORMAT "P55"
                            INDICATORS ARE P55-I-INDIC.
       FIN-MUESTRO-P55. EXIT.

       CONSULTAR-REGLA.
           MOVE WP55COD TO PF66COD
           MOVE WP55SEQ TO PF66SEQ
           READ PF66 INVALID KEY
                MOVE 'No existeix aquesta regla' TO WP55ERR
                NOT INVALID KEY
                MOVE PF66SET TO WP55SET
                MOVE PF66DIR TO WP55DIR
                MOVE PF66OCU TO WP55OCU
                MOVE PF66PAS TO WP55PAS
                MOVE PF66MIN TO WP55MIN
                MOVE PF66MAX TO WP55MAX
                MOVE 'Mostrant regla' TO WP55ERR
           END-READ.
       FIN-CONSULTAR-REGLA. EXIT.

      *----------------------------------------------------------*
      * Alta d'una regla nova per a la destinacio, amb la         *
      * seguent sequencia lliure. La destinacio ha d'existir a    *
      * PF01; el sostre, si n'hi ha, no pot quedar sota el terra. *
      *----------------------------------------------------------*
       ALTA-REGLA.
           MOVE WP55COD TO PF1COD
           READ PF01 INVALID KEY
                MOVE 'No existeix cap destinacio amb aquest codi'
                     TO WP55ERR
                GO FIN-ALTA-REGLA
           END-READ.

           IF WP55DIR NOT = 'P' AND WP55DIR NOT = 'B'
              MOVE 'Direccio: P (puja) o B (baixa)' TO WP55ERR
              GO FIN-ALTA-REGLA
           END-IF.

           IF WP55SET = ZEROS
              MOVE 'Indica les setmanes abans de la sortida'
                   TO WP55ERR
              GO FIN-ALTA-REGLA
           END-IF.

           IF WP55OCU > 100
              MOVE 'Locupacio no pot passar de 100' TO WP55ERR
              GO FIN-ALTA-REGLA
           END-IF.

           IF WP55PAS = ZEROS
              MOVE 'El pas de preu no pot ser zero' TO WP55ERR
              GO FIN-ALTA-REGLA
           END-IF.

           IF WP55MAX > ZEROS AND WP55MAX < WP55MIN
              MOVE 'El sostre no pot ser menor que el terra'
                   TO WP55ERR
              GO FIN-ALTA-REGLA
           END-IF.

           PERFORM OBTENIR-SEGUENT-SEQ THRU FIN-OBTENIR-SEGUENT-SEQ

           IF WS55-DARRERA-SEQ >= 999
              MOVE 'La destinacio ja te el maxim de regles' TO WP55ERR
              GO FIN-ALTA-REGLA
           END-IF.

           MOVE WP55COD TO PF66COD
           ADD 1 TO WS55-DARRERA-SEQ GIVING PF66SEQ
           MOVE WP55SET TO PF66SET
           MOVE WP55DIR TO PF66DIR
           MOVE WP55OCU TO PF66OCU
           MOVE WP55PAS TO PF66PAS
           MOVE WP55MIN TO PF66MIN
           MOVE WP55MAX TO PF66MAX
           WRITE REG-PF66

           IF NOT WS55-STAT-PF66-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP55ERR
           ELSE
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF66SEQ TO WP55SEQ
              MOVE 'Regla donada dalta correctament' TO WP55ERR
           END-IF.
       FIN-ALTA-REGLA. EXIT.

       BAIXA-REGLA.
           MOVE WP55COD TO PF66COD
           MOVE WP55SEQ TO PF66SEQ
           READ PF66 INVALID KEY
                MOVE 'No existeix aquesta regla' TO WP55ERR
                GO FIN-BAIXA-REGLA
           END-READ.

           DELETE PF66 RECORD

           IF NOT WS55-STAT-PF66-OK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP55ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Regla esborrada' TO WP55ERR
           END-IF.
       FIN-BAIXA-REGLA. EXIT.

      *----------------------------------------------------------*
      * Darrera sequencia de regla usada per a la destinacio, per *
      * assignar la seguent a les altes.                          *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ.
           MOVE ZEROS TO WS55-DARRERA-SEQ
           MOVE 'N' TO WS55-TROBAT
           MOVE WP55COD TO PF66COD
           MOVE HIGH-VALUES TO PF66SEQ
           START PF66 KEY IS NOT GREATER THAN PF66CLAU
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WS55-TROBAT
           END-START.

           IF WS55-TROBAT-SI
              READ PF66 NEXT RECORD
                  AT END MOVE 'N' TO WS55-TROBAT
              END-READ
           END-IF.

           IF WS55-TROBAT-SI AND PF66COD = WP55COD
              MOVE PF66SEQ TO WS55-DARRERA-SEQ
           END-IF.
       FIN-OBTENIR-SEGUENT-SEQ. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 qui ha tocat les regles de rendiment i de    *
      * quina destinacio.                                         *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS55-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL55' TO PF6PGM
           MOVE WP55COD TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS55-SEQ-AUDIT
                MOVE WS55-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS55-SEQ-AUDIT
                REWRITE REG-PF11
           END-READ.
       FIN-OBTENIR-SEGUENT-SEQ-PF06. EXIT.

      *----------------------------------------------------------*
      * Obte el perfil d'usuari del job actiu (API QUSRJOBI,      *
      * format JOBI0100), per deixar constancia de qui ha fet    *
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
           MOVE '55' TO WS55-FUN-AUT
           MOVE 1 TO WS55-NIV-AUT
           MOVE 'S' TO WS55-AUDIT-AUT
           CALL 'CBL25AUT' USING WS55-FUN-AUT WS55-NIV-AUT
                                 WS55-PERMES-AUT WS55-AUDIT-AUT

           IF WS55-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL55: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL55: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF66   = ' WS55-STAT-PF66.
           DISPLAY 'ESTAT PF01   = ' WS55-STAT-PF01.
           DISPLAY 'ESTAT PF11   = ' WS55-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS55-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS55-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF66.
           CLOSE PF01.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
