       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL52.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Comptes de credit d'agencia (PF59) i els seus moviments   *
      * (PF60). Accions:                                          *
      *  'C' consulta del compte: limit, dies de termini i saldo; *
      *  'A' alta, 'M' modificacio del limit i dels dies de       *
      *      termini, 'B' baixa (nomes amb el saldo a zero);      *
      *  'P' pagament rebut de l'agencia, 'N' abonament a favor   *
      *      de l'agencia (cancel·lacions, regularitzacions):     *
      *      l'import rebaixa el saldo i queda com a moviment,    *
      *      amb la referencia del justificant si se n'informa.   *
      * Els carrecs els escriu CBL02 en fer la reserva; CBL68ANT  *
      * treu cada mes el saldo per edat de cada agencia.          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF59
              ASSIGN TO DATABASE-PF59
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF59AGE
              FILE STATUS IS WS52-STAT-PF59.

           SELECT PF60
              ASSIGN TO DATABASE-PF60
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF60CLAU
              FILE STATUS IS WS52-STAT-PF60.

           SELECT PF24
              ASSIGN TO DATABASE-PF24
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF24CLAU
              FILE STATUS IS WS52-STAT-PF24.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS52-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS52-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS52-STAT-DSPF01.

      *----------------------------------------------------------*
      * El moviment i el saldo del compte es confirmen junts o    *
      * es desfan junts.                                          *
      *----------------------------------------------------------*
       I-O-CONTROL.
           COMMITMENT CONTROL FOR PF59 PF60.

       DATA DIVISION.
       FILE SECTION.
       FD PF59 LABEL RECORD IS STANDARD.
          COPY CPPF59.

       FD PF60 LABEL RECORD IS STANDARD.
          COPY CPPF60.

       FD PF24 LABEL RECORD IS STANDARD.
          COPY CPPF24.

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

       01 WP52.
           05 WP52AGE PIC X(04).
           05 WP52LIM PIC 9(7)V99.
           05 WP52DIE PIC 9(3).
           05 WP52SAL PIC S9(7)V99.
           05 WP52IMP PIC 9(7)V99.
           05 WP52REF PIC 9(9).
           05 WP52ACC PIC X(01).
           05 WP52ERR PIC X(40).

       01 WS52-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS52-SEQ-PF60 PIC 9(5).
       01 WS52-TROBAT PIC X(01) VALUE 'N'.
           88 WS52-TROBAT-SI VALUE 'S'.
       01 WS52-GRAVACIO-KO PIC X(01) VALUE 'N'.
           88 WS52-GRAVACIO-KO-SI VALUE 'S'.
       01 WS52-TIP-MOVIMENT PIC X(01).

       01 WS52-STAT-PF59 PIC X(02).
           88 WS52-STAT-PF59-OK VALUES '00' '02'.
       01 WS52-STAT-PF60 PIC X(02).
           88 WS52-STAT-PF60-OK VALUES '00' '02'.
       01 WS52-STAT-PF24 PIC X(02).
           88 WS52-STAT-PF24-OK VALUES '00' '02'.
       01 WS52-STAT-PF11 PIC X(02).
           88 WS52-STAT-PF11-OK VALUES '00' '02'.
       01 WS52-STAT-PF06 PIC X(02).
           88 WS52-STAT-PF06-OK VALUES '00' '02'.
       01 WS52-STAT-DSPF01 PIC X(02).
           88 WS52-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS52-FUN-AUT PIC X(02).
       01 WS52-NIV-AUT PIC 9(01).
       01 WS52-PERMES-AUT PIC X(01).
       01 WS52-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF59
           OPEN I-O PF60
           OPEN INPUT PF24
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS52-STAT-DSPF01-OK OR NOT WS52-STAT-PF59-OK
              OR NOT WS52-STAT-PF60-OK OR NOT WS52-STAT-PF24-OK
              OR NOT WS52-STAT-PF11-OK OR NOT WS52-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP52
           PERFORM MANTENIR-COMPTE.

       MANTENIR-COMPTE.
           PERFORM MUESTRO-P52 THRU FIN-MUESTRO-P52

           IF IN03 OF P52-I-INDIC = B"1"
              GO FI
           END-IF.

           IF WP52AGE = SPACES
              MOVE 'Introdueix el codi dagencia' TO WP52ERR
              GO MANTENIR-COMPTE
           END-IF.

           EVALUATE WP52ACC
               WHEN 'C'
                   PERFORM CONSULTAR-COMPTE THRU FIN-CONSULTAR-COMPTE
               WHEN 'A'
                   PERFORM ALTA-COMPTE THRU FIN-ALTA-COMPTE
               WHEN 'M'
                   PERFORM MODIFICAR-COMPTE THRU FIN-MODIFICAR-COMPTE
               WHEN 'B'
                   PERFORM BAIXA-COMPTE THRU FIN-BAIXA-COMPTE
               WHEN 'P'
                   MOVE 'P' TO WS52-TIP-MOVIMENT
                   PERFORM APUNTAR-MOVIMENT THRU FIN-APUNTAR-MOVIMENT
               WHEN 'N'
                   MOVE 'A' TO WS52-TIP-MOVIMENT
                   PERFORM APUNTAR-MOVIMENT THRU FIN-APUNTAR-MOVIMENT
               WHEN OTHER
                   MOVE 'Indica C, A, M, B, P (pagar), N (abonar)'
                        TO WP52ERR
           END-EVALUATE.

           GO MANTENIR-COMPTE.

       MUESTRO-P52.
           WRITE REG-DSPF01 FROM WP52 FORMAT "P52".

           READ  DSPF01     INTO WP52 FORMAT "P52"
                            INDICATORS ARE P52-I-INDIC.
       FIN-MUESTRO-P52. EXIT.

       CONSULTAR-COMPTE.
           MOVE WP52AGE TO PF59AGE
           READ PF59 INVALID KEY
                MOVE ZEROS TO WP52LIM
                MOVE ZEROS TO WP52DIE
                MOVE ZEROS TO WP52SAL
                MOVE 'Agencia sense compte de credit' TO WP52ERR
                NOT INVALID KEY
                MOVE PF59LIM TO WP52LIM
                MOVE PF59DIE TO WP52DIE
                MOVE PF59SAL TO WP52SAL
                MOVE 'Mostrant compte de credit' TO WP52ERR
           END-READ.
       FIN-CONSULTAR-COMPTE. EXIT.

      *----------------------------------------------------------*
      * Nomes es pot obrir compte a una agencia que ja treballa   *
      * amb nosaltres, es a dir, amb algun contingent a PF24.     *
      *----------------------------------------------------------*
       ALTA-COMPTE.
           MOVE 'N' TO WS52-TROBAT
           MOVE WP52AGE TO PF24AGE
           MOVE ZEROS TO PF24COD
           START PF24 KEY IS NOT LESS THAN PF24CLAU
               INVALID KEY MOVE 'N' TO WS52-TROBAT
               NOT INVALID KEY MOVE 'S' TO WS52-TROBAT
           END-START.

           IF WS52-TROBAT-SI
              READ PF24 NEXT RECORD
                  AT END MOVE 'N' TO WS52-TROBAT
              END-READ
           END-IF.

           IF NOT WS52-TROBAT-SI OR PF24AGE NOT = WP52AGE
              MOVE 'Agencia sense cap contingent a PF24' TO WP52ERR
              GO FIN-ALTA-COMPTE
           END-IF.

           IF WP52LIM = ZEROS
              MOVE 'Indica el limit de credit' TO WP52ERR
              GO FIN-ALTA-COMPTE
           END-IF.

           MOVE WP52AGE TO PF59AGE
           READ PF59 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'Lagencia ja te compte, fes M' TO WP52ERR
                GO FIN-ALTA-COMPTE
           END-READ.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP52AGE TO PF59AGE
           MOVE WP52LIM TO PF59LIM
           MOVE WP52DIE TO PF59DIE
           MOVE ZEROS TO PF59SAL
           MOVE CPUSRJ-NOM-USUARI TO PF59USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF59DAS
           WRITE REG-PF59

           IF NOT WS52-STAT-PF59-OK
              ROLLBACK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP52ERR
           ELSE
              COMMIT
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE ZEROS TO WP52SAL
              MOVE 'Compte de credit obert correctament' TO WP52ERR
           END-IF.
       FIN-ALTA-COMPTE. EXIT.

       MODIFICAR-COMPTE.
           IF WP52LIM = ZEROS
              MOVE 'Indica el limit de credit' TO WP52ERR
              GO FIN-MODIFICAR-COMPTE
           END-IF.

           MOVE WP52AGE TO PF59AGE
           READ PF59 INVALID KEY
                MOVE 'Agencia sense compte de credit' TO WP52ERR
                GO FIN-MODIFICAR-COMPTE
           END-READ.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP52LIM TO PF59LIM
           MOVE WP52DIE TO PF59DIE
           MOVE CPUSRJ-NOM-USUARI TO PF59USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF59DAS
           REWRITE REG-PF59

           IF NOT WS52-STAT-PF59-OK
              ROLLBACK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP52ERR
           ELSE
              COMMIT
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF59SAL TO WP52SAL
              MOVE 'Compte de credit modificat' TO WP52ERR
           END-IF.
       FIN-MODIFICAR-COMPTE. EXIT.

      *----------------------------------------------------------*
      * Un compte amb saldo viu no es pot tancar: primer s'ha de  *
      * cobrar o abonar el que hi queda. Els moviments es         *
      * conserven a PF60.                                         *
      *----------------------------------------------------------*
       BAIXA-COMPTE.
           MOVE WP52AGE TO PF59AGE
           READ PF59 INVALID KEY
                MOVE 'Agencia sense compte de credit' TO WP52ERR
                GO FIN-BAIXA-COMPTE
           END-READ.

           IF PF59SAL NOT = ZEROS
              MOVE PF59SAL TO WP52SAL
              MOVE 'El compte encara te saldo viu' TO WP52ERR
              GO FIN-BAIXA-COMPTE
           END-IF.

           DELETE PF59 RECORD

           IF NOT WS52-STAT-PF59-OK
              ROLLBACK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP52ERR
           ELSE
              COMMIT
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Compte de credit tancat' TO WP52ERR
           END-IF.
       FIN-BAIXA-COMPTE. EXIT.

      *----------------------------------------------------------*
      * Pagament ('P') o abonament ('A') de l'agencia: moviment   *
      * a PF60 i rebaixa del saldo viu de PF59, en una sola       *
      * transaccio. El saldo pot quedar negatiu (pagament a       *
      * compte de reserves futures).                              *
      *----------------------------------------------------------*
       APUNTAR-MOVIMENT.
           MOVE 'N' TO WS52-GRAVACIO-KO

           IF WP52IMP = ZEROS
              MOVE 'Limport ha de ser mes gran que zero' TO WP52ERR
              GO FIN-APUNTAR-MOVIMENT
           END-IF.

           MOVE WP52AGE TO PF59AGE
           READ PF59 INVALID KEY
                MOVE 'Agencia sense compte de credit' TO WP52ERR
                GO FIN-APUNTAR-MOVIMENT
           END-READ.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           PERFORM OBTENIR-SEGUENT-SEQ-PF60 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF60

           MOVE WP52AGE TO PF60AGE
           MOVE WS52-SEQ-PF60 TO PF60SEQ
           MOVE WS52-TIP-MOVIMENT TO PF60TIP
           MOVE WP52REF TO PF60REF
           MOVE WP52IMP TO PF60IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF60DAT
           MOVE ZEROS TO PF60VEN
           MOVE CPUSRJ-NOM-USUARI TO PF60USR
           WRITE REG-PF60
           IF NOT WS52-STAT-PF60-OK
              MOVE 'S' TO WS52-GRAVACIO-KO
           END-IF.

           MOVE WP52AGE TO PF59AGE
           READ PF59 INVALID KEY
                MOVE 'S' TO WS52-GRAVACIO-KO
                NOT INVALID KEY
                SUBTRACT WP52IMP FROM PF59SAL
                REWRITE REG-PF59
                IF NOT WS52-STAT-PF59-OK
                   MOVE 'S' TO WS52-GRAVACIO-KO
                END-IF
           END-READ.

           IF WS52-GRAVACIO-KO-SI
              ROLLBACK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP52ERR
              GO FIN-APUNTAR-MOVIMENT
           END-IF.

           COMMIT.

           SET PF6ACC-MODIF TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           MOVE PF59LIM TO WP52LIM
           MOVE PF59DIE TO WP52DIE
           MOVE PF59SAL TO WP52SAL
           MOVE ZEROS TO WP52IMP
           MOVE ZEROS TO WP52REF
           IF WS52-TIP-MOVIMENT = 'P'
              MOVE 'Pagament de lagencia apuntat' TO WP52ERR
           ELSE
              MOVE 'Abonament a lagencia apuntat' TO WP52ERR
           END-IF.
       FIN-APUNTAR-MOVIMENT. EXIT.

       OBTENIR-SEGUENT-SEQ-PF60.
           MOVE 'N' TO WS52-TROBAT
           MOVE WP52AGE TO PF60AGE
           MOVE HIGH-VALUES TO PF60SEQ
           START PF60 KEY IS NOT GREATER THAN PF60CLAU
               INVALID KEY MOVE 1 TO WS52-SEQ-PF60
               NOT INVALID KEY MOVE 'S' TO WS52-TROBAT
           END-START.

           IF WS52-TROBAT-SI
               READ PF60 NEXT RECORD
                   AT END MOVE 'N' TO WS52-TROBAT
               END-READ
           END-IF.

           IF WS52-TROBAT-SI AND PF60AGE = WP52AGE
               ADD 1 TO PF60SEQ GIVING WS52-SEQ-PF60
           ELSE
               MOVE 1 TO WS52-SEQ-PF60
           END-IF.
       FIN-OBTENIR-SEGUENT-SEQ-PF60. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 l'accio feta sobre el compte de l'agencia.   *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS52-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL52' TO PF6PGM
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
                MOVE 1 TO WS52-SEQ-AUDIT
                MOVE WS52-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS52-SEQ-AUDIT
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
           MOVE '52' TO WS52-FUN-AUT
           MOVE 1 TO WS52-NIV-AUT
           MOVE 'S' TO WS52-AUDIT-AUT
           CALL 'CBL25AUT' USING WS52-FUN-AUT WS52-NIV-AUT
                                 WS52-PERMES-AUT WS52-AUDIT-AUT

           IF WS52-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL52: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL52: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF59   = ' WS52-STAT-PF59.
           DISPLAY 'ESTAT PF60   = ' WS52-STAT-PF60.
           DISPLAY 'ESTAT PF24   = ' WS52-STAT-PF24.
           DISPLAY 'ESTAT PF11   = ' WS52-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS52-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS52-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF59.
           CLOSE PF60.
           CLOSE PF24.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
