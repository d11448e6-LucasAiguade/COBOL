       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL48.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Cobraments per transferencia no identificats (PF53): els  *
      * abonaments de l'extracte bancari que CBL73N43 no ha pogut *
      * conciliar sols. El subfitxer mostra els pendents amb el   *
      * motiu i el concepte del banc. Amb WP48NUM i WP48ACC es    *
      * resol un cobrament concret:                               *
      *  'A' assignar-lo a la reserva WP48REF: s'escriu el        *
      *      pagament a PF14 amb el tipus WP48TIP (D, T o S;      *
      *      espai es T) i el cobrament queda ASSIGNAT;           *
      *  'X' marcar-lo com a no nostre (ingres d'un altre, error  *
      *      del banc...), que ja no torna a sortir.              *
      * El pagament s'apunta amb l'usuari 'CBL48' i no amb el de  *
      * l'operador, perque no es diner de la seva caixa i no ha   *
      * de sortir al seu tancament (CBL38); qui l'ha assignat     *
      * queda a PF53 i a l'auditoria PF06.                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF53
              ASSIGN TO DATABASE-PF53
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF53NUM
              FILE STATUS IS WS48-STAT-PF53.

           SELECT PF14
              ASSIGN TO DATABASE-PF14
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF14CLAU
              FILE STATUS IS WS48-STAT-PF14.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2LREF WITH DUPLICATES
              FILE STATUS IS WS48-STAT-PF02L1.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS48-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS48-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS48-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF53 LABEL RECORD IS STANDARD.
          COPY CPPF53.

       FD PF14 LABEL RECORD IS STANDARD.
          COPY CPPF14.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

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

      * Linia de subfitxer P48SFL.
       01 WP48SFL.
           05 WP48SNUM PIC 9(9).
           05 WP48SDOP PIC 9(8).
           05 WP48SIMP PIC 9(9)V99.
           05 WP48SCON PIC X(30).
           05 WP48SMOT PIC X(30).

      * Format de control P48CTL.
       01 WP48CTL.
           05 WP48RRN PIC 9(4).
           05 WP48NUM PIC 9(9).
           05 WP48ACC PIC X(01).
           05 WP48REF PIC 9(9).
           05 WP48TIP PIC X(01).
           05 WP48ERR PIC X(40).

       01 WS48-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS48-FI-FITXER-SI VALUE 'S'.
       01 WS48-DARRERA-SEQ PIC 9(3).
       01 WS48-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS48-NUM-PENDENTS PIC 9(5).

       01 WS48-STAT-PF53 PIC X(02).
           88 WS48-STAT-PF53-OK VALUES '00' '02'.
       01 WS48-STAT-PF14 PIC X(02).
           88 WS48-STAT-PF14-OK VALUES '00' '02'.
       01 WS48-STAT-PF02L1 PIC X(02).
           88 WS48-STAT-PF02L1-OK VALUES '00' '02'.
       01 WS48-STAT-PF11 PIC X(02).
           88 WS48-STAT-PF11-OK VALUES '00' '02'.
       01 WS48-STAT-PF06 PIC X(02).
           88 WS48-STAT-PF06-OK VALUES '00' '02'.
       01 WS48-STAT-DSPF01 PIC X(02).
           88 WS48-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS48-FUN-AUT PIC X(02).
       01 WS48-NIV-AUT PIC 9(01).
       01 WS48-PERMES-AUT PIC X(01).
       01 WS48-AUDIT-AUT PIC X(01).
       01 WS48-USR-OFI PIC X(10) VALUE SPACES.
       01 WS48-OFI PIC X(03).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF53
           OPEN I-O PF14
           OPEN INPUT PF02L1
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS48-STAT-DSPF01-OK OR NOT WS48-STAT-PF53-OK
              OR NOT WS48-STAT-PF14-OK OR NOT WS48-STAT-PF02L1-OK
              OR NOT WS48-STAT-PF11-OK OR NOT WS48-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS48-USR-OFI WS48-OFI

           INITIALIZE WP48CTL
           PERFORM GESTIONAR-COBRAMENTS.

       GESTIONAR-COBRAMENTS.
           MOVE ZEROS TO WP48RRN
           MOVE B"1" TO IN40
           MOVE B"0" TO IN41
           PERFORM MOSTRA-CONTROL THRU FIN-MOSTRA-CONTROL

           IF IN03 OF P48CTL-I-INDIC = B"1"
              GO FI
           END-IF.

           IF WP48NUM NOT = ZEROS
              PERFORM TRACTAR-ACCIO THRU FIN-TRACTAR-ACCIO
              MOVE ZEROS TO WP48NUM
              MOVE SPACES TO WP48ACC
              MOVE ZEROS TO WP48REF
              MOVE SPACES TO WP48TIP
           END-IF.

           MOVE B"0" TO IN40
           PERFORM CARREGAR-PENDENTS THRU FIN-CARREGAR-PENDENTS

           IF WS48-NUM-PENDENTS = ZEROS AND WP48ERR = SPACES
              MOVE 'Cap cobrament pendent d''assignar' TO WP48ERR
           END-IF.

           MOVE B"1" TO IN41
           PERFORM MOSTRA-CONTROL THRU FIN-MOSTRA-CONTROL

           IF IN03 OF P48CTL-I-INDIC = B"1"
              GO FI
           END-IF.

           GO GESTIONAR-COBRAMENTS.

       MOSTRA-CONTROL.
           WRITE REG-DSPF01 FROM WP48CTL FORMAT "P48CTL"
                            INDICATORS ARE P48CTL-O-INDIC.

           READ  DSPF01     INTO WP48CTL FORMAT "P48CTL"
                            INDICATORS ARE P48CTL-I-INDIC.
       FIN-MOSTRA-CONTROL. EXIT.

      *----------------------------------------------------------*
      * Carrega al subfitxer els cobraments encara pendents, del  *
      * mes antic al mes nou.                                     *
      *----------------------------------------------------------*
       CARREGAR-PENDENTS.
           MOVE ZEROS TO WS48-NUM-PENDENTS
           MOVE 'N' TO WS48-FI-FITXER
           MOVE ZEROS TO PF53NUM
           START PF53 KEY IS NOT LESS THAN PF53NUM
               INVALID KEY MOVE 'S' TO WS48-FI-FITXER
           END-START.

           PERFORM CARREGAR-SEGUENT-COBRAMENT THRU
               FIN-CARREGAR-SEGUENT-COBRAMENT
                   UNTIL WS48-FI-FITXER-SI
       FIN-CARREGAR-PENDENTS. EXIT.

       CARREGAR-SEGUENT-COBRAMENT.
           READ PF53 NEXT RECORD
               AT END MOVE 'S' TO WS48-FI-FITXER
           END-READ.

           IF NOT WS48-FI-FITXER-SI AND PF53EST-PENDENT
              ADD 1 TO WS48-NUM-PENDENTS
              ADD 1 TO WP48RRN
              MOVE PF53NUM TO WP48SNUM
              MOVE PF53DOP TO WP48SDOP
              MOVE PF53IMP TO WP48SIMP
              MOVE PF53CON TO WP48SCON
              IF PF53CON = SPACES
                 MOVE PF53RF2 TO WP48SCON
              END-IF
              MOVE PF53MOT TO WP48SMOT
              WRITE REG-DSPF01 FROM WP48SFL FORMAT "P48SFL"
           END-IF.
       FIN-CARREGAR-SEGUENT-COBRAMENT. EXIT.

      *----------------------------------------------------------*
      * Accio sobre un cobrament concret: assignar-lo a una       *
      * reserva o marcar-lo com a no nostre.                      *
      *----------------------------------------------------------*
       TRACTAR-ACCIO.
           MOVE WP48NUM TO PF53NUM
           READ PF53 INVALID KEY
                MOVE 'No existeix aquest cobrament' TO WP48ERR
                GO FIN-TRACTAR-ACCIO
           END-READ.

           IF NOT PF53EST-PENDENT
              MOVE 'Aquest cobrament ja esta resolt' TO WP48ERR
              GO FIN-TRACTAR-ACCIO
           END-IF.

           EVALUATE WP48ACC
               WHEN 'A'
                   PERFORM ASSIGNAR-COBRAMENT THRU
                       FIN-ASSIGNAR-COBRAMENT
               WHEN 'X'
                   PERFORM OBTENIR-USUARI-JOB THRU
                       FIN-OBTENIR-USUARI-JOB
                   SET PF53EST-ALIE TO TRUE
                   MOVE CPUSRJ-NOM-USUARI TO PF53USR
                   MOVE FUNCTION CURRENT-DATE (1:8) TO PF53DRS
                   REWRITE REG-PF53
                   SET PF6ACC-BAIXA TO TRUE
                   MOVE ZEROS TO PF6COD
                   PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
                   MOVE 'Cobrament marcat com a no nostre' TO WP48ERR
               WHEN OTHER
                   MOVE 'Indica A (assignar) o X (no es nostre)'
                        TO WP48ERR
           END-EVALUATE.
       FIN-TRACTAR-ACCIO. EXIT.

      *----------------------------------------------------------*
      * La referencia ha d'existir a l'historic, com a CBL13; el  *
      * pagament s'afegeix amb la seguent sequencia i l'import    *
      * sencer de l'abonament.                                    *
      *----------------------------------------------------------*
       ASSIGNAR-COBRAMENT.
           IF WP48REF = ZEROS
              MOVE 'Introdueix el numero de referencia' TO WP48ERR
              GO FIN-ASSIGNAR-COBRAMENT
           END-IF.

           MOVE WP48REF TO P2LREF
           READ PF02L1 INVALID KEY
                MOVE 'Cap reserva amb aquesta referencia' TO WP48ERR
                GO FIN-ASSIGNAR-COBRAMENT
           END-READ.

           IF WP48TIP = SPACES
              MOVE 'T' TO WP48TIP
           END-IF.

           IF WP48TIP NOT = 'D' AND WP48TIP NOT = 'T'
              AND WP48TIP NOT = 'S'
              MOVE 'Indica D, T o S com a tipus' TO WP48ERR
              GO FIN-ASSIGNAR-COBRAMENT
           END-IF.

           PERFORM CERCAR-DARRERA-SEQ THRU FIN-CERCAR-DARRERA-SEQ

           MOVE WP48REF TO PF14REF
           ADD 1 TO WS48-DARRERA-SEQ GIVING PF14SEQ
           MOVE WP48TIP TO PF14TIP
           MOVE PF53IMP TO PF14IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF14DAT
           MOVE 'CBL48' TO PF14USR
           MOVE WS48-OFI TO PF14OFI
           WRITE REG-PF14

           IF NOT WS48-STAT-PF14-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP48ERR
              GO FIN-ASSIGNAR-COBRAMENT
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           SET PF53EST-ASSIGNAT TO TRUE
           MOVE WP48REF TO PF53REF
           MOVE CPUSRJ-NOM-USUARI TO PF53USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF53DRS
           REWRITE REG-PF53

           SET PF6ACC-ALTA TO TRUE
           MOVE P2LCOD TO PF6COD
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           MOVE 'Cobrament assignat a la reserva' TO WP48ERR.
       FIN-ASSIGNAR-COBRAMENT. EXIT.

       CERCAR-DARRERA-SEQ.
           MOVE ZEROS TO WS48-DARRERA-SEQ
           MOVE 'N' TO WS48-FI-FITXER
           MOVE WP48REF TO PF14REF
           MOVE LOW-VALUES TO PF14SEQ
           START PF14 KEY IS NOT LESS THAN PF14CLAU
               INVALID KEY MOVE 'S' TO WS48-FI-FITXER
           END-START.

           PERFORM CERCAR-SEGUENT-PAGAMENT THRU
               FIN-CERCAR-SEGUENT-PAGAMENT
                   UNTIL WS48-FI-FITXER-SI
       FIN-CERCAR-DARRERA-SEQ. EXIT.

       CERCAR-SEGUENT-PAGAMENT.
           READ PF14 NEXT RECORD
               AT END MOVE 'S' TO WS48-FI-FITXER
           END-READ.

           IF NOT WS48-FI-FITXER-SI
              IF PF14REF NOT = WP48REF
                 MOVE 'S' TO WS48-FI-FITXER
              ELSE
                 MOVE PF14SEQ TO WS48-DARRERA-SEQ
              END-IF
           END-IF.
       FIN-CERCAR-SEGUENT-PAGAMENT. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 l'assignacio o el descart del cobrament.     *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS48-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL48' TO PF6PGM
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS48-SEQ-AUDIT
                MOVE WS48-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS48-SEQ-AUDIT
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
           MOVE '48' TO WS48-FUN-AUT
           MOVE 1 TO WS48-NIV-AUT
           MOVE 'S' TO WS48-AUDIT-AUT
           CALL 'CBL25AUT' USING WS48-FUN-AUT WS48-NIV-AUT
                                 WS48-PERMES-AUT WS48-AUDIT-AUT

           IF WS48-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL48: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL48: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF53   = ' WS48-STAT-PF53.
           DISPLAY 'ESTAT PF14   = ' WS48-STAT-PF14.
           DISPLAY 'ESTAT PF02L1 = ' WS48-STAT-PF02L1.
           DISPLAY 'ESTAT PF11   = ' WS48-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS48-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS48-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF53.
           CLOSE PF14.
           CLOSE PF02L1.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
