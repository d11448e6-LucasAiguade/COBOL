       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL54.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Pressupost de vendes per destinacio i mes (PF65).         *
      * Accions:                                                  *
      *  'C' consulta del mes: l'ultima versio (places,           *
      *      facturacio, ocupacio, qui i quan) i, al costat, les  *
      *      xifres de l'original (versio 1);                     *
      *  'N' nova versio amb les xifres de la pantalla: la        *
      *      primera del mes es el pressupost original, les       *
      *      seguents son revisions i no trepitgen mai les        *
      *      anteriors.                                           *
      * El pressupost sencer de la tardor es pot carregar tambe   *
      * del full de calcul amb CBL82PRE; CBL82DES el compara cada *
      * mes amb el real de PF26.                                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF65
              ASSIGN TO DATABASE-PF65
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF65CLAU
              FILE STATUS IS WS54-STAT-PF65.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
              FILE STATUS IS WS54-STAT-PF01.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS54-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS54-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS54-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF65 LABEL RECORD IS STANDARD.
          COPY CPPF65.

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

       01 WP54.
           05 WP54COD PIC 9(4).
           05 WP54NOM PIC X(30).
           05 WP54ANY PIC 9(4).
           05 WP54MES PIC 9(2).
           05 WP54VER PIC 9(3).
           05 WP54PLA PIC 9(5).
           05 WP54REV PIC 9(9)V99.
           05 WP54OCU PIC 9(3)V99.
           05 WP54OBS PIC X(30).
           05 WP54DAT PIC 9(8).
           05 WP54USR PIC X(10).
           05 WP54PLO PIC 9(5).
           05 WP54REO PIC 9(9)V99.
           05 WP54OCO PIC 9(3)V99.
           05 WP54ACC PIC X(01).
           05 WP54ERR PIC X(40).

       01 WS54-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS54-MES PIC 9(6).
       01 WS54-MES-R REDEFINES WS54-MES.
           05 WS54-MES-AAAA PIC 9(4).
           05 WS54-MES-MM PIC 9(2).
       01 WS54-FI-PF65 PIC X(01).
           88 WS54-FI-PF65-SI VALUE 'S'.
       01 WS54-ULTIMA-VER PIC 9(3).

      *----------------------------------------------------------*
      * Xifres de la versio original i de l'ultima del mes, tal   *
      * com les deixa SITUAR-VERSIONS.                            *
      *----------------------------------------------------------*
       01 WS54-ORIGINAL.
           05 WS54-ORI-PLA PIC 9(5).
           05 WS54-ORI-REV PIC S9(9)V99.
           05 WS54-ORI-OCU PIC 9(3)V99.
       01 WS54-ULTIMA.
           05 WS54-ULT-PLA PIC 9(5).
           05 WS54-ULT-REV PIC S9(9)V99.
           05 WS54-ULT-OCU PIC 9(3)V99.
           05 WS54-ULT-OBS PIC X(30).
           05 WS54-ULT-DAT PIC 9(8).
           05 WS54-ULT-USR PIC X(10).

       01 WS54-STAT-PF65 PIC X(02).
           88 WS54-STAT-PF65-OK VALUES '00' '02'.
       01 WS54-STAT-PF01 PIC X(02).
           88 WS54-STAT-PF01-OK VALUES '00' '02'.
       01 WS54-STAT-PF11 PIC X(02).
           88 WS54-STAT-PF11-OK VALUES '00' '02'.
       01 WS54-STAT-PF06 PIC X(02).
           88 WS54-STAT-PF06-OK VALUES '00' '02'.
       01 WS54-STAT-DSPF01 PIC X(02).
           88 WS54-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS54-FUN-AUT PIC X(02).
       01 WS54-NIV-AUT PIC 9(01).
       01 WS54-PERMES-AUT PIC X(01).
       01 WS54-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF65
           OPEN INPUT PF01
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS54-STAT-DSPF01-OK OR NOT WS54-STAT-PF65-OK
              OR NOT WS54-STAT-PF01-OK OR NOT WS54-STAT-PF11-OK
              OR NOT WS54-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP54
           PERFORM MANTENIR-PRESSUPOST.

       MANTENIR-PRESSUPOST.
           PERFORM MUESTRO-P54 THRU FIN-MUESTRO-P54

           IF IN03 OF P54-I-INDIC = B"1"
              GO FI
           END-IF.

           IF WP54COD = ZEROS
              MOVE 'Introdueix el codi de destinacio' TO WP54ERR
              GO MANTENIR-PRESSUPOST
           END-IF.

           MOVE WP54COD TO PF1COD
           READ PF01 INVALID KEY
                MOVE SPACES TO WP54NOM
                MOVE 'No existeix aquesta destinacio' TO WP54ERR
                GO MANTENIR-PRESSUPOST
           END-READ.
           MOVE PF1NOM TO WP54NOM

           IF WP54ANY < 2000 OR WP54MES < 1 OR WP54MES > 12
              MOVE 'Introdueix lany i el mes (01 a 12)' TO WP54ERR
              GO MANTENIR-PRESSUPOST
           END-IF.

           MOVE WP54ANY TO WS54-MES-AAAA
           MOVE WP54MES TO WS54-MES-MM

           EVALUATE WP54ACC
               WHEN 'C'
                   PERFORM CONSULTAR-PRESSUPOST THRU
                       FIN-CONSULTAR-PRESSUPOST
               WHEN 'N'
                   PERFORM NOVA-VERSIO THRU FIN-NOVA-VERSIO
               WHEN OTHER
                   MOVE 'Indica C (consulta) o N (nova versio)'
                        TO WP54ERR
           END-EVALUATE.

           GO MANTENIR-PRESSUPOST.

       MUESTRO-P54.
           WRITE REG-DSPF01 FROM WP54 FORMAT "P54".

           READ  DSPF01     INTO WP54 FORMAT "P54"
                            INDICATORS ARE P54-I-INDIC.
       FIN-MUESTRO-P54. EXIT.

       CONSULTAR-PRESSUPOST.
           PERFORM SITUAR-VERSIONS THRU FIN-SITUAR-VERSIONS

           IF WS54-ULTIMA-VER = ZEROS
              MOVE ZEROS TO WP54VER
              MOVE ZEROS TO WP54PLA
              MOVE ZEROS TO WP54REV
              MOVE ZEROS TO WP54OCU
              MOVE SPACES TO WP54OBS
              MOVE ZEROS TO WP54DAT
              MOVE SPACES TO WP54USR
              MOVE ZEROS TO WP54PLO
              MOVE ZEROS TO WP54REO
              MOVE ZEROS TO WP54OCO
              MOVE 'Mes sense pressupost' TO WP54ERR
              GO FIN-CONSULTAR-PRESSUPOST
           END-IF.

           PERFORM MOSTRAR-VERSIONS THRU FIN-MOSTRAR-VERSIONS
           MOVE 'Mostrant lultima versio i loriginal' TO WP54ERR.
       FIN-CONSULTAR-PRESSUPOST. EXIT.

       MOSTRAR-VERSIONS.
           MOVE WS54-ULTIMA-VER TO WP54VER
           MOVE WS54-ULT-PLA TO WP54PLA
           MOVE WS54-ULT-REV TO WP54REV
           MOVE WS54-ULT-OCU TO WP54OCU
           MOVE WS54-ULT-OBS TO WP54OBS
           MOVE WS54-ULT-DAT TO WP54DAT
           MOVE WS54-ULT-USR TO WP54USR
           MOVE WS54-ORI-PLA TO WP54PLO
           MOVE WS54-ORI-REV TO WP54REO
           MOVE WS54-ORI-OCU TO WP54OCO.
       FIN-MOSTRAR-VERSIONS. EXIT.

      *----------------------------------------------------------*
      * Grava les xifres de la pantalla com a versio seguent del  *
      * mes. Cal almenys places o facturacio, i l'ocupacio es un  *
      * percentatge.                                              *
      *----------------------------------------------------------*
       NOVA-VERSIO.
           IF WP54PLA = ZEROS AND WP54REV = ZEROS
              MOVE 'Indica les places o la facturacio' TO WP54ERR
              GO FIN-NOVA-VERSIO
           END-IF.

           IF WP54OCU > 100
              MOVE 'Locupacio no pot passar de 100' TO WP54ERR
              GO FIN-NOVA-VERSIO
           END-IF.

           PERFORM SITUAR-VERSIONS THRU FIN-SITUAR-VERSIONS

           IF WS54-ULTIMA-VER >= 999
              MOVE 'El mes ja te el maxim de versions' TO WP54ERR
              GO FIN-NOVA-VERSIO
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP54COD TO PF65COD
           MOVE WS54-MES TO PF65MES
           COMPUTE PF65VER = WS54-ULTIMA-VER + 1
           MOVE WP54PLA TO PF65PLA
           MOVE WP54REV TO PF65REV
           MOVE WP54OCU TO PF65OCU
           SET PF65ORI-PANTALLA TO TRUE
           MOVE WP54OBS TO PF65OBS
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF65DAT
           MOVE CPUSRJ-NOM-USUARI TO PF65USR
           WRITE REG-PF65

           IF NOT WS54-STAT-PF65-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP54ERR
              GO FIN-NOVA-VERSIO
           END-IF.

           IF PF65VER = 1
              SET PF6ACC-ALTA TO TRUE
           ELSE
              SET PF6ACC-MODIF TO TRUE
           END-IF
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT

           PERFORM SITUAR-VERSIONS THRU FIN-SITUAR-VERSIONS
           PERFORM MOSTRAR-VERSIONS THRU FIN-MOSTRAR-VERSIONS
           IF WS54-ULTIMA-VER = 1
              MOVE 'Pressupost original gravat' TO WP54ERR
           ELSE
              MOVE 'Nova versio del pressupost gravada' TO WP54ERR
           END-IF.
       FIN-NOVA-VERSIO. EXIT.

      *----------------------------------------------------------*
      * Recorre les versions del mes WS54-MES de la destinacio:   *
      * la primera es l'original i l'ultima llegida la vigent.    *
      * Sense cap versio, WS54-ULTIMA-VER queda a zeros.          *
      *----------------------------------------------------------*
       SITUAR-VERSIONS.
           MOVE ZEROS TO WS54-ULTIMA-VER
           INITIALIZE WS54-ORIGINAL
           INITIALIZE WS54-ULTIMA
           MOVE 'N' TO WS54-FI-PF65
           MOVE WP54COD TO PF65COD
           MOVE WS54-MES TO PF65MES
           MOVE ZEROS TO PF65VER
           START PF65 KEY IS NOT LESS THAN PF65CLAU
               INVALID KEY MOVE 'S' TO WS54-FI-PF65
           END-START.

           PERFORM LLEGIR-VERSIO THRU FIN-LLEGIR-VERSIO
               UNTIL WS54-FI-PF65-SI.
       FIN-SITUAR-VERSIONS. EXIT.

       LLEGIR-VERSIO.
           READ PF65 NEXT RECORD
               AT END MOVE 'S' TO WS54-FI-PF65
                      GO FIN-LLEGIR-VERSIO
           END-READ.

           IF PF65COD NOT = WP54COD OR PF65MES NOT = WS54-MES
              MOVE 'S' TO WS54-FI-PF65
              GO FIN-LLEGIR-VERSIO
           END-IF.

           IF WS54-ULTIMA-VER = ZEROS
              MOVE PF65PLA TO WS54-ORI-PLA
              MOVE PF65REV TO WS54-ORI-REV
              MOVE PF65OCU TO WS54-ORI-OCU
           END-IF.

           MOVE PF65VER TO WS54-ULTIMA-VER
           MOVE PF65PLA TO WS54-ULT-PLA
           MOVE PF65REV TO WS54-ULT-REV
           MOVE PF65OCU TO WS54-ULT-OCU
           MOVE PF65OBS TO WS54-ULT-OBS
           MOVE PF65DAT TO WS54-ULT-DAT
           MOVE PF65USR TO WS54-ULT-USR.
       FIN-LLEGIR-VERSIO. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 la versio gravada: alta per a l'original,    *
      * modificacio per a les revisions, amb la destinacio.       *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS54-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL54' TO PF6PGM
           MOVE WP54COD TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS54-SEQ-AUDIT
                MOVE WS54-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS54-SEQ-AUDIT
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
           MOVE '54' TO WS54-FUN-AUT
           MOVE 1 TO WS54-NIV-AUT
           MOVE 'S' TO WS54-AUDIT-AUT
           CALL 'CBL25AUT' USING WS54-FUN-AUT WS54-NIV-AUT
                                 WS54-PERMES-AUT WS54-AUDIT-AUT

           IF WS54-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL54: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL54: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF65   = ' WS54-STAT-PF65.
           DISPLAY 'ESTAT PF01   = ' WS54-STAT-PF01.
           DISPLAY 'ESTAT PF11   = ' WS54-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS54-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS54-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF65.
           CLOSE PF01.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
