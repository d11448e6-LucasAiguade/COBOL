       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL57.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Manteniment dels patrons de sortides recurrents (PF68).   *
      * En lloc de donar d'alta a CBL17 cada divendres de la      *
      * temporada, es descriu la serie una sola vegada i CBL81GEN *
      * en genera les sortides de PF21. Accions amb WP57ACC:      *
      *  'C' consulta del patro WP57NUM;                          *
      *  'A' alta d'un patro nou, numerat amb el comptador        *
      *      'PATRO' de PF11;                                     *
      *  'E' allargar la serie fins a la data WP57FIN (la propera *
      *      execucio de CBL81GEN genera les dates noves);        *
      *  'T' tancar la serie: el patro queda tancat i totes les   *
      *      sortides futures actives que va generar es tanquen   *
      *      com ho faria CBL17, perque no acceptin reserves.     *
      * Les sortides ja generades no es modifiquen en allargar:   *
      * aforament, vehicle i durada de cada una es porten a       *
      * CBL17/CBL34 com sempre.                                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF68
              ASSIGN TO DATABASE-PF68
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF68NUM
              FILE STATUS IS WS57-STAT-PF68.

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU
              FILE STATUS IS WS57-STAT-PF21.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
              FILE STATUS IS WS57-STAT-PF01.

           SELECT PF34
              ASSIGN TO DATABASE-PF34
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF34VEH
              FILE STATUS IS WS57-STAT-PF34.

           SELECT PF36
              ASSIGN TO DATABASE-PF36
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF36CLAU
              FILE STATUS IS WS57-STAT-PF36.

           SELECT PF22
              ASSIGN TO DATABASE-PF22
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF22CLAU
              FILE STATUS IS WS57-STAT-PF22.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS57-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS57-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS57-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF68 LABEL RECORD IS STANDARD.
          COPY CPPF68.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF34 LABEL RECORD IS STANDARD.
          COPY CPPF34.

       FD PF36 LABEL RECORD IS STANDARD.
          COPY CPPF36.

       FD PF22 LABEL RECORD IS STANDARD.
          COPY CPPF22.

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

       01 WP57.
           05 WP57NUM PIC 9(5).
           05 WP57COD PIC 9(4).
           05 WP57SET PIC X(07).
           05 WP57DDE PIC 9(8).
           05 WP57FIN PIC 9(8).
           05 WP57PLT PIC 9(3).
           05 WP57VEH PIC X(06).
           05 WP57DUR PIC 9(3).
           05 WP57FES PIC X(01).
           05 WP57PNT PIC X(03) OCCURS 3 TIMES.
           05 WP57CLS-ENTRY OCCURS 3 TIMES.
              10 WP57CLS PIC X(02).
              10 WP57CPL PIC 9(3).
           05 WP57EST PIC X(01).
           05 WP57DGN PIC 9(8).
           05 WP57ACC PIC X(01).
           05 WP57ERR PIC X(40).

       01 WS57-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS57-I PIC 9(2).
       01 WS57-DIES-SET PIC 9(1).
       01 WS57-ERROR PIC X(01) VALUE 'N'.
           88 WS57-ERROR-SI VALUE 'S'.
       01 WS57-SUMA-CLS PIC 9(4).
       01 WS57-DIES-PERIODE PIC S9(9).
       01 WS57-AVUI PIC 9(8).
       01 WS57-NUM-TANCADES PIC 9(3).
       01 WS57-FI-PF21 PIC X(01).
           88 WS57-FI-PF21-SI VALUE 'S'.

       01 WS57-STAT-PF68 PIC X(02).
           88 WS57-STAT-PF68-OK VALUES '00' '02'.
       01 WS57-STAT-PF21 PIC X(02).
           88 WS57-STAT-PF21-OK VALUES '00' '02'.
       01 WS57-STAT-PF01 PIC X(02).
           88 WS57-STAT-PF01-OK VALUES '00' '02'.
       01 WS57-STAT-PF34 PIC X(02).
           88 WS57-STAT-PF34-OK VALUES '00' '02'.
       01 WS57-STAT-PF36 PIC X(02).
           88 WS57-STAT-PF36-OK VALUES '00' '02'.
       01 WS57-STAT-PF22 PIC X(02).
           88 WS57-STAT-PF22-OK VALUES '00' '02'.
       01 WS57-STAT-PF11 PIC X(02).
           88 WS57-STAT-PF11-OK VALUES '00' '02'.
       01 WS57-STAT-PF06 PIC X(02).
           88 WS57-STAT-PF06-OK VALUES '00' '02'.
       01 WS57-STAT-DSPF01 PIC X(02).
           88 WS57-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS57-FUN-AUT PIC X(02).
       01 WS57-NIV-AUT PIC 9(01).
       01 WS57-PERMES-AUT PIC X(01).
       01 WS57-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF68
           OPEN I-O PF21
           OPEN INPUT PF01
           OPEN INPUT PF34
           OPEN INPUT PF36
           OPEN INPUT PF22
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS57-STAT-DSPF01-OK OR NOT WS57-STAT-PF68-OK
              OR NOT WS57-STAT-PF21-OK OR NOT WS57-STAT-PF01-OK
              OR NOT WS57-STAT-PF34-OK OR NOT WS57-STAT-PF36-OK
              OR NOT WS57-STAT-PF22-OK OR NOT WS57-STAT-PF11-OK
              OR NOT WS57-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           INITIALIZE WP57
           PERFORM MANTENIR-PATRONS.

       MANTENIR-PATRONS.
           PERFORM MUESTRO-P57 THRU FIN-MUESTRO-P57

           IF IN03 OF P57-I-INDIC = B"1"
              GO FI
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS57-AVUI

           EVALUATE WP57ACC
               WHEN 'C'
                   PERFORM CONSULTAR-PATRO THRU FIN-CONSULTAR-PATRO
               WHEN 'A'
                   PERFORM ALTA-PATRO THRU FIN-ALTA-PATRO
               WHEN 'E'
                   PERFORM ALLARGAR-PATRO THRU FIN-ALLARGAR-PATRO
               WHEN 'T'
                   PERFORM TANCAR-PATRO THRU FIN-TANCAR-PATRO
               WHEN OTHER
                   MOVE 'Indica C, A, E o T com a accio' TO WP57ERR
           END-EVALUATE.

           GO MANTENIR-PATRONS.

       MUESTRO-P57.
           WRITE REG-DSPF01 FROM WP57 FORMAT "P57".

           READ  DSPF01     INTO WP57 FORMAT "P57"
                            INDICATORS ARE P57-I-INDIC.
       FIN-MUESTRO-P57. EXIT.

       CONSULTAR-PATRO.
           MOVE WP57NUM TO PF68NUM
           READ PF68 INVALID KEY
                MOVE 'No existeix aquest patro' TO WP57ERR
                GO FIN-CONSULTAR-PATRO
           END-READ.

           PERFORM MOSTRAR-PATRO THRU FIN-MOSTRAR-PATRO
           MOVE 'Mostrant patro' TO WP57ERR.
       FIN-CONSULTAR-PATRO. EXIT.

       MOSTRAR-PATRO.
           MOVE PF68NUM TO WP57NUM
           MOVE PF68COD TO WP57COD
           MOVE PF68SET TO WP57SET
           MOVE PF68DDE TO WP57DDE
           MOVE PF68FIN TO WP57FIN
           MOVE PF68PLT TO WP57PLT
           MOVE PF68VEH TO WP57VEH
           MOVE PF68DUR TO WP57DUR
           MOVE PF68FES TO WP57FES
           MOVE 1 TO WS57-I
           PERFORM MOSTRAR-DETALL THRU FIN-MOSTRAR-DETALL
               UNTIL WS57-I > 3
           MOVE PF68EST TO WP57EST
           MOVE PF68DGN TO WP57DGN.
       FIN-MOSTRAR-PATRO. EXIT.

       MOSTRAR-DETALL.
           MOVE PF68PNT (WS57-I) TO WP57PNT (WS57-I)
           MOVE PF68CLS (WS57-I) TO WP57CLS (WS57-I)
           MOVE PF68CPL (WS57-I) TO WP57CPL (WS57-I)
           ADD 1 TO WS57-I.
       FIN-MOSTRAR-DETALL. EXIT.

      *----------------------------------------------------------*
      * Alta d'un patro nou. La destinacio ha d'existir; hi ha    *
      * d'haver almenys un dia de la setmana; el periode va de    *
      * WP57DDE a WP57FIN i no passa d'un any (una errada a l'any *
      * no ha de generar deu temporades). Amb vehicle plantilla   *
      * les places son les del vehicle; sense, cal indicar-les.   *
      * Punts de pujada i classes, si n'hi ha, han d'existir per  *
      * a la destinacio a PF36 i PF22.                            *
      *----------------------------------------------------------*
       ALTA-PATRO.
           MOVE WP57COD TO PF1COD
           READ PF01 INVALID KEY
                MOVE 'No existeix cap destinacio amb aquest codi'
                     TO WP57ERR
                GO FIN-ALTA-PATRO
           END-READ.

           MOVE ZEROS TO WS57-DIES-SET
           MOVE 'N' TO WS57-ERROR
           MOVE 1 TO WS57-I
           PERFORM VALIDAR-DIA-SETMANA THRU FIN-VALIDAR-DIA-SETMANA
               UNTIL WS57-I > 7
           IF WS57-ERROR-SI OR WS57-DIES-SET = ZEROS
              MOVE 'Dies: S per dia, de dilluns a diumenge'
                   TO WP57ERR
              GO FIN-ALTA-PATRO
           END-IF.

           IF WP57DDE = ZEROS OR WP57FIN = ZEROS
              OR WP57FIN < WP57DDE
              MOVE 'Indica el periode (des de i fins a)' TO WP57ERR
              GO FIN-ALTA-PATRO
           END-IF.

           IF WP57FIN <= WS57-AVUI
              MOVE 'El periode ja ha passat' TO WP57ERR
              GO FIN-ALTA-PATRO
           END-IF.

           COMPUTE WS57-DIES-PERIODE =
               FUNCTION INTEGER-OF-DATE (WP57FIN) -
               FUNCTION INTEGER-OF-DATE (WP57DDE)
           IF WS57-DIES-PERIODE > 366
              MOVE 'El periode no pot passar dun any' TO WP57ERR
              GO FIN-ALTA-PATRO
           END-IF.

           IF WP57FES NOT = 'S' AND WP57FES NOT = 'N'
              MOVE 'Festius: S (saltar-los) o N' TO WP57ERR
              GO FIN-ALTA-PATRO
           END-IF.

           IF WP57VEH NOT = SPACES
              MOVE WP57VEH TO PF34VEH
              READ PF34 INVALID KEY
                   MOVE 'No existeix aquest vehicle' TO WP57ERR
                   GO FIN-ALTA-PATRO
              END-READ
              MOVE PF34PLA TO WP57PLT
           END-IF.

           IF WP57PLT = ZEROS
              MOVE 'Indica les places o un vehicle' TO WP57ERR
              GO FIN-ALTA-PATRO
           END-IF.

           MOVE ZEROS TO WS57-SUMA-CLS
           MOVE 1 TO WS57-I
           PERFORM VALIDAR-DETALL THRU FIN-VALIDAR-DETALL
               UNTIL WS57-I > 3 OR WS57-ERROR-SI
           IF WS57-ERROR-SI
              GO FIN-ALTA-PATRO
           END-IF.

           IF WS57-SUMA-CLS > WP57PLT
              MOVE 'Les classes passen de les places' TO WP57ERR
              GO FIN-ALTA-PATRO
           END-IF.

           PERFORM OBTENIR-SEGUENT-PATRO THRU
               FIN-OBTENIR-SEGUENT-PATRO
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP57NUM TO PF68NUM
           MOVE WP57COD TO PF68COD
           MOVE WP57SET TO PF68SET
           MOVE WP57DDE TO PF68DDE
           MOVE WP57FIN TO PF68FIN
           MOVE WP57PLT TO PF68PLT
           MOVE WP57VEH TO PF68VEH
           MOVE WP57DUR TO PF68DUR
           MOVE WP57FES TO PF68FES
           MOVE 1 TO WS57-I
           PERFORM COPIAR-DETALL THRU FIN-COPIAR-DETALL
               UNTIL WS57-I > 3
           SET PF68EST-ACTIU TO TRUE
           MOVE ZEROS TO PF68DGN
           MOVE WS57-AVUI TO PF68DAT
           MOVE CPUSRJ-NOM-USUARI TO PF68USR
           WRITE REG-PF68

           IF NOT WS57-STAT-PF68-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP57ERR
           ELSE
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF68EST TO WP57EST
              MOVE PF68DGN TO WP57DGN
              MOVE 'Patro creat: genera les sortides' TO WP57ERR
           END-IF.
       FIN-ALTA-PATRO. EXIT.

       VALIDAR-DIA-SETMANA.
           IF WP57SET (WS57-I:1) = 'S'
              ADD 1 TO WS57-DIES-SET
           ELSE
              IF WP57SET (WS57-I:1) NOT = SPACE
                 AND WP57SET (WS57-I:1) NOT = 'N'
                 MOVE 'S' TO WS57-ERROR
              END-IF
           END-IF.
           ADD 1 TO WS57-I.
       FIN-VALIDAR-DIA-SETMANA. EXIT.

       VALIDAR-DETALL.
           IF WP57PNT (WS57-I) NOT = SPACES
              MOVE WP57COD TO PF36COD
              MOVE WP57PNT (WS57-I) TO PF36PNT
              READ PF36 INVALID KEY
                   MOVE 'S' TO WS57-ERROR
                   MOVE 'Punt de pujada no definit a la ruta'
                        TO WP57ERR
                   GO FIN-VALIDAR-DETALL
              END-READ
           END-IF.

           IF WP57CLS (WS57-I) NOT = SPACES
              MOVE WP57COD TO PF22COD
              MOVE WP57CLS (WS57-I) TO PF22CLS
              READ PF22 INVALID KEY
                   MOVE 'S' TO WS57-ERROR
                   MOVE 'Classe no definida per a la destinacio'
                        TO WP57ERR
                   GO FIN-VALIDAR-DETALL
              END-READ
              IF WP57CPL (WS57-I) = ZEROS
                 MOVE 'S' TO WS57-ERROR
                 MOVE 'Indica les places de la classe' TO WP57ERR
                 GO FIN-VALIDAR-DETALL
              END-IF
              ADD WP57CPL (WS57-I) TO WS57-SUMA-CLS
           ELSE
              MOVE ZEROS TO WP57CPL (WS57-I)
           END-IF.
           ADD 1 TO WS57-I.
       FIN-VALIDAR-DETALL. EXIT.

       COPIAR-DETALL.
           MOVE WP57PNT (WS57-I) TO PF68PNT (WS57-I)
           MOVE WP57CLS (WS57-I) TO PF68CLS (WS57-I)
           MOVE WP57CPL (WS57-I) TO PF68CPL (WS57-I)
           ADD 1 TO WS57-I.
       FIN-COPIAR-DETALL. EXIT.

      *----------------------------------------------------------*
      * Allarga la serie: nomes la data de fi, i cap endavant.    *
      * El limit d'un any es compta des de l'inici del patro.     *
      *----------------------------------------------------------*
       ALLARGAR-PATRO.
           MOVE WP57NUM TO PF68NUM
           READ PF68 INVALID KEY
                MOVE 'No existeix aquest patro' TO WP57ERR
                GO FIN-ALLARGAR-PATRO
           END-READ.

           IF PF68EST-TANCAT
              MOVE 'Aquest patro esta tancat' TO WP57ERR
              GO FIN-ALLARGAR-PATRO
           END-IF.

           IF WP57FIN <= PF68FIN
              MOVE 'La data de fi nova ha de ser posterior'
                   TO WP57ERR
              GO FIN-ALLARGAR-PATRO
           END-IF.

           COMPUTE WS57-DIES-PERIODE =
               FUNCTION INTEGER-OF-DATE (WP57FIN) -
               FUNCTION INTEGER-OF-DATE (PF68DDE)
           IF WS57-DIES-PERIODE > 366
              MOVE 'El periode no pot passar dun any' TO WP57ERR
              GO FIN-ALLARGAR-PATRO
           END-IF.

           MOVE WP57FIN TO PF68FIN
           REWRITE REG-PF68

           IF NOT WS57-STAT-PF68-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP57ERR
              GO FIN-ALLARGAR-PATRO
           END-IF.

           PERFORM MOSTRAR-PATRO THRU FIN-MOSTRAR-PATRO
           SET PF6ACC-MODIF TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           MOVE 'Patro allargat: genera les sortides' TO WP57ERR.
       FIN-ALLARGAR-PATRO. EXIT.

      *----------------------------------------------------------*
      * Tanca la serie: el patro deixa de generar i les sortides  *
      * futures i actives que porten el seu numero es tanquen     *
      * (les passades i les ja tancades no es toquen).            *
      *----------------------------------------------------------*
       TANCAR-PATRO.
           MOVE WP57NUM TO PF68NUM
           READ PF68 INVALID KEY
                MOVE 'No existeix aquest patro' TO WP57ERR
                GO FIN-TANCAR-PATRO
           END-READ.

           IF PF68EST-TANCAT
              MOVE 'Aquest patro ja estava tancat' TO WP57ERR
              GO FIN-TANCAR-PATRO
           END-IF.

           SET PF68EST-TANCAT TO TRUE
           REWRITE REG-PF68

           IF NOT WS57-STAT-PF68-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP57ERR
              GO FIN-TANCAR-PATRO
           END-IF.

           MOVE ZEROS TO WS57-NUM-TANCADES
           MOVE 'N' TO WS57-FI-PF21
           MOVE PF68COD TO PF21COD
           MOVE WS57-AVUI TO PF21DAT
           START PF21 KEY IS GREATER THAN PF21CLAU
               INVALID KEY MOVE 'S' TO WS57-FI-PF21
           END-START.

           PERFORM TANCAR-SEGUENT-SORTIDA THRU
               FIN-TANCAR-SEGUENT-SORTIDA
                   UNTIL WS57-FI-PF21-SI

           PERFORM MOSTRAR-PATRO THRU FIN-MOSTRAR-PATRO
           SET PF6ACC-BAIXA TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           MOVE SPACES TO WP57ERR
           STRING 'Patro tancat, ' WS57-NUM-TANCADES
                  ' sortides tancades'
               DELIMITED BY SIZE INTO WP57ERR.
       FIN-TANCAR-PATRO. EXIT.

       TANCAR-SEGUENT-SORTIDA.
           READ PF21 NEXT RECORD
               AT END MOVE 'S' TO WS57-FI-PF21
                      GO FIN-TANCAR-SEGUENT-SORTIDA
           END-READ.

           IF PF21COD NOT = PF68COD OR PF21DAT > PF68FIN
              MOVE 'S' TO WS57-FI-PF21
              GO FIN-TANCAR-SEGUENT-SORTIDA
           END-IF.

           IF PF21PAT = PF68NUM AND PF21EST-ACTIVA
              SET PF21EST-TANCADA TO TRUE
              REWRITE REG-PF21
              IF WS57-STAT-PF21-OK
                 ADD 1 TO WS57-NUM-TANCADES
              END-IF
           END-IF.
       FIN-TANCAR-SEGUENT-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Numero del patro nou, via el comptador 'PATRO' a PF11.    *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-PATRO.
           MOVE 'PATRO     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                REWRITE REG-PF11
           END-READ.
           MOVE PF11VAL TO WP57NUM.
       FIN-OBTENIR-SEGUENT-PATRO. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 qui ha tocat els patrons de sortides i de    *
      * quina destinacio.                                         *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS57-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL57' TO PF6PGM
           MOVE PF68COD TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS57-SEQ-AUDIT
                MOVE WS57-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS57-SEQ-AUDIT
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
           MOVE '57' TO WS57-FUN-AUT
           MOVE 1 TO WS57-NIV-AUT
           MOVE 'S' TO WS57-AUDIT-AUT
           CALL 'CBL25AUT' USING WS57-FUN-AUT WS57-NIV-AUT
                                 WS57-PERMES-AUT WS57-AUDIT-AUT

           IF WS57-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL57: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL57: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF68   = ' WS57-STAT-PF68.
           DISPLAY 'ESTAT PF21   = ' WS57-STAT-PF21.
           DISPLAY 'ESTAT PF01   = ' WS57-STAT-PF01.
           DISPLAY 'ESTAT PF34   = ' WS57-STAT-PF34.
           DISPLAY 'ESTAT PF36   = ' WS57-STAT-PF36.
           DISPLAY 'ESTAT PF22   = ' WS57-STAT-PF22.
           DISPLAY 'ESTAT PF11   = ' WS57-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS57-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS57-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF68.
           CLOSE PF21.
           CLOSE PF01.
           CLOSE PF34.
           CLOSE PF36.
           CLOSE PF22.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
