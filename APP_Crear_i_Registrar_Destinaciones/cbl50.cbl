       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL50.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Mestre de personal d'operacions (PF55: conductors, guies  *
      * i acompanyants) i tripulacio de cada vehicle de les       *
      * sortides (PF56). Accions:                                 *
      *  'C' consulta de la persona;                              *
      *  'A' alta, 'M' modificacio, 'B' baixa de la persona (si   *
      *      ja te assignacions no s'esborra: queda marcada 'B'   *
      *      i no es pot tornar a assignar);                      *
      *  'S' assignar la persona a un vehicle de la sortida       *
      *      (codi + data + vehicle, que ha d'estar a PF35);      *
      *      es rebutja si la persona ja va en una altra sortida  *
      *      que es trepitja amb aquesta o si entre les dues no   *
      *      hi ha els dies de descans minims del parametre       *
      *      'DIESDESCAN' de PF09 (sense parametre, nomes es      *
      *      controla el solapament);                             *
      *  'X' treure-la del vehicle.                               *
      * La durada de cada sortida es la de CBL34: PF21DUR o, si   *
      * no en te, la de la destinacio (PF1XDUR), i un dia si no   *
      * n'hi ha cap.                                              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF55
              ASSIGN TO DATABASE-PF55
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF55PER
              FILE STATUS IS WS50-STAT-PF55.

           SELECT PF56
              ASSIGN TO DATABASE-PF56
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF56CLAU
              FILE STATUS IS WS50-STAT-PF56.

           SELECT PF56L1
              ASSIGN TO DATABASE-PF56L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P56LCLAU WITH DUPLICATES
              FILE STATUS IS WS50-STAT-PF56L1.

           SELECT PF35
              ASSIGN TO DATABASE-PF35
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF35CLAU
              FILE STATUS IS WS50-STAT-PF35.

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU
              FILE STATUS IS WS50-STAT-PF21.

           SELECT PF01X
              ASSIGN TO DATABASE-PF01X
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF1XCOD
              FILE STATUS IS WS50-STAT-PF01X.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA
              FILE STATUS IS WS50-STAT-PF09.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS50-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS50-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS50-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF55 LABEL RECORD IS STANDARD.
          COPY CPPF55.

       FD PF56 LABEL RECORD IS STANDARD.
          COPY CPPF56.

       FD PF56L1 LABEL RECORD IS STANDARD.
          COPY CPPF56L1.

       FD PF35 LABEL RECORD IS STANDARD.
          COPY CPPF35.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

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

       01 WP50.
           05 WP50PER PIC X(06).
           05 WP50NOM PIC X(30).
           05 WP50TIP PIC X(01).
           05 WP50FRE PIC X(01).
           05 WP50TAR PIC 9(5)V99.
           05 WP50EST PIC X(01).
           05 WP50COD PIC 9(4).
           05 WP50DATS PIC 9(8).
           05 WP50VEH PIC X(06).
           05 WP50ACC PIC X(01).
           05 WP50ERR PIC X(40).

       01 WS50-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS50-FI-FITXER-SI VALUE 'S'.
       01 WS50-ASSIGNAT PIC X(01) VALUE 'N'.
           88 WS50-ASSIGNAT-SI VALUE 'S'.
       01 WS50-SEQ-AUDIT PIC 9(9) COMP-3.

      *----------------------------------------------------------*
      * Control de conflictes: interval de dies (sortida fins a   *
      * tornada, en dies enters) de la sortida nova i de cada     *
      * altra sortida de la persona trobada a PF56L1, mes els     *
      * dies de descans que hi ha d'haver entre dues sortides.    *
      *----------------------------------------------------------*
       01 WS50-DIES-DESCANS PIC 9(3) VALUE ZEROS.
       01 WS50-DUR PIC 9(3).
       01 WS50-INT-INI PIC S9(9).
       01 WS50-INT-FI PIC S9(9).
       01 WS50-INT-INI-NOU PIC S9(9).
       01 WS50-INT-FI-NOU PIC S9(9).
       01 WS50-CONFLICTE PIC X(01) VALUE 'N'.
           88 WS50-CONFLICTE-SI VALUE 'S'.
       01 WS50-SOLAPA PIC X(01) VALUE 'N'.
           88 WS50-SOLAPA-SI VALUE 'S'.
       01 WS50-CONFLICTE-COD PIC 9(4).
       01 WS50-CONFLICTE-DAT PIC 9(8).

       01 WS50-STAT-PF55 PIC X(02).
           88 WS50-STAT-PF55-OK VALUES '00' '02'.
       01 WS50-STAT-PF56 PIC X(02).
           88 WS50-STAT-PF56-OK VALUES '00' '02'.
       01 WS50-STAT-PF56L1 PIC X(02).
           88 WS50-STAT-PF56L1-OK VALUES '00' '02'.
       01 WS50-STAT-PF35 PIC X(02).
           88 WS50-STAT-PF35-OK VALUES '00' '02'.
       01 WS50-STAT-PF21 PIC X(02).
           88 WS50-STAT-PF21-OK VALUES '00' '02'.
       01 WS50-STAT-PF01X PIC X(02).
           88 WS50-STAT-PF01X-OK VALUES '00' '02'.
       01 WS50-STAT-PF09 PIC X(02).
           88 WS50-STAT-PF09-OK VALUES '00' '02'.
       01 WS50-STAT-PF11 PIC X(02).
           88 WS50-STAT-PF11-OK VALUES '00' '02'.
       01 WS50-STAT-PF06 PIC X(02).
           88 WS50-STAT-PF06-OK VALUES '00' '02'.
       01 WS50-STAT-DSPF01 PIC X(02).
           88 WS50-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS50-FUN-AUT PIC X(02).
       01 WS50-NIV-AUT PIC 9(01).
       01 WS50-PERMES-AUT PIC X(01).
       01 WS50-AUDIT-AUT PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF55
           OPEN I-O PF56
           OPEN INPUT PF56L1
           OPEN INPUT PF35
           OPEN INPUT PF21
           OPEN INPUT PF01X
           OPEN INPUT PF09
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS50-STAT-DSPF01-OK OR NOT WS50-STAT-PF55-OK
              OR NOT WS50-STAT-PF56-OK OR NOT WS50-STAT-PF56L1-OK
              OR NOT WS50-STAT-PF35-OK OR NOT WS50-STAT-PF21-OK
              OR NOT WS50-STAT-PF01X-OK OR NOT WS50-STAT-PF09-OK
              OR NOT WS50-STAT-PF11-OK OR NOT WS50-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           PERFORM LLEGIR-DIES-DESCANS THRU FIN-LLEGIR-DIES-DESCANS

           INITIALIZE WP50
           PERFORM MANTENIR-PERSONAL.

       MANTENIR-PERSONAL.
           PERFORM MUESTRO-P50 THRU FIN-MUESTRO-P50

           IF IN03 OF P50-I-INDIC = B"1"
              GO FI
           END-IF.

           IF WP50PER = SPACES
              MOVE 'Introdueix el codi de la persona' TO WP50ERR
              GO MANTENIR-PERSONAL
           END-IF.

           EVALUATE WP50ACC
               WHEN 'C'
                   PERFORM CONSULTAR-PERSONA THRU
                       FIN-CONSULTAR-PERSONA
               WHEN 'A'
                   PERFORM ALTA-PERSONA THRU FIN-ALTA-PERSONA
               WHEN 'M'
                   PERFORM MODIFICAR-PERSONA THRU
                       FIN-MODIFICAR-PERSONA
               WHEN 'B'
                   PERFORM BAIXA-PERSONA THRU FIN-BAIXA-PERSONA
               WHEN 'S'
                   PERFORM ASSIGNAR-PERSONA THRU FIN-ASSIGNAR-PERSONA
               WHEN 'X'
                   PERFORM TREURE-PERSONA THRU FIN-TREURE-PERSONA
               WHEN OTHER
                   MOVE 'Indica C, A, M, B, S (assignar) o X (treure)'
                        TO WP50ERR
           END-EVALUATE.

           GO MANTENIR-PERSONAL.

       MUESTRO-P50.
           WRITE REG-DSPF01 FROM WP50 FORMAT "P50".

           READ  DSPF01     INTO WP50 FORMAT "P50"
                            INDICATORS ARE P50-I-INDIC.
       FIN-MUESTRO-P50. EXIT.

       LLEGIR-DIES-DESCANS.
           MOVE 'DIESDESCAN' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS50-DIES-DESCANS
                END-IF
           END-READ.
       FIN-LLEGIR-DIES-DESCANS. EXIT.

       CONSULTAR-PERSONA.
           MOVE WP50PER TO PF55PER
           READ PF55 INVALID KEY
                MOVE 'No existeix aquesta persona' TO WP50ERR
                NOT INVALID KEY
                MOVE PF55NOM TO WP50NOM
                MOVE PF55TIP TO WP50TIP
                MOVE PF55FRE TO WP50FRE
                MOVE PF55TAR TO WP50TAR
                MOVE PF55EST TO WP50EST
                MOVE 'Mostrant persona' TO WP50ERR
           END-READ.
       FIN-CONSULTAR-PERSONA. EXIT.

      *----------------------------------------------------------*
      * Validacio comuna d'alta i modificacio: tipus de persona,  *
      * marca de freelance i, per als freelance, tarifa diaria.   *
      *----------------------------------------------------------*
       VALIDAR-PERSONA.
           IF WP50NOM = SPACES
              MOVE 'Introdueix el nom' TO WP50ERR
              GO FIN-VALIDAR-PERSONA
           END-IF.

           IF WP50TIP NOT = 'C' AND WP50TIP NOT = 'G'
              AND WP50TIP NOT = 'A'
              MOVE 'Tipus: C conductor, G guia, A acompanyant'
                   TO WP50ERR
              GO FIN-VALIDAR-PERSONA
           END-IF.

           IF WP50FRE NOT = 'S' AND WP50FRE NOT = 'N'
              MOVE 'Freelance ha de ser S o N' TO WP50ERR
              GO FIN-VALIDAR-PERSONA
           END-IF.

           IF WP50FRE = 'S' AND WP50TAR = ZEROS
              MOVE 'Un freelance ha de tenir tarifa diaria'
                   TO WP50ERR
              GO FIN-VALIDAR-PERSONA
           END-IF.

           MOVE SPACES TO WP50ERR.
       FIN-VALIDAR-PERSONA. EXIT.

       ALTA-PERSONA.
           PERFORM VALIDAR-PERSONA THRU FIN-VALIDAR-PERSONA
           IF WP50ERR NOT = SPACES
              GO FIN-ALTA-PERSONA
           END-IF.

           MOVE WP50PER TO PF55PER
           READ PF55 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'Aquesta persona ja existeix' TO WP50ERR
                GO FIN-ALTA-PERSONA
           END-READ.

           MOVE WP50PER TO PF55PER
           MOVE WP50NOM TO PF55NOM
           MOVE WP50TIP TO PF55TIP
           MOVE WP50FRE TO PF55FRE
           MOVE WP50TAR TO PF55TAR
           SET PF55EST-ACTIU TO TRUE
           WRITE REG-PF55

           IF NOT WS50-STAT-PF55-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP50ERR
           ELSE
              MOVE PF55EST TO WP50EST
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Persona donada dalta correctament' TO WP50ERR
           END-IF.
       FIN-ALTA-PERSONA. EXIT.

       MODIFICAR-PERSONA.
           PERFORM VALIDAR-PERSONA THRU FIN-VALIDAR-PERSONA
           IF WP50ERR NOT = SPACES
              GO FIN-MODIFICAR-PERSONA
           END-IF.

           MOVE WP50PER TO PF55PER
           READ PF55 INVALID KEY
                MOVE 'No existeix aquesta persona' TO WP50ERR
                GO FIN-MODIFICAR-PERSONA
           END-READ.

           MOVE WP50NOM TO PF55NOM
           MOVE WP50TIP TO PF55TIP
           MOVE WP50FRE TO PF55FRE
           MOVE WP50TAR TO PF55TAR
           REWRITE REG-PF55

           IF NOT WS50-STAT-PF55-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP50ERR
           ELSE
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Persona modificada correctament' TO WP50ERR
           END-IF.
       FIN-MODIFICAR-PERSONA. EXIT.

      *----------------------------------------------------------*
      * Sense cap assignacio la persona s'esborra; si en te, es   *
      * conserva marcada 'B' perque els quadrants i els pagaments *
      * dels mesos passats encara la trobin.                      *
      *----------------------------------------------------------*
       BAIXA-PERSONA.
           MOVE WP50PER TO PF55PER
           READ PF55 INVALID KEY
                MOVE 'No existeix aquesta persona' TO WP50ERR
                GO FIN-BAIXA-PERSONA
           END-READ.

           PERFORM CERCAR-ASSIGNACIO THRU FIN-CERCAR-ASSIGNACIO

           IF WS50-ASSIGNAT-SI
              SET PF55EST-BAIXA TO TRUE
              REWRITE REG-PF55
           ELSE
              DELETE PF55 RECORD
           END-IF.

           IF NOT WS50-STAT-PF55-OK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP50ERR
           ELSE
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              IF WS50-ASSIGNAT-SI
                 MOVE 'B' TO WP50EST
                 MOVE 'Persona amb historic: marcada de baixa'
                      TO WP50ERR
              ELSE
                 MOVE 'Persona esborrada' TO WP50ERR
              END-IF
           END-IF.
       FIN-BAIXA-PERSONA. EXIT.

       CERCAR-ASSIGNACIO.
           MOVE 'N' TO WS50-ASSIGNAT
           MOVE WP50PER TO P56LPER
           MOVE ZEROS TO P56LDAT
           START PF56L1 KEY IS NOT LESS THAN P56LCLAU
               INVALID KEY GO FIN-CERCAR-ASSIGNACIO
           END-START.

           READ PF56L1 NEXT RECORD
               AT END GO FIN-CERCAR-ASSIGNACIO
           END-READ.

           IF P56LPER = WP50PER
              MOVE 'S' TO WS50-ASSIGNAT
           END-IF.
       FIN-CERCAR-ASSIGNACIO. EXIT.

      *----------------------------------------------------------*
      * Assigna la persona al vehicle de la sortida: el vehicle   *
      * ha d'estar assignat a la sortida (PF35) i la persona no   *
      * pot tenir cap altra sortida que es trepitgi amb aquesta   *
      * o que no li deixi els dies de descans minims.             *
      *----------------------------------------------------------*
       ASSIGNAR-PERSONA.
           MOVE WP50PER TO PF55PER
           READ PF55 INVALID KEY
                MOVE 'No existeix aquesta persona' TO WP50ERR
                GO FIN-ASSIGNAR-PERSONA
           END-READ.

           IF PF55EST-BAIXA
              MOVE 'Persona donada de baixa' TO WP50ERR
              GO FIN-ASSIGNAR-PERSONA
           END-IF.

           MOVE WP50COD TO PF35COD
           MOVE WP50DATS TO PF35DAT
           MOVE WP50VEH TO PF35VEH
           READ PF35 INVALID KEY
                MOVE 'Vehicle no assignat a aquesta sortida'
                     TO WP50ERR
                GO FIN-ASSIGNAR-PERSONA
           END-READ.

           MOVE WP50COD TO PF56COD
           MOVE WP50DATS TO PF56DAT
           MOVE WP50VEH TO PF56VEH
           MOVE WP50PER TO PF56PER
           READ PF56 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'Persona ja assignada a aquest vehicle'
                     TO WP50ERR
                GO FIN-ASSIGNAR-PERSONA
           END-READ.

           MOVE WP50COD TO PF21COD
           MOVE WP50DATS TO PF21DAT
           READ PF21 INVALID KEY
                MOVE 'No existeix aquesta sortida al calendari'
                     TO WP50ERR
                GO FIN-ASSIGNAR-PERSONA
           END-READ.

           PERFORM COMPROVAR-CONFLICTE THRU FIN-COMPROVAR-CONFLICTE
           IF WS50-CONFLICTE-SI
              MOVE SPACES TO WP50ERR
              IF WS50-SOLAPA-SI
                 STRING 'Ja assignat a ' WS50-CONFLICTE-COD '/'
                        WS50-CONFLICTE-DAT
                     DELIMITED BY SIZE INTO WP50ERR
              ELSE
                 STRING 'Sense descans amb ' WS50-CONFLICTE-COD '/'
                        WS50-CONFLICTE-DAT
                     DELIMITED BY SIZE INTO WP50ERR
              END-IF
              GO FIN-ASSIGNAR-PERSONA
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP50COD TO PF56COD
           MOVE WP50DATS TO PF56DAT
           MOVE WP50VEH TO PF56VEH
           MOVE WP50PER TO PF56PER
           MOVE PF55TIP TO PF56FUN
           MOVE CPUSRJ-NOM-USUARI TO PF56USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF56DAS
           WRITE REG-PF56

           IF NOT WS50-STAT-PF56-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP50ERR
           ELSE
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Persona assignada al vehicle' TO WP50ERR
           END-IF.
       FIN-ASSIGNAR-PERSONA. EXIT.

      *----------------------------------------------------------*
      * Busca a PF56L1 una altra sortida de la persona que es     *
      * trepitgi amb la sortida carregada a REG-PF21, ampliant    *
      * els dos intervals amb els dies de descans. Les sortides   *
      * de la persona venen per data, aixi que n'hi ha prou de    *
      * mirar les que surten abans de la tornada de la nova mes   *
      * el descans. Un conflicte dins de l'interval estricte es   *
      * una doble assignacio; fora, es manca de descans.          *
      *----------------------------------------------------------*
       COMPROVAR-CONFLICTE.
           MOVE 'N' TO WS50-CONFLICTE
           MOVE 'N' TO WS50-SOLAPA
           PERFORM CALCULAR-INTERVAL THRU FIN-CALCULAR-INTERVAL
           MOVE WS50-INT-INI TO WS50-INT-INI-NOU
           MOVE WS50-INT-FI TO WS50-INT-FI-NOU

           MOVE 'N' TO WS50-FI-FITXER
           MOVE WP50PER TO P56LPER
           MOVE ZEROS TO P56LDAT
           START PF56L1 KEY IS NOT LESS THAN P56LCLAU
               INVALID KEY MOVE 'S' TO WS50-FI-FITXER
           END-START.

           PERFORM CERCAR-SEGUENT-CONFLICTE THRU
               FIN-CERCAR-SEGUENT-CONFLICTE
                   UNTIL WS50-FI-FITXER-SI OR WS50-CONFLICTE-SI.
       FIN-COMPROVAR-CONFLICTE. EXIT.

       CERCAR-SEGUENT-CONFLICTE.
           READ PF56L1 NEXT RECORD
               AT END MOVE 'S' TO WS50-FI-FITXER
           END-READ.

           IF WS50-FI-FITXER-SI
              GO FIN-CERCAR-SEGUENT-CONFLICTE
           END-IF.

           IF P56LPER NOT = WP50PER
              MOVE 'S' TO WS50-FI-FITXER
              GO FIN-CERCAR-SEGUENT-CONFLICTE
           END-IF.

           IF FUNCTION INTEGER-OF-DATE (P56LDAT) >
              WS50-INT-FI-NOU + WS50-DIES-DESCANS
              MOVE 'S' TO WS50-FI-FITXER
              GO FIN-CERCAR-SEGUENT-CONFLICTE
           END-IF.

           MOVE P56LCOD TO PF21COD
           MOVE P56LDAT TO PF21DAT
           READ PF21 INVALID KEY
                GO FIN-CERCAR-SEGUENT-CONFLICTE
           END-READ.

           PERFORM CALCULAR-INTERVAL THRU FIN-CALCULAR-INTERVAL
           IF WS50-INT-FI + WS50-DIES-DESCANS < WS50-INT-INI-NOU
              GO FIN-CERCAR-SEGUENT-CONFLICTE
           END-IF.

           MOVE 'S' TO WS50-CONFLICTE
           MOVE P56LCOD TO WS50-CONFLICTE-COD
           MOVE P56LDAT TO WS50-CONFLICTE-DAT
           IF WS50-INT-FI NOT < WS50-INT-INI-NOU
              AND WS50-INT-INI NOT > WS50-INT-FI-NOU
              MOVE 'S' TO WS50-SOLAPA
           END-IF.
       FIN-CERCAR-SEGUENT-CONFLICTE. EXIT.

      *----------------------------------------------------------*
      * Interval de dies enters de la sortida carregada a         *
      * REG-PF21: de la data de sortida a la de tornada, amb la   *
      * durada de la sortida (PF21DUR), la de la destinacio       *
      * (PF1XDUR) o, sense cap de les dues, un sol dia.           *
      *----------------------------------------------------------*
       CALCULAR-INTERVAL.
           MOVE PF21DUR TO WS50-DUR
           IF WS50-DUR = ZEROS
              MOVE PF21COD TO PF1XCOD
              READ PF01X INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF1XDUR TO WS50-DUR
              END-READ
           END-IF.

           IF WS50-DUR = ZEROS
              MOVE 1 TO WS50-DUR
           END-IF.

           COMPUTE WS50-INT-INI = FUNCTION INTEGER-OF-DATE (PF21DAT)
           COMPUTE WS50-INT-FI = WS50-INT-INI + WS50-DUR - 1.
       FIN-CALCULAR-INTERVAL. EXIT.

       TREURE-PERSONA.
           MOVE WP50COD TO PF56COD
           MOVE WP50DATS TO PF56DAT
           MOVE WP50VEH TO PF56VEH
           MOVE WP50PER TO PF56PER
           READ PF56 INVALID KEY
                MOVE 'Persona no assignada a aquest vehicle'
                     TO WP50ERR
                GO FIN-TREURE-PERSONA
           END-READ.

           DELETE PF56 RECORD

           IF NOT WS50-STAT-PF56-OK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP50ERR
           ELSE
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Persona treta del vehicle' TO WP50ERR
           END-IF.
       FIN-TREURE-PERSONA. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 l'accio feta sobre el personal o la          *
      * tripulacio.                                               *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS50-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL50' TO PF6PGM
           MOVE WP50COD TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS50-SEQ-AUDIT
                MOVE WS50-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS50-SEQ-AUDIT
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
           MOVE '50' TO WS50-FUN-AUT
           MOVE 1 TO WS50-NIV-AUT
           MOVE 'S' TO WS50-AUDIT-AUT
           CALL 'CBL25AUT' USING WS50-FUN-AUT WS50-NIV-AUT
                                 WS50-PERMES-AUT WS50-AUDIT-AUT

           IF WS50-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL50: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL50: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF55   = ' WS50-STAT-PF55.
           DISPLAY 'ESTAT PF56   = ' WS50-STAT-PF56.
           DISPLAY 'ESTAT PF56L1 = ' WS50-STAT-PF56L1.
           DISPLAY 'ESTAT PF35   = ' WS50-STAT-PF35.
           DISPLAY 'ESTAT PF21   = ' WS50-STAT-PF21.
           DISPLAY 'ESTAT PF01X  = ' WS50-STAT-PF01X.
           DISPLAY 'ESTAT PF09   = ' WS50-STAT-PF09.
           DISPLAY 'ESTAT PF11   = ' WS50-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS50-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS50-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF55.
           CLOSE PF56.
           CLOSE PF56L1.
           CLOSE PF35.
           CLOSE PF21.
           CLOSE PF01X.
           CLOSE PF09.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
