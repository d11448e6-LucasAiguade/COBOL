       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL60.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Registre i conciliacio de factures de proveidor (PF80)    *
      * contra els costos esperats de PF39. Accions:              *
      *  'C' consulta, 'A' alta (numero intern del comptador      *
      *      'FACPROV' de PF11) i 'B' baixa de la factura (nomes  *
      *      sense linies i si no s'ha passat al banc);           *
      *  'L' alta, 'Q' consulta i 'E' baixa d'una linia (PF81):   *
      *      la sortida (destinacio + data) que cobreix i         *
      *      l'import facturat. L'esperat surt de les linies de   *
      *      cost de PF39 del proveidor a la sortida: l'hotel     *
      *      ('H') per les places embarcades a PF41, l'autocar i  *
      *      el guia fixos. Tocar les linies torna la factura a   *
      *      registrada, i cal tornar-la a conciliar;             *
      *  'Z' conciliar: les linies han de sumar el total de la    *
      *      factura; si la diferencia amb l'esperat no passa del *
      *      percentatge 'FACTOLPCT' de PF09 queda conciliada, si *
      *      no en discrepancia;                                  *
      *  'P' aprovar la diferencia d'una factura en discrepancia: *
      *      mai qui l'ha registrada (circuit 'PF80' de PF69).    *
      * La factura va en la moneda del proveidor (espais o 'EUR'  *
      * per a euros): nomes s'hi poden posar sortides on els      *
      * costos del proveidor siguin en la mateixa moneda, i tant  *
      * l'esperat com el facturat queden en aquella moneda.       *
      * Les conciliades i les aprovades les paga CBL74BNK al      *
      * fitxer de transferencies a proveidors.                    *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF80
              ASSIGN TO DATABASE-PF80
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF80NUM
              FILE STATUS IS WS60-STAT-PF80.

           SELECT PF81
              ASSIGN TO DATABASE-PF81
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF81CLAU
              FILE STATUS IS WS60-STAT-PF81.

           SELECT PF38
              ASSIGN TO DATABASE-PF38
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF38PRV
              FILE STATUS IS WS60-STAT-PF38.

           SELECT PF39
              ASSIGN TO DATABASE-PF39
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF39CLAU
              FILE STATUS IS WS60-STAT-PF39.

           SELECT PF41
              ASSIGN TO DATABASE-PF41
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF41CLAU
              FILE STATUS IS WS60-STAT-PF41.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA
              FILE STATUS IS WS60-STAT-PF09.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS60-STAT-PF11.

           SELECT PF06
              ASSIGN TO DATABASE-PF06
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF6SEQ
              FILE STATUS IS WS60-STAT-PF06.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS60-STAT-DSPF01.

       DATA DIVISION.
       FILE SECTION.
       FD PF80 LABEL RECORD IS STANDARD.
          COPY CPPF80.

       FD PF81 LABEL RECORD IS STANDARD.
          COPY CPPF81.

       FD PF38 LABEL RECORD IS STANDARD.
          COPY CPPF38.

       FD PF39 LABEL RECORD IS STANDARD.
          COPY CPPF39.

       FD PF41 LABEL RECORD IS STANDARD.
          COPY CPPF41.

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

       01 WP60.
           05 WP60NUM PIC 9(9).
           05 WP60PRV PIC X(04).
           05 WP60PNO PIC X(30).
           05 WP60FAC PIC X(15).
           05 WP60DAT PIC 9(8).
           05 WP60IMP PIC 9(7)V99.
           05 WP60DIV PIC X(03).
           05 WP60LIN PIC 9(7)V99.
           05 WP60ESP PIC 9(7)V99.
           05 WP60DIF PIC S9(7)V99.
           05 WP60EST PIC X(01).
           05 WP60COD PIC 9(4).
           05 WP60DATS PIC 9(8).
           05 WP60LIM PIC 9(7)V99.
           05 WP60LES PIC 9(7)V99.
           05 WP60PAX PIC 9(5).
           05 WP60ACC PIC X(01).
           05 WP60ERR PIC X(40).

       01 WS60-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS60-FI-FITXER-SI VALUE 'S'.
       01 WS60-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS60-NUM-FAC PIC 9(9).

      *----------------------------------------------------------*
      * Calcul de l'esperat d'una sortida: linies de cost del     *
      * proveidor trobades, si alguna es d'hotel, i places        *
      * embarcades de PF41; si alguna linia es en una altra       *
      * moneda que la factura.                                    *
      *----------------------------------------------------------*
       01 WS60-NUM-COSTOS PIC 9(3).
       01 WS60-TE-HOTEL PIC X(01).
       01 WS60-ALTRA-DIV PIC X(01).
       01 WS60-PAX PIC 9(5).
       01 WS60-ESPERAT PIC 9(7)V99.

       01 WS60-TOL-PCT PIC 9(3)V99 VALUE 2.
       01 WS60-TOLERANCIA PIC 9(7)V99.
       01 WS60-DIF-ABS PIC 9(7)V99.

       01 WS60-STAT-PF80 PIC X(02).
           88 WS60-STAT-PF80-OK VALUES '00' '02'.
       01 WS60-STAT-PF81 PIC X(02).
           88 WS60-STAT-PF81-OK VALUES '00' '02'.
       01 WS60-STAT-PF38 PIC X(02).
           88 WS60-STAT-PF38-OK VALUES '00' '02'.
       01 WS60-STAT-PF39 PIC X(02).
           88 WS60-STAT-PF39-OK VALUES '00' '02'.
       01 WS60-STAT-PF41 PIC X(02).
           88 WS60-STAT-PF41-OK VALUES '00' '02'.
       01 WS60-STAT-PF09 PIC X(02).
           88 WS60-STAT-PF09-OK VALUES '00' '02'.
       01 WS60-STAT-PF11 PIC X(02).
           88 WS60-STAT-PF11-OK VALUES '00' '02'.
       01 WS60-STAT-PF06 PIC X(02).
           88 WS60-STAT-PF06-OK VALUES '00' '02'.
       01 WS60-STAT-DSPF01 PIC X(02).
           88 WS60-STAT-DSPF01-OK VALUE '00'.

           COPY CPUSRJ.

       01 WS60-FUN-AUT PIC X(02).
       01 WS60-NIV-AUT PIC 9(01).
       01 WS60-PERMES-AUT PIC X(01).
       01 WS60-AUDIT-AUT PIC X(01).

       01 WS60-FLX-SEG PIC X(04).
       01 WS60-ACC-SEG PIC X(02).
       01 WS60-ACC1-SEG PIC X(02).
       01 WS60-USR1-SEG PIC X(10).
       01 WS60-ACC2-SEG PIC X(02).
       01 WS60-USR2-SEG PIC X(10).
       01 WS60-PGM-SEG PIC X(08).
       01 WS60-COD-SEG PIC 9(4).
       01 WS60-PERMES-SEG PIC X(01).

       PROCEDURE DIVISION.

       MAIN.
           OPEN I-O DSPF01
           OPEN I-O PF80
           OPEN I-O PF81
           OPEN INPUT PF38
           OPEN INPUT PF39
           OPEN INPUT PF41
           OPEN INPUT PF09
           OPEN I-O PF11
           OPEN I-O PF06

           IF NOT WS60-STAT-DSPF01-OK OR NOT WS60-STAT-PF80-OK
              OR NOT WS60-STAT-PF81-OK OR NOT WS60-STAT-PF38-OK
              OR NOT WS60-STAT-PF39-OK OR NOT WS60-STAT-PF41-OK
              OR NOT WS60-STAT-PF09-OK OR NOT WS60-STAT-PF11-OK
              OR NOT WS60-STAT-PF06-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

           PERFORM LLEGIR-TOLERANCIA THRU FIN-LLEGIR-TOLERANCIA

           INITIALIZE WP60
           PERFORM MANTENIR-FACTURES.

       MANTENIR-FACTURES.
           PERFORM MUESTRO-P60 THRU FIN-MUESTRO-P60

           IF IN03 OF P60-I-INDIC = B"1"
              GO FI
           END-IF.

           EVALUATE WP60ACC
               WHEN 'C'
                   PERFORM CONSULTAR-FACTURA THRU
                       FIN-CONSULTAR-FACTURA
               WHEN 'A'
                   PERFORM ALTA-FACTURA THRU FIN-ALTA-FACTURA
               WHEN 'B'
                   PERFORM BAIXA-FACTURA THRU FIN-BAIXA-FACTURA
               WHEN 'L'
                   PERFORM ALTA-LINIA THRU FIN-ALTA-LINIA
               WHEN 'Q'
                   PERFORM CONSULTAR-LINIA THRU FIN-CONSULTAR-LINIA
               WHEN 'E'
                   PERFORM BAIXA-LINIA THRU FIN-BAIXA-LINIA
               WHEN 'Z'
                   PERFORM CONCILIAR-FACTURA THRU
                       FIN-CONCILIAR-FACTURA
               WHEN 'P'
                   PERFORM APROVAR-FACTURA THRU FIN-APROVAR-FACTURA
               WHEN OTHER
                   MOVE 'Accions: C/A/B/Z/P factura, L/Q/E linia'
                        TO WP60ERR
           END-EVALUATE.

           GO MANTENIR-FACTURES.

       MUESTRO-P60.
           WRITE REG-DSPF01 FROM WP60 FORMAT "P60".

           READ  DSPF01     INTO WP60 FORMAT "P60"
                            INDICATORS ARE P60-I-INDIC.
       FIN-MUESTRO-P60. EXIT.

       LLEGIR-TOLERANCIA.
           MOVE 'FACTOLPCT ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF9VAL TO WS60-TOL-PCT
           END-READ.
       FIN-LLEGIR-TOLERANCIA. EXIT.

      *----------------------------------------------------------*
      * Passa la capcalera de PF80 a la pantalla, amb el nom del  *
      * proveidor.                                                *
      *----------------------------------------------------------*
       ARXIU-A-PANTALLA.
           MOVE PF80NUM TO WP60NUM
           MOVE PF80PRV TO WP60PRV
           MOVE PF80FAC TO WP60FAC
           MOVE PF80DAT TO WP60DAT
           MOVE PF80IMP TO WP60IMP
           MOVE PF80DIV TO WP60DIV
           MOVE PF80LIN TO WP60LIN
           MOVE PF80ESP TO WP60ESP
           MOVE PF80DIF TO WP60DIF
           MOVE PF80EST TO WP60EST
           MOVE PF80PRV TO PF38PRV
           READ PF38 INVALID KEY
                MOVE SPACES TO WP60PNO
                NOT INVALID KEY
                MOVE PF38NOM TO WP60PNO
           END-READ.
       FIN-ARXIU-A-PANTALLA. EXIT.

       CONSULTAR-FACTURA.
           MOVE WP60NUM TO PF80NUM
           READ PF80 INVALID KEY
                MOVE 'No existeix aquesta factura' TO WP60ERR
                NOT INVALID KEY
                PERFORM ARXIU-A-PANTALLA THRU FIN-ARXIU-A-PANTALLA
                MOVE 'Mostrant factura' TO WP60ERR
           END-READ.
       FIN-CONSULTAR-FACTURA. EXIT.

       ALTA-FACTURA.
           IF WP60FAC = SPACES OR WP60DAT = ZEROS
              OR WP60IMP = ZEROS
              MOVE 'Indica numero, data i import de factura'
                   TO WP60ERR
              GO FIN-ALTA-FACTURA
           END-IF.

           MOVE WP60PRV TO PF38PRV
           READ PF38 INVALID KEY
                MOVE 'No existeix aquest proveidor' TO WP60ERR
                GO FIN-ALTA-FACTURA
           END-READ.

           PERFORM OBTENIR-NUM-FACTURA THRU FIN-OBTENIR-NUM-FACTURA
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           INITIALIZE REG-PF80
           MOVE WS60-NUM-FAC TO PF80NUM
           MOVE WP60PRV TO PF80PRV
           MOVE WP60FAC TO PF80FAC
           MOVE WP60DAT TO PF80DAT
           MOVE WP60IMP TO PF80IMP
           MOVE WP60DIV TO PF80DIV
           SET PF80EST-REGISTRADA TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF80USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF80DTR
           WRITE REG-PF80

           IF NOT WS60-STAT-PF80-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP60ERR
           ELSE
              MOVE ZEROS TO WP60COD
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              PERFORM ARXIU-A-PANTALLA THRU FIN-ARXIU-A-PANTALLA
              MOVE 'Factura registrada, afegeix-hi sortides'
                   TO WP60ERR
           END-IF.
       FIN-ALTA-FACTURA. EXIT.

       BAIXA-FACTURA.
           MOVE WP60NUM TO PF80NUM
           READ PF80 INVALID KEY
                MOVE 'No existeix aquesta factura' TO WP60ERR
                GO FIN-BAIXA-FACTURA
           END-READ.

           IF PF80EST-TRAMESA
              MOVE 'Factura ja passada al banc' TO WP60ERR
              GO FIN-BAIXA-FACTURA
           END-IF.

           IF PF80NLI > ZEROS
              MOVE 'Te linies, esborra-les primer' TO WP60ERR
              GO FIN-BAIXA-FACTURA
           END-IF.

           DELETE PF80 RECORD

           IF NOT WS60-STAT-PF80-OK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP60ERR
           ELSE
              MOVE ZEROS TO WP60COD
              SET PF6ACC-BAIXA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Factura esborrada' TO WP60ERR
           END-IF.
       FIN-BAIXA-FACTURA. EXIT.

      *----------------------------------------------------------*
      * Alta d'una sortida a la factura: ha de tenir alguna linia *
      * de cost del proveidor a PF39, i si n'hi ha d'hotel,       *
      * l'embarcament fet a PF41 (CBL40); es grava l'esperat      *
      * calculat al moment i se suma a la capcalera.              *
      *----------------------------------------------------------*
       ALTA-LINIA.
           MOVE WP60NUM TO PF80NUM
           READ PF80 INVALID KEY
                MOVE 'No existeix aquesta factura' TO WP60ERR
                GO FIN-ALTA-LINIA
           END-READ.

           IF PF80EST-TRAMESA
              MOVE 'Factura ja passada al banc' TO WP60ERR
              GO FIN-ALTA-LINIA
           END-IF.

           IF WP60COD = ZEROS OR WP60LIM = ZEROS
              MOVE 'Indica destinacio i import facturat'
                   TO WP60ERR
              GO FIN-ALTA-LINIA
           END-IF.

           MOVE WP60COD TO PF81COD
           MOVE WP60DATS TO PF81DATS
           MOVE WP60NUM TO PF81NUM
           READ PF81 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE 'Aquesta sortida ja es a la factura'
                     TO WP60ERR
                GO FIN-ALTA-LINIA
           END-READ.

           PERFORM CALCULAR-ESPERAT THRU FIN-CALCULAR-ESPERAT

           IF WS60-NUM-COSTOS = ZEROS
              MOVE 'El proveidor no te cost en la sortida'
                   TO WP60ERR
              GO FIN-ALTA-LINIA
           END-IF.

           IF WS60-ALTRA-DIV = 'S'
              MOVE 'Cost en una altra moneda que la factura'
                   TO WP60ERR
              GO FIN-ALTA-LINIA
           END-IF.

           IF WS60-TE-HOTEL = 'S' AND WS60-PAX = ZEROS
              MOVE 'Sortida sense embarcament registrat'
                   TO WP60ERR
              GO FIN-ALTA-LINIA
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WP60COD TO PF81COD
           MOVE WP60DATS TO PF81DATS
           MOVE WP60NUM TO PF81NUM
           MOVE PF80PRV TO PF81PRV
           MOVE WP60LIM TO PF81IMP
           MOVE PF80DIV TO PF81DIV
           MOVE WS60-ESPERAT TO PF81ESP
           MOVE WS60-PAX TO PF81PAX
           MOVE CPUSRJ-NOM-USUARI TO PF81USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF81DAT
           WRITE REG-PF81

           IF NOT WS60-STAT-PF81-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP60ERR
              GO FIN-ALTA-LINIA
           END-IF.

           ADD PF81IMP TO PF80LIN
           ADD PF81ESP TO PF80ESP
           ADD 1 TO PF80NLI
           PERFORM TORNAR-A-REGISTRADA THRU
               FIN-TORNAR-A-REGISTRADA
           REWRITE REG-PF80

           MOVE PF81ESP TO WP60LES
           MOVE PF81PAX TO WP60PAX
           SET PF6ACC-ALTA TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           PERFORM ARXIU-A-PANTALLA THRU FIN-ARXIU-A-PANTALLA
           MOVE 'Sortida afegida a la factura' TO WP60ERR.
       FIN-ALTA-LINIA. EXIT.

       CONSULTAR-LINIA.
           MOVE WP60COD TO PF81COD
           MOVE WP60DATS TO PF81DATS
           MOVE WP60NUM TO PF81NUM
           READ PF81 INVALID KEY
                MOVE 'Aquesta sortida no es a la factura'
                     TO WP60ERR
                NOT INVALID KEY
                MOVE PF81IMP TO WP60LIM
                MOVE PF81ESP TO WP60LES
                MOVE PF81PAX TO WP60PAX
                MOVE 'Mostrant sortida de la factura' TO WP60ERR
           END-READ.
       FIN-CONSULTAR-LINIA. EXIT.

       BAIXA-LINIA.
           MOVE WP60NUM TO PF80NUM
           READ PF80 INVALID KEY
                MOVE 'No existeix aquesta factura' TO WP60ERR
                GO FIN-BAIXA-LINIA
           END-READ.

           IF PF80EST-TRAMESA
              MOVE 'Factura ja passada al banc' TO WP60ERR
              GO FIN-BAIXA-LINIA
           END-IF.

           MOVE WP60COD TO PF81COD
           MOVE WP60DATS TO PF81DATS
           MOVE WP60NUM TO PF81NUM
           READ PF81 INVALID KEY
                MOVE 'Aquesta sortida no es a la factura'
                     TO WP60ERR
                GO FIN-BAIXA-LINIA
           END-READ.

           DELETE PF81 RECORD

           IF NOT WS60-STAT-PF81-OK
              MOVE 'No sha pogut esborrar, torna-ho a intentar'
                   TO WP60ERR
              GO FIN-BAIXA-LINIA
           END-IF.

           SUBTRACT PF81IMP FROM PF80LIN
           SUBTRACT PF81ESP FROM PF80ESP
           SUBTRACT 1 FROM PF80NLI
           PERFORM TORNAR-A-REGISTRADA THRU
               FIN-TORNAR-A-REGISTRADA
           REWRITE REG-PF80

           MOVE ZEROS TO WP60LIM
           MOVE ZEROS TO WP60LES
           MOVE ZEROS TO WP60PAX
           SET PF6ACC-BAIXA TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           PERFORM ARXIU-A-PANTALLA THRU FIN-ARXIU-A-PANTALLA
           MOVE 'Sortida treta de la factura' TO WP60ERR.
       FIN-BAIXA-LINIA. EXIT.

      *----------------------------------------------------------*
      * Qualsevol canvi a les linies anul·la la conciliacio i     *
      * l'aprovacio anteriors: la factura s'ha de tornar a        *
      * conciliar.                                                *
      *----------------------------------------------------------*
       TORNAR-A-REGISTRADA.
           SET PF80EST-REGISTRADA TO TRUE
           MOVE ZEROS TO PF80DIF
           MOVE SPACES TO PF80SUP
           MOVE ZEROS TO PF80DTA.
       FIN-TORNAR-A-REGISTRADA. EXIT.

      *----------------------------------------------------------*
      * Esperat del proveidor a la sortida WP60COD/WP60DATS:      *
      * suma de les seves linies de PF39, l'hotel per les places  *
      * embarcades, com el cost de CBL75MAR pero amb l'ocupacio   *
      * real del dia de marxar en comptes de les places venudes.  *
      *----------------------------------------------------------*
       CALCULAR-ESPERAT.
           MOVE ZEROS TO WS60-NUM-COSTOS
           MOVE ZEROS TO WS60-ESPERAT
           MOVE 'N' TO WS60-TE-HOTEL
           MOVE 'N' TO WS60-ALTRA-DIV

           PERFORM COMPTAR-EMBARCATS THRU FIN-COMPTAR-EMBARCATS

           MOVE 'N' TO WS60-FI-FITXER
           MOVE WP60COD TO PF39COD
           MOVE WP60DATS TO PF39DATS
           MOVE LOW-VALUES TO PF39SEQ
           START PF39 KEY IS NOT LESS THAN PF39CLAU
               INVALID KEY MOVE 'S' TO WS60-FI-FITXER
           END-START

           PERFORM SUMAR-SEGUENT-COST THRU FIN-SUMAR-SEGUENT-COST
               UNTIL WS60-FI-FITXER-SI.
       FIN-CALCULAR-ESPERAT. EXIT.

       SUMAR-SEGUENT-COST.
           READ PF39 NEXT RECORD
               AT END MOVE 'S' TO WS60-FI-FITXER
           END-READ.

           IF WS60-FI-FITXER-SI
              GO FIN-SUMAR-SEGUENT-COST
           END-IF.

           IF PF39COD NOT = WP60COD OR PF39DATS NOT = WP60DATS
              MOVE 'S' TO WS60-FI-FITXER
              GO FIN-SUMAR-SEGUENT-COST
           END-IF.

           IF PF39PRV NOT = PF80PRV
              GO FIN-SUMAR-SEGUENT-COST
           END-IF.

           IF (PF39DIV-EUR AND NOT PF80DIV-EUR)
              OR (NOT PF39DIV-EUR AND PF39DIV NOT = PF80DIV)
              MOVE 'S' TO WS60-ALTRA-DIV
           END-IF.

           ADD 1 TO WS60-NUM-COSTOS
           IF PF39TIP-HOTEL
              MOVE 'S' TO WS60-TE-HOTEL
              COMPUTE WS60-ESPERAT ROUNDED = WS60-ESPERAT +
                  PF39IMP * WS60-PAX
           ELSE
              ADD PF39IMP TO WS60-ESPERAT
           END-IF.
       FIN-SUMAR-SEGUENT-COST. EXIT.

       COMPTAR-EMBARCATS.
           MOVE ZEROS TO WS60-PAX
           MOVE 'N' TO WS60-FI-FITXER
           MOVE WP60COD TO PF41COD
           MOVE WP60DATS TO PF41DATS
           MOVE ZEROS TO PF41REF
           START PF41 KEY IS NOT LESS THAN PF41CLAU
               INVALID KEY MOVE 'S' TO WS60-FI-FITXER
           END-START

           PERFORM SUMAR-SEGUENT-EMBARCAT THRU
               FIN-SUMAR-SEGUENT-EMBARCAT
                   UNTIL WS60-FI-FITXER-SI.
       FIN-COMPTAR-EMBARCATS. EXIT.

       SUMAR-SEGUENT-EMBARCAT.
           READ PF41 NEXT RECORD
               AT END MOVE 'S' TO WS60-FI-FITXER
           END-READ.

           IF NOT WS60-FI-FITXER-SI
              IF PF41COD NOT = WP60COD OR PF41DATS NOT = WP60DATS
                 MOVE 'S' TO WS60-FI-FITXER
              ELSE
                 IF PF41EST-EMBARCAT
                    ADD PF41QTY TO WS60-PAX
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-EMBARCAT. EXIT.

      *----------------------------------------------------------*
      * Conciliacio: amb les linies quadrades amb el total, la    *
      * diferencia contra l'esperat dins la tolerancia (en % de   *
      * l'esperat) deixa la factura a punt de pagar; fora, queda  *
      * en discrepancia pendent d'aprovacio.                      *
      *----------------------------------------------------------*
       CONCILIAR-FACTURA.
           MOVE WP60NUM TO PF80NUM
           READ PF80 INVALID KEY
                MOVE 'No existeix aquesta factura' TO WP60ERR
                GO FIN-CONCILIAR-FACTURA
           END-READ.

           IF NOT PF80EST-REGISTRADA
              MOVE 'Nomes es pot conciliar una de registrada'
                   TO WP60ERR
              GO FIN-CONCILIAR-FACTURA
           END-IF.

           IF PF80NLI = ZEROS
              MOVE 'La factura no te cap sortida' TO WP60ERR
              GO FIN-CONCILIAR-FACTURA
           END-IF.

           IF PF80LIN NOT = PF80IMP
              MOVE 'Les linies no sumen el total de factura'
                   TO WP60ERR
              GO FIN-CONCILIAR-FACTURA
           END-IF.

           COMPUTE PF80DIF = PF80IMP - PF80ESP
           IF PF80DIF < ZEROS
              COMPUTE WS60-DIF-ABS = ZEROS - PF80DIF
           ELSE
              MOVE PF80DIF TO WS60-DIF-ABS
           END-IF
           COMPUTE WS60-TOLERANCIA ROUNDED =
               PF80ESP * WS60-TOL-PCT / 100

           IF WS60-DIF-ABS > WS60-TOLERANCIA
              SET PF80EST-DISCREPANCIA TO TRUE
           ELSE
              SET PF80EST-CONCILIADA TO TRUE
           END-IF
           REWRITE REG-PF80

           IF NOT WS60-STAT-PF80-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP60ERR
              GO FIN-CONCILIAR-FACTURA
           END-IF.

           MOVE ZEROS TO WP60COD
           SET PF6ACC-MODIF TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           PERFORM ARXIU-A-PANTALLA THRU FIN-ARXIU-A-PANTALLA
           IF PF80EST-CONCILIADA
              MOVE 'Factura conciliada, a punt de pagar'
                   TO WP60ERR
           ELSE
              MOVE 'Fora de tolerancia, pendent daprovacio'
                   TO WP60ERR
           END-IF.
       FIN-CONCILIAR-FACTURA. EXIT.

       APROVAR-FACTURA.
           MOVE WP60NUM TO PF80NUM
           READ PF80 INVALID KEY
                MOVE 'No existeix aquesta factura' TO WP60ERR
                GO FIN-APROVAR-FACTURA
           END-READ.

           IF NOT PF80EST-DISCREPANCIA
              MOVE 'Nomes es pot aprovar una en discrepancia'
                   TO WP60ERR
              GO FIN-APROVAR-FACTURA
           END-IF.

           MOVE 'AP' TO WS60-ACC-SEG
           PERFORM COMPROVAR-SEGREGACIO THRU FIN-COMPROVAR-SEGREGACIO
           IF WS60-PERMES-SEG = 'N'
              MOVE 'No pots aprovar una factura teva' TO WP60ERR
              GO FIN-APROVAR-FACTURA
           END-IF.

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           SET PF80EST-APROVADA TO TRUE
           MOVE CPUSRJ-NOM-USUARI TO PF80SUP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF80DTA
           REWRITE REG-PF80

           IF NOT WS60-STAT-PF80-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP60ERR
           ELSE
              MOVE ZEROS TO WP60COD
              SET PF6ACC-MODIF TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE PF80EST TO WP60EST
              MOVE 'Diferencia aprovada, a punt de pagar'
                   TO WP60ERR
           END-IF.
       FIN-APROVAR-FACTURA. EXIT.

       OBTENIR-NUM-FACTURA.
           MOVE 'FACPROV   ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS60-NUM-FAC
                MOVE WS60-NUM-FAC TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS60-NUM-FAC
                REWRITE REG-PF11
           END-READ.
       FIN-OBTENIR-NUM-FACTURA. EXIT.

      *----------------------------------------------------------*
      * Anota a PF06 l'accio feta sobre la factura o les seves    *
      * linies, amb la destinacio de la linia (zeros si l'accio   *
      * es sobre la capcalera).                                   *
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF06
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB

           MOVE WS60-SEQ-AUDIT TO PF6SEQ
           MOVE CPUSRJ-NOM-USUARI TO PF6USR
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL60' TO PF6PGM
           MOVE WP60COD TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent numero de sequencia global de PF06, via   *
      * el comptador 'AUDIT' a PF11 (compartit entre programes).  *
      *----------------------------------------------------------*
       OBTENIR-SEGUENT-SEQ-PF06.
           MOVE 'AUDIT     ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS60-SEQ-AUDIT
                MOVE WS60-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS60-SEQ-AUDIT
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
           MOVE '60' TO WS60-FUN-AUT
           MOVE 1 TO WS60-NIV-AUT
           MOVE 'S' TO WS60-AUDIT-AUT
           CALL 'CBL25AUT' USING WS60-FUN-AUT WS60-NIV-AUT
                                 WS60-PERMES-AUT WS60-AUDIT-AUT

           IF WS60-PERMES-AUT NOT = 'S'
              DISPLAY 'CBL60: USUARI SENSE AUTORITAT'
              GOBACK
           END-IF.
       FIN-COMPROVAR-AUTORITAT. EXIT.

      *----------------------------------------------------------*
      * Segregacio de funcions (PF69 via CBL25SEG) abans de       *
      * l'aprovacio: qui va registrar la factura (PF80USR) no en  *
      * pot aprovar la diferencia, llevat d'un usuari             *
      * d'emergencia vigent a PF70. La refusa i l'excepcio queden *
      * anotades a PF06 pel propi comprovador.                    *
      *----------------------------------------------------------*
       COMPROVAR-SEGREGACIO.
           MOVE 'PF80' TO WS60-FLX-SEG
           MOVE 'RE' TO WS60-ACC1-SEG
           MOVE PF80USR TO WS60-USR1-SEG
           MOVE SPACES TO WS60-ACC2-SEG
           MOVE SPACES TO WS60-USR2-SEG
           MOVE 'CBL60' TO WS60-PGM-SEG
           MOVE ZEROS TO WS60-COD-SEG
           CALL 'CBL25SEG' USING WS60-FLX-SEG WS60-ACC-SEG
                                 WS60-ACC1-SEG WS60-USR1-SEG
                                 WS60-ACC2-SEG WS60-USR2-SEG
                                 WS60-PGM-SEG WS60-COD-SEG
                                 WS60-PERMES-SEG.
       FIN-COMPROVAR-SEGREGACIO. EXIT.

      *----------------------------------------------------------*
      * Un fitxer no s'ha pogut obrir (bloqueig, disc ple, index  *
      * malmès...); es notifica i s'atura el programa, ja que    *
      * sense els fitxers oberts no es pot mostrar cap pantalla.  *
      *----------------------------------------------------------*
       ERROR-OBERTURA.
           DISPLAY 'CBL60: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF80   = ' WS60-STAT-PF80.
           DISPLAY 'ESTAT PF81   = ' WS60-STAT-PF81.
           DISPLAY 'ESTAT PF38   = ' WS60-STAT-PF38.
           DISPLAY 'ESTAT PF39   = ' WS60-STAT-PF39.
           DISPLAY 'ESTAT PF41   = ' WS60-STAT-PF41.
           DISPLAY 'ESTAT PF09   = ' WS60-STAT-PF09.
           DISPLAY 'ESTAT PF11   = ' WS60-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS60-STAT-PF06.
           DISPLAY 'ESTAT DSPF01 = ' WS60-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.

       FI.
           CLOSE DSPF01.
           CLOSE PF80.
           CLOSE PF81.
           CLOSE PF38.
           CLOSE PF39.
           CLOSE PF41.
           CLOSE PF09.
           CLOSE PF11.
           CLOSE PF06.
           GOBACK.
