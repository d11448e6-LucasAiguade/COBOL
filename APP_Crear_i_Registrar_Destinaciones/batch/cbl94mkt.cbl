       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL94MKT.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Extracte de clients per a una campanya de publicitat. Es  *
      * recorre el mestre de clients PF13 i, per a cada client    *
      * que ha donat el consentiment del canal demanat (CBL12) i  *
      * te la dada de contacte d'aquest canal, es mira el seu     *
      * historic actiu (PF02, via la vista per client PF02L2):    *
      * destinacions reservades, data del darrer viatge, import   *
      * net gastat (reserves menys abonaments) i si ha reservat   *
      * mai a traves d'agencia. Els que compleixen els criteris   *
      * van al fitxer INT94M per a l'eina de campanyes; RPT94M en *
      * dona el recompte.                                         *
      * Mai hi surten:                                            *
      *  - els clients de baixa (PF13EST), que inclou els         *
      *    perdedors de les fusions de CBL32;                     *
      *  - els clients anonimitzats, i els que no tenen cap       *
      *    reserva al seu nom a l'historic actiu: CBL89ARX treu   *
      *    el codi de client de les files velles, de manera que   *
      *    un client amb tot l'historic anonimitzat o arxivat no  *
      *    hi te res.                                             *
      * Parametres (passats des del CL de crida, CLP94MKT):       *
      *   PARM-CANAL   'E' correu electronic, 'S' SMS, 'P' postal *
      *   PARM-COD     destinacio reservada (zeros = qualsevol)   *
      *   PARM-DESDE   darrer viatge des d'aquesta data (zeros =  *
      *                sense limit)                               *
      *   PARM-FINS    darrer viatge fins a aquesta data (zeros = *
      *                sense limit)                               *
      *   PARM-IMPMIN  import net gastat minim                    *
      *   PARM-ORIGEN  'A' agencia, 'D' directe, espai = tots     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF13
              ASSIGN TO DATABASE-PF13
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF13COD.

           SELECT PF02L2
              ASSIGN TO DATABASE-PF02L2
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2CCLI WITH DUPLICATES.

           SELECT INT94M
              ASSIGN TO DATABASE-INT94M
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS94-STAT-INT94M.

           SELECT RPT94M
              ASSIGN TO PRINTER-RPT94M.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS94-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD PF02L2 LABEL RECORD IS STANDARD.
          COPY CPPF02L2.

       FD INT94M LABEL RECORD IS STANDARD.
          COPY CPINT94M.

       FD RPT94M LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT94M PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS94-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS94-FI-FITXER-SI VALUE 'S'.
       01 WS94-FI-HIST PIC X(01) VALUE 'N'.
           88 WS94-FI-HIST-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Perfil del client en curs, tret del seu historic actiu.   *
      *----------------------------------------------------------*
       01 WS94-NUM-RESERVES PIC 9(5).
       01 WS94-DARRER-VIATGE PIC 9(8).
       01 WS94-DATA-VIATGE PIC 9(8).
       01 WS94-IMP-NET PIC S9(9)V99.
       01 WS94-TE-AGENCIA PIC X(01).
       01 WS94-HI-HA-ANAT PIC X(01).
       01 WS94-CONSENT-DATA PIC 9(8).
       01 WS94-TE-CONSENT PIC X(01).

      *----------------------------------------------------------*
      * Recomptes per a l'informe.                                *
      *----------------------------------------------------------*
       01 WS94-NUM-LLEGITS PIC 9(7) VALUE ZEROS.
       01 WS94-NUM-BAIXA PIC 9(7) VALUE ZEROS.
       01 WS94-NUM-SENSE-CONSENT PIC 9(7) VALUE ZEROS.
       01 WS94-NUM-SENSE-HIST PIC 9(7) VALUE ZEROS.
       01 WS94-NUM-FORA-CRITERI PIC 9(7) VALUE ZEROS.
       01 WS94-NUM-EXPORTATS PIC 9(7) VALUE ZEROS.

       01 WS94-STAT-INT94M PIC X(02).
           88 WS94-STAT-INT94M-OK VALUES '00' '02'.

       01 CAP94-01.
           05 FILLER PIC X(34)
                     VALUE 'EXTRACTE PER A CAMPANYA - CANAL'.
           05 C94-CANAL PIC X(01).
           05 FILLER PIC X(04) VALUE SPACES.
           05 C94-DATA PIC 9(08).
           05 FILLER PIC X(33) VALUE SPACES.

       01 CAP94-02.
           05 FILLER PIC X(12) VALUE 'DESTINACIO'.
           05 C94-COD PIC 9(04).
           05 FILLER PIC X(10) VALUE '  VIATGE'.
           05 C94-DESDE PIC 9(08).
           05 FILLER PIC X(03) VALUE ' - '.
           05 C94-FINS PIC 9(08).
           05 FILLER PIC X(10) VALUE '  IMPORT'.
           05 C94-IMPMIN PIC Z.ZZZ.ZZ9,99.
           05 FILLER PIC X(10) VALUE '  ORIGEN'.
           05 C94-ORIGEN PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.

       01 DET94-01.
           05 D94-ETIQ PIC X(40).
           05 D94-NUM  PIC Z.ZZZ.ZZ9.
           05 FILLER   PIC X(31) VALUE SPACES.

       01 WS94-STAT-PF30 PIC X(02).
           88 WS94-STAT-PF30-OK VALUES '00' '02'.
       01 WS94-JRN-DAT PIC 9(8).
       01 WS94-JRN-HIN PIC 9(6).

       LINKAGE SECTION.
       01 PARM-CANAL PIC X(01).
           88 PARM-CANAL-CORREU VALUE 'E'.
           88 PARM-CANAL-SMS    VALUE 'S'.
           88 PARM-CANAL-POSTAL VALUE 'P'.
       01 PARM-COD PIC 9(4) USAGE COMP-3.
       01 PARM-DESDE PIC 9(8) USAGE COMP-3.
       01 PARM-FINS PIC 9(8) USAGE COMP-3.
       01 PARM-IMPMIN PIC 9(7)V99 USAGE COMP-3.
       01 PARM-ORIGEN PIC X(01).
           88 PARM-ORIGEN-AGENCIA VALUE 'A'.
           88 PARM-ORIGEN-DIRECTE VALUE 'D'.

       PROCEDURE DIVISION USING PARM-CANAL PARM-COD PARM-DESDE
                                PARM-FINS PARM-IMPMIN PARM-ORIGEN.

       MAIN.
           IF NOT PARM-CANAL-CORREU AND NOT PARM-CANAL-SMS
              AND NOT PARM-CANAL-POSTAL
              DISPLAY 'CBL94MKT: CANAL ' PARM-CANAL
                      ' NO VALID (E, S O P)'
              GOBACK
           END-IF.

           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF13
           OPEN INPUT PF02L2
           OPEN OUTPUT INT94M
           OPEN OUTPUT RPT94M

           IF NOT WS94-STAT-INT94M-OK
              DISPLAY 'CBL94MKT: ERROR OBRINT INT94M, ESTAT = '
                      WS94-STAT-INT94M
              GOBACK
           END-IF.

           MOVE PARM-CANAL TO C94-CANAL
           MOVE FUNCTION CURRENT-DATE (1:8) TO C94-DATA
           WRITE LINIA-RPT94M FROM CAP94-01 AFTER ADVANCING PAGE.
           MOVE PARM-COD TO C94-COD
           MOVE PARM-DESDE TO C94-DESDE
           MOVE PARM-FINS TO C94-FINS
           MOVE PARM-IMPMIN TO C94-IMPMIN
           MOVE PARM-ORIGEN TO C94-ORIGEN
           WRITE LINIA-RPT94M FROM CAP94-02 AFTER ADVANCING 2 LINES.

           MOVE LOW-VALUES TO PF13COD
           START PF13 KEY IS NOT LESS THAN PF13COD
               INVALID KEY MOVE 'S' TO WS94-FI-FITXER
           END-START.

           PERFORM SELECCIONAR-CLIENT THRU FIN-SELECCIONAR-CLIENT
               UNTIL WS94-FI-FITXER-SI

           MOVE 'CLIENTS LLEGITS' TO D94-ETIQ
           MOVE WS94-NUM-LLEGITS TO D94-NUM
           WRITE LINIA-RPT94M FROM DET94-01 AFTER ADVANCING 2 LINES.
           MOVE 'DE BAIXA, FUSIONATS O ANONIMITZATS' TO D94-ETIQ
           MOVE WS94-NUM-BAIXA TO D94-NUM
           WRITE LINIA-RPT94M FROM DET94-01 AFTER ADVANCING 1 LINE.
           MOVE 'SENSE CONSENTIMENT O CONTACTE DEL CANAL'
                TO D94-ETIQ
           MOVE WS94-NUM-SENSE-CONSENT TO D94-NUM
           WRITE LINIA-RPT94M FROM DET94-01 AFTER ADVANCING 1 LINE.
           MOVE 'SENSE RESERVES A L''HISTORIC ACTIU' TO D94-ETIQ
           MOVE WS94-NUM-SENSE-HIST TO D94-NUM
           WRITE LINIA-RPT94M FROM DET94-01 AFTER ADVANCING 1 LINE.
           MOVE 'FORA DELS CRITERIS' TO D94-ETIQ
           MOVE WS94-NUM-FORA-CRITERI TO D94-NUM
           WRITE LINIA-RPT94M FROM DET94-01 AFTER ADVANCING 1 LINE.
           MOVE 'CLIENTS EXPORTATS A INT94M' TO D94-ETIQ
           MOVE WS94-NUM-EXPORTATS TO D94-NUM
           WRITE LINIA-RPT94M FROM DET94-01 AFTER ADVANCING 1 LINE.

           CLOSE PF13.
           CLOSE PF02L2.
           CLOSE INT94M.
           CLOSE RPT94M.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Un client: exclusions fixes, consentiment del canal,      *
      * perfil de l'historic i criteris de la campanya, en aquest *
      * ordre; el primer que falla el deixa fora.                 *
      *----------------------------------------------------------*
       SELECCIONAR-CLIENT.
           READ PF13 NEXT RECORD
               AT END MOVE 'S' TO WS94-FI-FITXER
           END-READ.

           IF WS94-FI-FITXER-SI
              GO FIN-SELECCIONAR-CLIENT
           END-IF.

           ADD 1 TO WS94-NUM-LLEGITS

           IF NOT PF13EST-ACTIU
              OR PF13OBS (1:8) = 'FUSIONAT'
              OR PF13NOM = 'ANONIMITZAT'
              ADD 1 TO WS94-NUM-BAIXA
              GO FIN-SELECCIONAR-CLIENT
           END-IF.

           PERFORM MIRAR-CONSENTIMENT THRU FIN-MIRAR-CONSENTIMENT
           IF WS94-TE-CONSENT NOT = 'S'
              ADD 1 TO WS94-NUM-SENSE-CONSENT
              GO FIN-SELECCIONAR-CLIENT
           END-IF.

           PERFORM CALCULAR-PERFIL THRU FIN-CALCULAR-PERFIL
           IF WS94-NUM-RESERVES = ZEROS
              ADD 1 TO WS94-NUM-SENSE-HIST
              GO FIN-SELECCIONAR-CLIENT
           END-IF.

           IF (PARM-COD NOT = ZEROS AND WS94-HI-HA-ANAT NOT = 'S')
              OR (PARM-DESDE NOT = ZEROS
                  AND WS94-DARRER-VIATGE < PARM-DESDE)
              OR (PARM-FINS NOT = ZEROS
                  AND WS94-DARRER-VIATGE > PARM-FINS)
              OR WS94-IMP-NET < PARM-IMPMIN
              OR (PARM-ORIGEN-AGENCIA AND WS94-TE-AGENCIA NOT = 'S')
              OR (PARM-ORIGEN-DIRECTE AND WS94-TE-AGENCIA = 'S')
              ADD 1 TO WS94-NUM-FORA-CRITERI
              GO FIN-SELECCIONAR-CLIENT
           END-IF.

           PERFORM ESCRIURE-CLIENT THRU FIN-ESCRIURE-CLIENT.
       FIN-SELECCIONAR-CLIENT. EXIT.

      *----------------------------------------------------------*
      * Consentiment 'S' al canal de la campanya i la dada de     *
      * contacte que el canal necessita.                          *
      *----------------------------------------------------------*
       MIRAR-CONSENTIMENT.
           MOVE 'N' TO WS94-TE-CONSENT
           MOVE ZEROS TO WS94-CONSENT-DATA

           EVALUATE TRUE
               WHEN PARM-CANAL-CORREU
                   IF PF13CEM-SI AND PF13EML NOT = SPACES
                      MOVE 'S' TO WS94-TE-CONSENT
                      MOVE PF13DEM TO WS94-CONSENT-DATA
                   END-IF
               WHEN PARM-CANAL-SMS
                   IF PF13CSM-SI AND PF13TEL NOT = SPACES
                      MOVE 'S' TO WS94-TE-CONSENT
                      MOVE PF13DSM TO WS94-CONSENT-DATA
                   END-IF
               WHEN PARM-CANAL-POSTAL
                   IF PF13CPO-SI AND PF13ADR NOT = SPACES
                      MOVE 'S' TO WS94-TE-CONSENT
                      MOVE PF13DPO TO WS94-CONSENT-DATA
                   END-IF
           END-EVALUATE.
       FIN-MIRAR-CONSENTIMENT. EXIT.

      *----------------------------------------------------------*
      * Perfil del client a l'historic actiu: les reserves ('R')  *
      * compten viatge, data (la de la sortida si en te, si no la *
      * de l'operacio), import i agencia; els abonaments de les   *
      * cancel·lacions ('C') resten de l'import.                  *
      *----------------------------------------------------------*
       CALCULAR-PERFIL.
           MOVE ZEROS TO WS94-NUM-RESERVES
           MOVE ZEROS TO WS94-DARRER-VIATGE
           MOVE ZEROS TO WS94-IMP-NET
           MOVE 'N' TO WS94-TE-AGENCIA
           MOVE 'N' TO WS94-HI-HA-ANAT

           MOVE 'N' TO WS94-FI-HIST
           MOVE PF13COD TO P2CCLI
           START PF02L2 KEY IS NOT LESS THAN P2CCLI
               INVALID KEY MOVE 'S' TO WS94-FI-HIST
           END-START.

           PERFORM ACUMULAR-FILA THRU FIN-ACUMULAR-FILA
               UNTIL WS94-FI-HIST-SI.
       FIN-CALCULAR-PERFIL. EXIT.

       ACUMULAR-FILA.
           READ PF02L2 NEXT RECORD
               AT END MOVE 'S' TO WS94-FI-HIST
           END-READ.

           IF WS94-FI-HIST-SI
              GO FIN-ACUMULAR-FILA
           END-IF.

           IF P2CCLI NOT = PF13COD
              MOVE 'S' TO WS94-FI-HIST
              GO FIN-ACUMULAR-FILA
           END-IF.

           IF P2CTIP-CANCEL
              SUBTRACT P2CIMP FROM WS94-IMP-NET
              GO FIN-ACUMULAR-FILA
           END-IF.

           ADD 1 TO WS94-NUM-RESERVES
           ADD P2CIMP TO WS94-IMP-NET

           IF P2CDATS > ZEROS
              MOVE P2CDATS TO WS94-DATA-VIATGE
           ELSE
              MOVE P2CDAT TO WS94-DATA-VIATGE
           END-IF.
           IF WS94-DATA-VIATGE > WS94-DARRER-VIATGE
              MOVE WS94-DATA-VIATGE TO WS94-DARRER-VIATGE
           END-IF.

           IF P2CAGE NOT = SPACES
              MOVE 'S' TO WS94-TE-AGENCIA
           END-IF.

           IF P2CCOD = PARM-COD
              MOVE 'S' TO WS94-HI-HA-ANAT
           END-IF.
       FIN-ACUMULAR-FILA. EXIT.

      *----------------------------------------------------------*
      * Registre per a l'eina de campanyes, amb nomes la dada de  *
      * contacte del canal de la campanya.                        *
      *----------------------------------------------------------*
       ESCRIURE-CLIENT.
           INITIALIZE REG-INT94M
           MOVE PF13COD TO I94MCLI
           MOVE PF13NOM TO I94MNOM
           MOVE PARM-CANAL TO I94MCAN
           EVALUATE TRUE
               WHEN PARM-CANAL-CORREU
                   MOVE PF13EML TO I94MEML
               WHEN PARM-CANAL-SMS
                   MOVE PF13TEL TO I94MTEL
               WHEN PARM-CANAL-POSTAL
                   MOVE PF13ADR TO I94MADR
           END-EVALUATE
           MOVE PF13LNG TO I94MLNG
           MOVE WS94-CONSENT-DATA TO I94MDCO
           MOVE WS94-DARRER-VIATGE TO I94MDUV
           IF WS94-IMP-NET > ZEROS
              MOVE WS94-IMP-NET TO I94MIMP
           END-IF
           IF WS94-TE-AGENCIA = 'S'
              MOVE 'A' TO I94MORI
           ELSE
              MOVE 'D' TO I94MORI
           END-IF

           WRITE REG-INT94M

           IF NOT WS94-STAT-INT94M-OK
              DISPLAY 'CBL94MKT: ERROR ESCRIVINT INT94M'
              DISPLAY 'ESTAT INT94M = ' WS94-STAT-INT94M
           ELSE
              ADD 1 TO WS94-NUM-EXPORTATS
           END-IF.
       FIN-ESCRIURE-CLIENT. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS94-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS94-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS94-JRN-HIN
           MOVE 'CBL94MKT' TO PF30PGM
           MOVE WS94-JRN-DAT TO PF30DAT
           MOVE WS94-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS94-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL94MKT' TO PF30PGM
           MOVE WS94-JRN-DAT TO PF30DAT
           MOVE WS94-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS94-NUM-EXPORTATS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
