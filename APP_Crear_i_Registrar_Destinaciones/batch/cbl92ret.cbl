       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL92RET.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Carrega del resultat de lliurament del proveidor (INT92R) *
      * i llista de seguiment dels avisos als clients:            *
      *  - cada fila del retorn marca el seu avis de PF52 com a   *
      *    LLIURAT o REBOTAT, amb la data i el motiu;             *
      *  - tot avis REBOTAT i tot avis de nomes paper (client     *
      *    sense correu ni telefon, o sense codi) que encara no   *
      *    hagi sortit a la llista s'imprimeix a RPT92R amb el    *
      *    telefon del mestre PF13, perque operacions truqui o    *
      *    enviï la carta, i queda marcat amb la data de llista.  *
      * Un numero d'avis del retorn que no existeix a PF52 surt   *
      * tambe a l'informe, per reclamar-ho al proveidor.          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT92R
              ASSIGN TO DATABASE-INT92R
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS92R-STAT-INT92R.

           SELECT PF52
              ASSIGN TO DATABASE-PF52
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF52SEQ
              FILE STATUS IS WS92R-STAT-PF52.

           SELECT PF13
              ASSIGN TO DATABASE-PF13
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF13COD.

           SELECT RPT92R
              ASSIGN TO PRINTER-RPT92R.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS92R-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD INT92R LABEL RECORD IS STANDARD.
          COPY CPINT92R.

       FD PF52 LABEL RECORD IS STANDARD.
          COPY CPPF52.

       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD RPT92R LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT92R PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS92R-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS92R-FI-FITXER-SI VALUE 'S'.
       01 WS92R-FI-PF52 PIC X(01) VALUE 'N'.
           88 WS92R-FI-PF52-SI VALUE 'S'.

       01 WS92R-AVUI PIC 9(8).
       01 WS92R-NUM-LLIURATS PIC 9(7) VALUE ZEROS.
       01 WS92R-NUM-REBOTATS PIC 9(7) VALUE ZEROS.
       01 WS92R-NUM-PAPER PIC 9(7) VALUE ZEROS.
       01 WS92R-NUM-DESCONEGUTS PIC 9(7) VALUE ZEROS.

       01 WS92R-STAT-INT92R PIC X(02).
           88 WS92R-STAT-INT92R-OK VALUES '00' '02'.
       01 WS92R-STAT-PF52 PIC X(02).
           88 WS92R-STAT-PF52-OK VALUES '00' '02'.

       01 CAP92R-01.
           05 FILLER PIC X(44) VALUE
              'AVISOS A CLIENTS - SEGUIMENT'.
           05 C92R-DATA PIC 9(08).
           05 FILLER PIC X(28) VALUE SPACES.

       01 CAP92R-02.
           05 FILLER PIC X(10) VALUE 'AVIS'.
           05 FILLER PIC X(03) VALUE 'TP'.
           05 FILLER PIC X(02) VALUE 'C'.
           05 FILLER PIC X(23) VALUE 'CLIENT'.
           05 FILLER PIC X(16) VALUE 'TELEFON'.
           05 FILLER PIC X(10) VALUE 'REFERENC.'.
           05 FILLER PIC X(16) VALUE 'MOTIU'.

       01 DET92R-01.
           05 D92R-SEQ PIC Z(8)9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D92R-TIP PIC X(02).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D92R-CAN PIC X(01).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D92R-NOM PIC X(22).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D92R-TEL PIC X(15).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D92R-REF PIC Z(8)9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D92R-MOT PIC X(16).

       01 TOT92R-01.
           05 FILLER PIC X(11) VALUE 'LLIURATS'.
           05 T92R-LLI PIC ZZZZZZ9.
           05 FILLER PIC X(12) VALUE '  REBOTATS'.
           05 T92R-REB PIC ZZZZZZ9.
           05 FILLER PIC X(09) VALUE '  PAPER'.
           05 T92R-PAP PIC ZZZZZZ9.
           05 FILLER PIC X(14) VALUE '  DESCONEGUTS'.
           05 T92R-DES PIC ZZZZZZ9.
           05 FILLER PIC X(06) VALUE SPACES.

       01 WS92R-STAT-PF30 PIC X(02).
           88 WS92R-STAT-PF30-OK VALUES '00' '02'.
       01 WS92R-JRN-DAT PIC 9(8).
       01 WS92R-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT INT92R
           OPEN I-O PF52
           OPEN INPUT PF13
           OPEN OUTPUT RPT92R

           IF NOT WS92R-STAT-INT92R-OK OR NOT WS92R-STAT-PF52-OK
              DISPLAY 'CBL92RET: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT INT92R = ' WS92R-STAT-INT92R
              DISPLAY 'ESTAT PF52   = ' WS92R-STAT-PF52
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS92R-AVUI
           MOVE WS92R-AVUI TO C92R-DATA
           WRITE LINIA-RPT92R FROM CAP92R-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT92R FROM CAP92R-02 AFTER ADVANCING 2 LINES.

           PERFORM TRACTAR-RETORN THRU FIN-TRACTAR-RETORN
               UNTIL WS92R-FI-FITXER-SI

           MOVE ZEROS TO PF52SEQ
           START PF52 KEY IS NOT LESS THAN PF52SEQ
               INVALID KEY MOVE 'S' TO WS92R-FI-PF52
           END-START.

           PERFORM LLISTAR-SEGUIMENT THRU FIN-LLISTAR-SEGUIMENT
               UNTIL WS92R-FI-PF52-SI

           MOVE WS92R-NUM-LLIURATS TO T92R-LLI
           MOVE WS92R-NUM-REBOTATS TO T92R-REB
           MOVE WS92R-NUM-PAPER TO T92R-PAP
           MOVE WS92R-NUM-DESCONEGUTS TO T92R-DES
           WRITE LINIA-RPT92R FROM TOT92R-01 AFTER ADVANCING 2 LINES.

           CLOSE INT92R.
           CLOSE PF52.
           CLOSE PF13.
           CLOSE RPT92R.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Una fila del retorn del proveidor: estat, data i motiu a  *
      * l'avis de PF52. Els avis de paper no s'han enviat mai i   *
      * no es toquen.                                             *
      *----------------------------------------------------------*
       TRACTAR-RETORN.
           READ INT92R
               AT END MOVE 'S' TO WS92R-FI-FITXER
           END-READ.

           IF WS92R-FI-FITXER-SI
              GO FIN-TRACTAR-RETORN
           END-IF.

           MOVE I92RSEQ TO PF52SEQ
           READ PF52 INVALID KEY
                PERFORM IMPRIMIR-DESCONEGUT THRU
                    FIN-IMPRIMIR-DESCONEGUT
                GO FIN-TRACTAR-RETORN
           END-READ.

           IF PF52EST-PAPER
              GO FIN-TRACTAR-RETORN
           END-IF.

           IF I92REST-LLIURAT
              SET PF52EST-LLIURAT TO TRUE
              ADD 1 TO WS92R-NUM-LLIURATS
           ELSE
              SET PF52EST-REBOTAT TO TRUE
              ADD 1 TO WS92R-NUM-REBOTATS
           END-IF.
           MOVE I92RDAT TO PF52DRE
           MOVE I92RMOT TO PF52MOT
           REWRITE REG-PF52.
       FIN-TRACTAR-RETORN. EXIT.

       IMPRIMIR-DESCONEGUT.
           MOVE I92RSEQ TO D92R-SEQ
           MOVE SPACES TO D92R-TIP
           MOVE SPACES TO D92R-CAN
           MOVE 'AVIS DESCONEGUT' TO D92R-NOM
           MOVE SPACES TO D92R-TEL
           MOVE ZEROS TO D92R-REF
           MOVE I92RMOT TO D92R-MOT
           WRITE LINIA-RPT92R FROM DET92R-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS92R-NUM-DESCONEGUTS.
       FIN-IMPRIMIR-DESCONEGUT. EXIT.

      *----------------------------------------------------------*
      * Avisos rebotats o de nomes paper encara no llistats: una  *
      * linia amb el telefon del client i la marca de llista, per *
      * no tornar-los a treure cada nit.                          *
      *----------------------------------------------------------*
       LLISTAR-SEGUIMENT.
           READ PF52 NEXT RECORD
               AT END MOVE 'S' TO WS92R-FI-PF52
           END-READ.

           IF WS92R-FI-PF52-SI
              GO FIN-LLISTAR-SEGUIMENT
           END-IF.

           IF NOT PF52EST-REBOTAT AND NOT PF52EST-PAPER
              GO FIN-LLISTAR-SEGUIMENT
           END-IF.

           IF PF52DLS NOT = ZEROS
              GO FIN-LLISTAR-SEGUIMENT
           END-IF.

           MOVE PF52SEQ TO D92R-SEQ
           MOVE PF52TIP TO D92R-TIP
           MOVE PF52CAN TO D92R-CAN
           MOVE PF52NOM TO D92R-NOM
           MOVE SPACES TO D92R-TEL
           MOVE PF52REF TO D92R-REF
           IF PF52CLI NOT = ZEROS
              MOVE PF52CLI TO PF13COD
              READ PF13 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF13TEL TO D92R-TEL
              END-READ
           END-IF

           IF PF52EST-PAPER
              MOVE 'NOMES PAPER' TO D92R-MOT
              ADD 1 TO WS92R-NUM-PAPER
           ELSE
              MOVE PF52MOT TO D92R-MOT
           END-IF
           WRITE LINIA-RPT92R FROM DET92R-01 AFTER ADVANCING 1 LINE

           MOVE WS92R-AVUI TO PF52DLS
           REWRITE REG-PF52.
       FIN-LLISTAR-SEGUIMENT. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS92R-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS92R-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS92R-JRN-HIN
           MOVE 'CBL92RET' TO PF30PGM
           MOVE WS92R-JRN-DAT TO PF30DAT
           MOVE WS92R-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS92R-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL92RET' TO PF30PGM
           MOVE WS92R-JRN-DAT TO PF30DAT
           MOVE WS92R-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           COMPUTE PF30CNT = WS92R-NUM-LLIURATS + WS92R-NUM-REBOTATS
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
