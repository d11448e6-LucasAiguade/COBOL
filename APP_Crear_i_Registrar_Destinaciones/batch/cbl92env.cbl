       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL92ENV.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Enviament nocturn dels avisos als clients: recorre la     *
      * bustia PF52 i cada avis pendent (canal correu o SMS) es   *
      * copia al fitxer INT92E per al proveidor d'enviament i     *
      * queda marcat com a ENVIAT amb la data d'avui. Els avisos  *
      * de nomes paper no hi van: els treu la llista de seguiment *
      * de CBL92RET. El resultat del lliurament torna l'endema al *
      * fitxer INT92R.                                            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF52
              ASSIGN TO DATABASE-PF52
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF52SEQ
              FILE STATUS IS WS92E-STAT-PF52.

           SELECT INT92E
              ASSIGN TO DATABASE-INT92E
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS92E-STAT-INT92E.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS92E-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF52 LABEL RECORD IS STANDARD.
          COPY CPPF52.

       FD INT92E LABEL RECORD IS STANDARD.
          COPY CPINT92E.

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS92E-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS92E-FI-FITXER-SI VALUE 'S'.

       01 WS92E-AVUI PIC 9(8).
       01 WS92E-NUM-ENVIATS PIC 9(7) VALUE ZEROS.

       01 WS92E-STAT-PF52 PIC X(02).
           88 WS92E-STAT-PF52-OK VALUES '00' '02'.
       01 WS92E-STAT-INT92E PIC X(02).
           88 WS92E-STAT-INT92E-OK VALUES '00' '02'.

       01 WS92E-STAT-PF30 PIC X(02).
           88 WS92E-STAT-PF30-OK VALUES '00' '02'.
       01 WS92E-JRN-DAT PIC 9(8).
       01 WS92E-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN I-O PF52
           OPEN OUTPUT INT92E

           IF NOT WS92E-STAT-PF52-OK OR NOT WS92E-STAT-INT92E-OK
              DISPLAY 'CBL92ENV: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT PF52   = ' WS92E-STAT-PF52
              DISPLAY 'ESTAT INT92E = ' WS92E-STAT-INT92E
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS92E-AVUI

           MOVE ZEROS TO PF52SEQ
           START PF52 KEY IS NOT LESS THAN PF52SEQ
               INVALID KEY MOVE 'S' TO WS92E-FI-FITXER
           END-START.

           PERFORM ENVIAR-AVIS THRU FIN-ENVIAR-AVIS
               UNTIL WS92E-FI-FITXER-SI

           CLOSE PF52.
           CLOSE INT92E.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Un avis pendent passa al fitxer del proveidor i queda     *
      * ENVIAT; la resta (ja enviats, resolts o de paper) no es   *
      * toquen.                                                   *
      *----------------------------------------------------------*
       ENVIAR-AVIS.
           READ PF52 NEXT RECORD
               AT END MOVE 'S' TO WS92E-FI-FITXER
           END-READ.

           IF WS92E-FI-FITXER-SI OR NOT PF52EST-PENDENT
              GO FIN-ENVIAR-AVIS
           END-IF.

           MOVE PF52SEQ TO I92ESEQ
           MOVE PF52CAN TO I92ECAN
           MOVE PF52ADR TO I92EADR
           MOVE PF52LNG TO I92ELNG
           MOVE PF52NUM TO I92ENUM
           MOVE PF52TXT TO I92ETXT
           MOVE PF52NOM TO I92ENOM
           MOVE PF52REF TO I92EREF
           MOVE PF52COD TO I92ECOD
           MOVE PF52DATS TO I92EDATS
           MOVE PF52IMP TO I92EIMP
           WRITE REG-INT92E

           SET PF52EST-ENVIAT TO TRUE
           MOVE WS92E-AVUI TO PF52DEN
           REWRITE REG-PF52
           ADD 1 TO WS92E-NUM-ENVIATS.
       FIN-ENVIAR-AVIS. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS92E-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS92E-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS92E-JRN-HIN
           MOVE 'CBL92ENV' TO PF30PGM
           MOVE WS92E-JRN-DAT TO PF30DAT
           MOVE WS92E-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS92E-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL92ENV' TO PF30PGM
           MOVE WS92E-JRN-DAT TO PF30DAT
           MOVE WS92E-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS92E-NUM-ENVIATS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
