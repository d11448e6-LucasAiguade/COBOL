       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL91REN.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Ajust nocturn de preus per rendiment. Per cada sortida    *
      * activa i futura de PF21 calcula l'ocupacio (places        *
      * venudes, sobrereserva inclosa, sobre PF21PLT) i els dies  *
      * que falten, i busca la primera regla de PF66 de la        *
      * destinacio que es compleix i que encara no ha actuat      *
      * sobre la sortida. El preu nou es el vigent (mateixa       *
      * resolucio de bandes que CBL02) mes o menys el pas de la   *
      * regla, dins del terra i el sostre:                        *
      *  - si el canvi no passa l'import de PF09 'RENDAPR',       *
      *    s'aplica ja com a banda 'R' de PF19 de la sortida      *
      *    (substitueix l'anterior 'R' de la mateixa sortida);    *
      *  - si el passa, queda pendent d'aprovacio a CBL56.        *
      * Tot canvi queda a PF67 amb el preu abans/despres, com     *
      * PF04 per a CBL04. Mentre una sortida te un canvi pendent  *
      * no se li proposa cap altre. Tambe esborra les bandes 'R'  *
      * de sortides ja passades. L'informe RPT91R llista els      *
      * canvis aplicats i els pendents.                           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU
              FILE STATUS IS WS91R-STAT-PF21.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY.

           SELECT PF19
              ASSIGN TO DATABASE-PF19
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF19CLAU
              FILE STATUS IS WS91R-STAT-PF19.

           SELECT PF66
              ASSIGN TO DATABASE-PF66
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF66CLAU
              FILE STATUS IS WS91R-STAT-PF66.

           SELECT PF67
              ASSIGN TO DATABASE-PF67
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF67CLAU
              FILE STATUS IS WS91R-STAT-PF67.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT RPT91R
              ASSIGN TO PRINTER-RPT91R.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS91R-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF19 LABEL RECORD IS STANDARD.
          COPY CPPF19.

       FD PF66 LABEL RECORD IS STANDARD.
          COPY CPPF66.

       FD PF67 LABEL RECORD IS STANDARD.
          COPY CPPF67.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD RPT91R LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT91R PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS91R-FI-PF21 PIC X(01) VALUE 'N'.
           88 WS91R-FI-PF21-SI VALUE 'S'.
       01 WS91R-FI-PF19 PIC X(01).
           88 WS91R-FI-PF19-SI VALUE 'S'.
       01 WS91R-FI-PF66 PIC X(01).
           88 WS91R-FI-PF66-SI VALUE 'S'.
       01 WS91R-FI-PF67 PIC X(01).
           88 WS91R-FI-PF67-SI VALUE 'S'.

       01 WS91R-AVUI PIC 9(8).
       01 WS91R-HORA PIC 9(6).
       01 WS91R-APROVACIO PIC 9(7)V99 VALUE 50.
       01 WS91R-DIES PIC S9(5).
       01 WS91R-OCU PIC 9(3)V99.
       01 WS91R-VENUDES PIC S9(5).
       01 WS91R-DIFERENCIA PIC S9(5)V99.
       01 WS91R-PREU-NOU PIC S9(6)V99.
       01 WS91R-COD-REGLES PIC 9(4) VALUE ZEROS.
       01 WS91R-DARRERA-SEQ PIC 9(3).
       01 WS91R-DARRERA-SEQ-BANDA PIC 9(3).
       01 WS91R-SEQ-BANDA PIC 9(3).
       01 WS91R-SEQ-BANDA-ANT PIC 9(3).
       01 WS91R-TROBAT PIC X(01) VALUE 'N'.
           88 WS91R-TROBAT-SI VALUE 'S'.
       01 WS91R-TE-PENDENT PIC X(01).
           88 WS91R-TE-PENDENT-SI VALUE 'S'.
       01 WS91R-NUM-APLICATS PIC 9(5) VALUE ZEROS.
       01 WS91R-NUM-PENDENTS PIC 9(5) VALUE ZEROS.
       01 WS91R-NUM-NETEJADES PIC 9(5) VALUE ZEROS.

      *----------------------------------------------------------*
      * Regles de PF66 de la destinacio en curs (es recarreguen   *
      * en canviar de destinacio, PF21 va per codi) i regles que  *
      * ja han actuat sobre la sortida en curs segons PF67.       *
      *----------------------------------------------------------*
       01 WS91R-R PIC 9(3).
       01 WS91R-F PIC 9(3).
       01 WS91R-REGLA PIC 9(3).
       01 TAULA-REGLES.
           05 TR-NUM PIC 9(3).
           05 TR-ENTRY OCCURS 50 TIMES.
               10 TR-SEQ PIC 9(3).
               10 TR-SET PIC 9(3).
               10 TR-DIR PIC X(01).
               10 TR-OCU PIC 9(3)V99.
               10 TR-PAS PIC 9(5)V99.
               10 TR-MIN PIC 9(5)V99.
               10 TR-MAX PIC 9(5)V99.
       01 TAULA-FETES.
           05 TF-NUM PIC 9(3).
           05 TF-REG PIC 9(3) OCCURS 200 TIMES.

      *----------------------------------------------------------*
      * Resolucio del preu vigent de la sortida, mateix criteri   *
      * que CBL02 sense classe.                                   *
      *----------------------------------------------------------*
       01 WS91R-PREU-APLICAT PIC 9(5)V99.
       01 WS91R-DAT-SORTIDA PIC 9(8).
       01 WS91R-DIES-ANT PIC S9(9).
       01 WS91R-FI-BANDES PIC X(01) VALUE 'N'.
           88 WS91R-FI-BANDES-SI VALUE 'S'.
       01 WS91R-PRE-ANTICIPADA PIC 9(5)V99.
       01 WS91R-BANDA-ANTICIPADA PIC X(01).
       01 WS91R-PRE-TEMPORADA PIC 9(5)V99.
       01 WS91R-BANDA-TEMPORADA PIC X(01).
       01 WS91R-PRE-RENDIMENT PIC 9(5)V99.
       01 WS91R-BANDA-RENDIMENT PIC X(01).

       01 WS91R-STAT-PF21 PIC X(02).
           88 WS91R-STAT-PF21-OK VALUES '00' '02'.
       01 WS91R-STAT-PF19 PIC X(02).
           88 WS91R-STAT-PF19-OK VALUES '00' '02'.
       01 WS91R-STAT-PF66 PIC X(02).
           88 WS91R-STAT-PF66-OK VALUES '00' '02'.
       01 WS91R-STAT-PF67 PIC X(02).
           88 WS91R-STAT-PF67-OK VALUES '00' '02'.

       01 CAP91R-01.
           05 FILLER PIC X(40) VALUE
              'AJUST DE PREUS PER RENDIMENT'.
           05 C91R-DATA PIC 9(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'APROVACIO DES DE'.
           05 C91R-APR PIC ZZZZ9,99.
           05 FILLER PIC X(03) VALUE SPACES.

       01 CAP91R-02.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 FILLER PIC X(10) VALUE 'SORTIDA'.
           05 FILLER PIC X(08) VALUE ' OCUP.'.
           05 FILLER PIC X(06) VALUE ' DIES'.
           05 FILLER PIC X(05) VALUE 'REG'.
           05 FILLER PIC X(11) VALUE '  PREU ANT'.
           05 FILLER PIC X(11) VALUE '  PREU NOU'.
           05 FILLER PIC X(23) VALUE 'ESTAT'.

       01 DET91R-01.
           05 D91R-COD PIC 9(4).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D91R-DAT PIC 9(8).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D91R-OCU PIC ZZ9,99.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D91R-DIE PIC ZZZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D91R-REG PIC ZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D91R-PRA PIC ZZZZ9,99.
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D91R-PRN PIC ZZZZ9,99.
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D91R-EST PIC X(20).

       01 TOT91R-01.
           05 FILLER PIC X(10) VALUE 'APLICATS'.
           05 T91R-APL PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE '  PENDENTS'.
           05 T91R-PEN PIC ZZZZ9.
           05 FILLER PIC X(24) VALUE '  BANDES R ESBORRADES'.
           05 T91R-NET PIC ZZZZ9.
           05 FILLER PIC X(19) VALUE SPACES.

       01 WS91R-STAT-PF30 PIC X(02).
           88 WS91R-STAT-PF30-OK VALUES '00' '02'.
       01 WS91R-JRN-DAT PIC 9(8).
       01 WS91R-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF21
           OPEN INPUT PF01
           OPEN I-O PF19
           OPEN INPUT PF66
           OPEN I-O PF67
           OPEN INPUT PF09
           OPEN OUTPUT RPT91R

           IF NOT WS91R-STAT-PF21-OK OR NOT WS91R-STAT-PF19-OK
              OR NOT WS91R-STAT-PF66-OK OR NOT WS91R-STAT-PF67-OK
              DISPLAY 'CBL91REN: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT PF21 = ' WS91R-STAT-PF21
              DISPLAY 'ESTAT PF19 = ' WS91R-STAT-PF19
              DISPLAY 'ESTAT PF66 = ' WS91R-STAT-PF66
              DISPLAY 'ESTAT PF67 = ' WS91R-STAT-PF67
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS91R-AVUI
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS91R-HORA
           PERFORM LLEGIR-APROVACIO THRU FIN-LLEGIR-APROVACIO

           MOVE WS91R-AVUI TO C91R-DATA
           MOVE WS91R-APROVACIO TO C91R-APR
           WRITE LINIA-RPT91R FROM CAP91R-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT91R FROM CAP91R-02 AFTER ADVANCING 2 LINES.

           PERFORM NETEJAR-BANDES THRU FIN-NETEJAR-BANDES

           MOVE LOW-VALUES TO PF21CLAU
           START PF21 KEY IS NOT LESS THAN PF21CLAU
               INVALID KEY MOVE 'S' TO WS91R-FI-PF21
           END-START.

           PERFORM TRACTAR-SORTIDA THRU FIN-TRACTAR-SORTIDA
               UNTIL WS91R-FI-PF21-SI

           MOVE WS91R-NUM-APLICATS TO T91R-APL
           MOVE WS91R-NUM-PENDENTS TO T91R-PEN
           MOVE WS91R-NUM-NETEJADES TO T91R-NET
           WRITE LINIA-RPT91R FROM TOT91R-01 AFTER ADVANCING 2 LINES.

           CLOSE PF21.
           CLOSE PF01.
           CLOSE PF19.
           CLOSE PF66.
           CLOSE PF67.
           CLOSE PF09.
           CLOSE RPT91R.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       LLEGIR-APROVACIO.
           MOVE 'RENDAPR   ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS91R-APROVACIO
                END-IF
           END-READ.
       FIN-LLEGIR-APROVACIO. EXIT.

      *----------------------------------------------------------*
      * Les bandes 'R' son d'una sola sortida: passada la data ja *
      * no poden aplicar i nomes ocuparien sequencies de PF19.    *
      *----------------------------------------------------------*
       NETEJAR-BANDES.
           MOVE 'N' TO WS91R-FI-PF19
           MOVE LOW-VALUES TO PF19CLAU
           START PF19 KEY IS NOT LESS THAN PF19CLAU
               INVALID KEY MOVE 'S' TO WS91R-FI-PF19
           END-START.

           PERFORM NETEJAR-SEGUENT-BANDA THRU
               FIN-NETEJAR-SEGUENT-BANDA
                   UNTIL WS91R-FI-PF19-SI.
       FIN-NETEJAR-BANDES. EXIT.

       NETEJAR-SEGUENT-BANDA.
           READ PF19 NEXT RECORD
               AT END MOVE 'S' TO WS91R-FI-PF19
                      GO FIN-NETEJAR-SEGUENT-BANDA
           END-READ.

           IF PF19TIP-RENDIMENT AND PF19FIN < WS91R-AVUI
              DELETE PF19 RECORD
              IF WS91R-STAT-PF19-OK
                 ADD 1 TO WS91R-NUM-NETEJADES
              END-IF
           END-IF.
       FIN-NETEJAR-SEGUENT-BANDA. EXIT.

      *----------------------------------------------------------*
      * Una sortida de PF21: nomes les actives i futures amb      *
      * aforament i regles per a la seva destinacio.              *
      *----------------------------------------------------------*
       TRACTAR-SORTIDA.
           READ PF21 NEXT RECORD
               AT END MOVE 'S' TO WS91R-FI-PF21
                      GO FIN-TRACTAR-SORTIDA
           END-READ.

           IF NOT PF21EST-ACTIVA OR PF21DAT <= WS91R-AVUI
              OR PF21PLT = ZEROS
              GO FIN-TRACTAR-SORTIDA
           END-IF.

           IF PF21COD NOT = WS91R-COD-REGLES
              PERFORM CARREGAR-REGLES THRU FIN-CARREGAR-REGLES
           END-IF.

           IF TR-NUM = ZEROS
              GO FIN-TRACTAR-SORTIDA
           END-IF.

           PERFORM LLEGIR-HISTORIC THRU FIN-LLEGIR-HISTORIC
           IF WS91R-TE-PENDENT-SI
              GO FIN-TRACTAR-SORTIDA
           END-IF.

           COMPUTE WS91R-DIES =
               FUNCTION INTEGER-OF-DATE (PF21DAT) -
               FUNCTION INTEGER-OF-DATE (WS91R-AVUI)
           COMPUTE WS91R-VENUDES = PF21PLT - PF21PLD + PF21OVS
           COMPUTE WS91R-OCU ROUNDED =
               WS91R-VENUDES * 100 / PF21PLT

           MOVE ZEROS TO WS91R-REGLA
           MOVE 1 TO WS91R-R
           PERFORM CERCAR-REGLA THRU FIN-CERCAR-REGLA
               UNTIL WS91R-R > TR-NUM OR WS91R-REGLA NOT = ZEROS

           IF WS91R-REGLA = ZEROS
              GO FIN-TRACTAR-SORTIDA
           END-IF.

           MOVE PF21COD TO PF1COD
           READ PF01 INVALID KEY
                GO FIN-TRACTAR-SORTIDA
           END-READ.

           MOVE PF21DAT TO WS91R-DAT-SORTIDA
           PERFORM RESOLDRE-PREU THRU FIN-RESOLDRE-PREU

           IF TR-DIR (WS91R-REGLA) = 'P'
              COMPUTE WS91R-PREU-NOU =
                  WS91R-PREU-APLICAT + TR-PAS (WS91R-REGLA)
              IF TR-MAX (WS91R-REGLA) > ZEROS
                 AND WS91R-PREU-NOU > TR-MAX (WS91R-REGLA)
                 MOVE TR-MAX (WS91R-REGLA) TO WS91R-PREU-NOU
              END-IF
           ELSE
              COMPUTE WS91R-PREU-NOU =
                  WS91R-PREU-APLICAT - TR-PAS (WS91R-REGLA)
              IF WS91R-PREU-NOU < TR-MIN (WS91R-REGLA)
                 MOVE TR-MIN (WS91R-REGLA) TO WS91R-PREU-NOU
              END-IF
           END-IF.

      * Ja al sostre o al terra: la regla no mou res, i no es
      * deixa rastre perque torni a provar-ho si el preu canvia.
           IF WS91R-PREU-NOU = WS91R-PREU-APLICAT
              OR WS91R-PREU-NOU NOT > ZEROS
              GO FIN-TRACTAR-SORTIDA
           END-IF.

           COMPUTE WS91R-DIFERENCIA =
               WS91R-PREU-NOU - WS91R-PREU-APLICAT
           IF WS91R-DIFERENCIA < ZEROS
              COMPUTE WS91R-DIFERENCIA = WS91R-DIFERENCIA * -1
           END-IF.

           MOVE ZEROS TO WS91R-SEQ-BANDA
           IF WS91R-DIFERENCIA > WS91R-APROVACIO
              PERFORM ESCRIURE-HIST-PF67 THRU FIN-ESCRIURE-HIST-PF67
              IF WS91R-STAT-PF67-OK
                 ADD 1 TO WS91R-NUM-PENDENTS
                 MOVE 'PENDENT APROVACIO' TO D91R-EST
                 PERFORM IMPRIMIR-CANVI THRU FIN-IMPRIMIR-CANVI
              END-IF
              GO FIN-TRACTAR-SORTIDA
           END-IF.

           PERFORM GRAVAR-BANDA THRU FIN-GRAVAR-BANDA
           IF WS91R-SEQ-BANDA = ZEROS
              MOVE 'NO GRAVAT A PF19' TO D91R-EST
              PERFORM IMPRIMIR-CANVI THRU FIN-IMPRIMIR-CANVI
              GO FIN-TRACTAR-SORTIDA
           END-IF.

           PERFORM ESCRIURE-HIST-PF67 THRU FIN-ESCRIURE-HIST-PF67
           ADD 1 TO WS91R-NUM-APLICATS
           MOVE 'APLICAT' TO D91R-EST
           PERFORM IMPRIMIR-CANVI THRU FIN-IMPRIMIR-CANVI.
       FIN-TRACTAR-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Carrega les regles de PF66 de la destinacio de la sortida *
      * llegida.                                                  *
      *----------------------------------------------------------*
       CARREGAR-REGLES.
           MOVE PF21COD TO WS91R-COD-REGLES
           MOVE ZEROS TO TR-NUM
           MOVE 'N' TO WS91R-FI-PF66
           MOVE PF21COD TO PF66COD
           MOVE ZEROS TO PF66SEQ
           START PF66 KEY IS NOT LESS THAN PF66CLAU
               INVALID KEY MOVE 'S' TO WS91R-FI-PF66
           END-START.

           PERFORM CARREGAR-SEGUENT-REGLA THRU
               FIN-CARREGAR-SEGUENT-REGLA
                   UNTIL WS91R-FI-PF66-SI.
       FIN-CARREGAR-REGLES. EXIT.

       CARREGAR-SEGUENT-REGLA.
           READ PF66 NEXT RECORD
               AT END MOVE 'S' TO WS91R-FI-PF66
                      GO FIN-CARREGAR-SEGUENT-REGLA
           END-READ.

           IF PF66COD NOT = WS91R-COD-REGLES OR TR-NUM >= 50
              MOVE 'S' TO WS91R-FI-PF66
              GO FIN-CARREGAR-SEGUENT-REGLA
           END-IF.

           ADD 1 TO TR-NUM
           MOVE PF66SEQ TO TR-SEQ (TR-NUM)
           MOVE PF66SET TO TR-SET (TR-NUM)
           MOVE PF66DIR TO TR-DIR (TR-NUM)
           MOVE PF66OCU TO TR-OCU (TR-NUM)
           MOVE PF66PAS TO TR-PAS (TR-NUM)
           MOVE PF66MIN TO TR-MIN (TR-NUM)
           MOVE PF66MAX TO TR-MAX (TR-NUM).
       FIN-CARREGAR-SEGUENT-REGLA. EXIT.

      *----------------------------------------------------------*
      * Historic PF67 de la sortida: regles que ja hi han actuat  *
      * (aplicades, pendents, aprovades o rebutjades) i si te un  *
      * canvi pendent. Deixa la darrera sequencia per a la        *
      * seguent fila.                                             *
      *----------------------------------------------------------*
       LLEGIR-HISTORIC.
           MOVE ZEROS TO TF-NUM
           MOVE ZEROS TO WS91R-DARRERA-SEQ
           MOVE 'N' TO WS91R-TE-PENDENT
           MOVE 'N' TO WS91R-FI-PF67
           MOVE PF21COD TO PF67COD
           MOVE PF21DAT TO PF67DATS
           MOVE ZEROS TO PF67SEQ
           START PF67 KEY IS NOT LESS THAN PF67CLAU
               INVALID KEY MOVE 'S' TO WS91R-FI-PF67
           END-START.

           PERFORM LLEGIR-SEGUENT-HISTORIC THRU
               FIN-LLEGIR-SEGUENT-HISTORIC
                   UNTIL WS91R-FI-PF67-SI.
       FIN-LLEGIR-HISTORIC. EXIT.

       LLEGIR-SEGUENT-HISTORIC.
           READ PF67 NEXT RECORD
               AT END MOVE 'S' TO WS91R-FI-PF67
                      GO FIN-LLEGIR-SEGUENT-HISTORIC
           END-READ.

           IF PF67COD NOT = PF21COD OR PF67DATS NOT = PF21DAT
              MOVE 'S' TO WS91R-FI-PF67
              GO FIN-LLEGIR-SEGUENT-HISTORIC
           END-IF.

           MOVE PF67SEQ TO WS91R-DARRERA-SEQ
           IF PF67EST-PENDENT
              MOVE 'S' TO WS91R-TE-PENDENT
           END-IF.
           IF TF-NUM < 200
              ADD 1 TO TF-NUM
              MOVE PF67REG TO TF-REG (TF-NUM)
           END-IF.
       FIN-LLEGIR-SEGUENT-HISTORIC. EXIT.

      *----------------------------------------------------------*
      * Una regla es compleix si falten prou poques setmanes, si  *
      * l'ocupacio hi arriba (puja) o no hi arriba (baixa) i si   *
      * encara no ha actuat sobre aquesta sortida.                *
      *----------------------------------------------------------*
       CERCAR-REGLA.
           IF WS91R-DIES <= TR-SET (WS91R-R) * 7
              IF (TR-DIR (WS91R-R) = 'P'
                  AND WS91R-OCU >= TR-OCU (WS91R-R))
                 OR (TR-DIR (WS91R-R) = 'B'
                  AND WS91R-OCU <= TR-OCU (WS91R-R))
                 MOVE 'N' TO WS91R-TROBAT
                 MOVE 1 TO WS91R-F
                 PERFORM CERCAR-FETA THRU FIN-CERCAR-FETA
                     UNTIL WS91R-F > TF-NUM OR WS91R-TROBAT-SI
                 IF NOT WS91R-TROBAT-SI
                    MOVE WS91R-R TO WS91R-REGLA
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS91R-R.
       FIN-CERCAR-REGLA. EXIT.

       CERCAR-FETA.
           IF TF-REG (WS91R-F) = TR-SEQ (WS91R-R)
              MOVE 'S' TO WS91R-TROBAT
           ELSE
              ADD 1 TO WS91R-F
           END-IF.
       FIN-CERCAR-FETA. EXIT.

      *----------------------------------------------------------*
      * Grava la banda 'R' de la sortida amb el preu nou a la     *
      * seguent sequencia lliure de la destinacio i esborra la    *
      * 'R' anterior de la mateixa sortida, si n'hi havia.        *
      * Sense sequencia lliure WS91R-SEQ-BANDA queda a zeros.     *
      *----------------------------------------------------------*
       GRAVAR-BANDA.
           MOVE ZEROS TO WS91R-SEQ-BANDA
           MOVE ZEROS TO WS91R-SEQ-BANDA-ANT
           MOVE ZEROS TO WS91R-DARRERA-SEQ-BANDA
           MOVE 'N' TO WS91R-FI-PF19
           MOVE PF21COD TO PF19COD
           MOVE ZEROS TO PF19SEQ
           START PF19 KEY IS NOT LESS THAN PF19CLAU
               INVALID KEY MOVE 'S' TO WS91R-FI-PF19
           END-START.

           PERFORM CERCAR-BANDA-SORTIDA THRU
               FIN-CERCAR-BANDA-SORTIDA
                   UNTIL WS91R-FI-PF19-SI

           IF WS91R-DARRERA-SEQ-BANDA >= 999
              GO FIN-GRAVAR-BANDA
           END-IF.

           MOVE PF21COD TO PF19COD
           ADD 1 TO WS91R-DARRERA-SEQ-BANDA GIVING PF19SEQ
           SET PF19TIP-RENDIMENT TO TRUE
           MOVE PF21DAT TO PF19DDE
           MOVE PF21DAT TO PF19FIN
           MOVE ZEROS TO PF19DIE
           MOVE WS91R-PREU-NOU TO PF19PRE
           WRITE REG-PF19

           IF NOT WS91R-STAT-PF19-OK
              GO FIN-GRAVAR-BANDA
           END-IF.
           MOVE PF19SEQ TO WS91R-SEQ-BANDA

           IF WS91R-SEQ-BANDA-ANT NOT = ZEROS
              MOVE PF21COD TO PF19COD
              MOVE WS91R-SEQ-BANDA-ANT TO PF19SEQ
              READ PF19 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   DELETE PF19 RECORD
              END-READ
           END-IF.
       FIN-GRAVAR-BANDA. EXIT.

       CERCAR-BANDA-SORTIDA.
           READ PF19 NEXT RECORD
               AT END MOVE 'S' TO WS91R-FI-PF19
                      GO FIN-CERCAR-BANDA-SORTIDA
           END-READ.

           IF PF19COD NOT = PF21COD
              MOVE 'S' TO WS91R-FI-PF19
              GO FIN-CERCAR-BANDA-SORTIDA
           END-IF.

           MOVE PF19SEQ TO WS91R-DARRERA-SEQ-BANDA
           IF PF19TIP-RENDIMENT AND PF19DDE = PF21DAT
              MOVE PF19SEQ TO WS91R-SEQ-BANDA-ANT
           END-IF.
       FIN-CERCAR-BANDA-SORTIDA. EXIT.

      *----------------------------------------------------------*
      * Deixa constancia a PF67 del canvi de preu de la sortida   *
      * (abans/despres, regla, ocupacio i dies), aplicat o        *
      * pendent segons si s'ha gravat la banda.                   *
      *----------------------------------------------------------*
       ESCRIURE-HIST-PF67.
           MOVE PF21COD TO PF67COD
           MOVE PF21DAT TO PF67DATS
           ADD 1 TO WS91R-DARRERA-SEQ GIVING PF67SEQ
           MOVE TR-SEQ (WS91R-REGLA) TO PF67REG
           MOVE WS91R-OCU TO PF67OCU
           MOVE WS91R-DIES TO PF67DIE
           MOVE WS91R-PREU-APLICAT TO PF67PREA
           MOVE WS91R-PREU-NOU TO PF67PREN
           IF WS91R-SEQ-BANDA = ZEROS
              SET PF67EST-PENDENT TO TRUE
           ELSE
              SET PF67EST-APLICAT TO TRUE
           END-IF
           MOVE WS91R-SEQ-BANDA TO PF67BSQ
           MOVE WS91R-AVUI TO PF67DAT
           MOVE WS91R-HORA TO PF67HOR
           MOVE 'CBL91REN' TO PF67USR
           MOVE ZEROS TO PF67DTA
           MOVE SPACES TO PF67USA
           WRITE REG-PF67.
       FIN-ESCRIURE-HIST-PF67. EXIT.

       IMPRIMIR-CANVI.
           MOVE PF21COD TO D91R-COD
           MOVE PF21DAT TO D91R-DAT
           MOVE WS91R-OCU TO D91R-OCU
           MOVE WS91R-DIES TO D91R-DIE
           MOVE TR-SEQ (WS91R-REGLA) TO D91R-REG
           MOVE WS91R-PREU-APLICAT TO D91R-PRA
           MOVE WS91R-PREU-NOU TO D91R-PRN
           WRITE LINIA-RPT91R FROM DET91R-01 AFTER ADVANCING 1 LINE.
       FIN-IMPRIMIR-CANVI. EXIT.

      *----------------------------------------------------------*
      * Preu de banda vigent de la sortida, mateix criteri que    *
      * CBL02 sense classe.                                       *
      *----------------------------------------------------------*
       RESOLDRE-PREU.
           MOVE PF1PRE TO WS91R-PREU-APLICAT
           MOVE ZEROS TO WS91R-PRE-ANTICIPADA
           MOVE SPACE TO WS91R-BANDA-ANTICIPADA
           MOVE ZEROS TO WS91R-PRE-TEMPORADA
           MOVE SPACE TO WS91R-BANDA-TEMPORADA
           MOVE ZEROS TO WS91R-PRE-RENDIMENT
           MOVE SPACE TO WS91R-BANDA-RENDIMENT

           COMPUTE WS91R-DIES-ANT =
               FUNCTION INTEGER-OF-DATE (WS91R-DAT-SORTIDA) -
               FUNCTION INTEGER-OF-DATE (WS91R-AVUI)

           MOVE 'N' TO WS91R-FI-BANDES
           MOVE PF21COD TO PF19COD
           MOVE LOW-VALUES TO PF19SEQ
           START PF19 KEY IS NOT LESS THAN PF19CLAU
               INVALID KEY MOVE 'S' TO WS91R-FI-BANDES
           END-START

           PERFORM RESOLDRE-SEGUENT-BANDA THRU
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS91R-FI-BANDES-SI

           IF WS91R-BANDA-RENDIMENT NOT = SPACE
              MOVE WS91R-PRE-RENDIMENT TO WS91R-PREU-APLICAT
           ELSE IF WS91R-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS91R-PRE-ANTICIPADA TO WS91R-PREU-APLICAT
           ELSE IF WS91R-BANDA-TEMPORADA NOT = SPACE
              MOVE WS91R-PRE-TEMPORADA TO WS91R-PREU-APLICAT
           END-IF.
       FIN-RESOLDRE-PREU. EXIT.

       RESOLDRE-SEGUENT-BANDA.
           READ PF19 NEXT RECORD
               AT END MOVE 'S' TO WS91R-FI-BANDES
           END-READ.

           IF NOT WS91R-FI-BANDES-SI
              IF PF19COD NOT = PF21COD
                 MOVE 'S' TO WS91R-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS91R-DAT-SORTIDA >= PF19DDE
                       AND WS91R-DAT-SORTIDA <= PF19FIN
                       AND WS91R-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS91R-PRE-RENDIMENT
                       MOVE PF19TIP TO WS91R-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS91R-DIES-ANT >= PF19DIE
                       AND WS91R-BANDA-ANTICIPADA = SPACE
                       MOVE PF19PRE TO WS91R-PRE-ANTICIPADA
                       MOVE PF19TIP TO WS91R-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS91R-DAT-SORTIDA >= PF19DDE
                       AND WS91R-DAT-SORTIDA <= PF19FIN
                       AND WS91R-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS91R-PRE-TEMPORADA
                       MOVE PF19TIP TO WS91R-BANDA-TEMPORADA
                    END-IF
                 END-IF
              END-IF
           END-IF.
       FIN-RESOLDRE-SEGUENT-BANDA. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS91R-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS91R-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS91R-JRN-HIN
           MOVE 'CBL91REN' TO PF30PGM
           MOVE WS91R-JRN-DAT TO PF30DAT
           MOVE WS91R-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS91R-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL91REN' TO PF30PGM
           MOVE WS91R-JRN-DAT TO PF30DAT
           MOVE WS91R-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           COMPUTE PF30CNT = WS91R-NUM-APLICATS + WS91R-NUM-PENDENTS
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
