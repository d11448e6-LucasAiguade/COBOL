       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL73N43.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Carrega de l'extracte bancari diari (Norma 43, INT43) i   *
      * conciliacio de les transferencies dels clients, que fins  *
      * ara s'entraven a ma a CBL13. Per cada abonament es cerca  *
      * al concepte i a les referencies del banc:                 *
      *  - una referencia de justificant (PF2REF) amb reserva     *
      *    viva a PF02L1;                                         *
      *  - si no n'hi ha cap, un codi de client del mestre PF13,  *
      *    i llavors les reserves d'aquell client (PF02L2).       *
      * L'abonament es concilia nomes si exactament una reserva   *
      * l'accepta: l'import ha de ser el que queda del proper     *
      * termini del pla PF31 o tot el pendent. Llavors s'escriu   *
      * el pagament a PF14 (com CBL73RET) i CBL78DUN ja no el     *
      * reclama. Tots els abonaments queden a PF53: els que no    *
      * es poden assignar amb seguretat hi queden PENDENTS amb el *
      * motiu, per resoldre'ls a la pantalla CBL48, i surten a    *
      * l'informe RPT73N. Un extracte ja carregat (data final no  *
      * posterior a la darrera carregada del mateix compte, desada*
      * a PF11) se salta sencer.                                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INT43
              ASSIGN TO DATABASE-INT43
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS73N-STAT-INT43.

           SELECT PF53
              ASSIGN TO DATABASE-PF53
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF53NUM
              FILE STATUS IS WS73N-STAT-PF53.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2LREF WITH DUPLICATES.

           SELECT PF02L2
              ASSIGN TO DATABASE-PF02L2
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2CCLI WITH DUPLICATES.

           SELECT PF13
              ASSIGN TO DATABASE-PF13
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF13COD.

           SELECT PF14
              ASSIGN TO DATABASE-PF14
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF14CLAU
              FILE STATUS IS WS73N-STAT-PF14.

           SELECT PF31
              ASSIGN TO DATABASE-PF31
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF31CLAU.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA
              FILE STATUS IS WS73N-STAT-PF11.

           SELECT RPT73N
              ASSIGN TO PRINTER-RPT73N.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS73N-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD INT43 LABEL RECORD IS STANDARD.
          COPY CPINT43.

       FD PF53 LABEL RECORD IS STANDARD.
          COPY CPPF53.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF02L2 LABEL RECORD IS STANDARD.
          COPY CPPF02L2.

       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD PF14 LABEL RECORD IS STANDARD.
          COPY CPPF14.

       FD PF31 LABEL RECORD IS STANDARD.
          COPY CPPF31.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       FD RPT73N LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT73N PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS73N-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS73N-FI-FITXER-SI VALUE 'S'.
       01 WS73N-FI-PF02L1 PIC X(01) VALUE 'N'.
           88 WS73N-FI-PF02L1-SI VALUE 'S'.
       01 WS73N-FI-PF02L2 PIC X(01) VALUE 'N'.
           88 WS73N-FI-PF02L2-SI VALUE 'S'.
       01 WS73N-FI-PF14 PIC X(01) VALUE 'N'.
           88 WS73N-FI-PF14-SI VALUE 'S'.
       01 WS73N-FI-PF31 PIC X(01) VALUE 'N'.
           88 WS73N-FI-PF31-SI VALUE 'S'.

       01 WS73N-AVUI PIC 9(8).
       01 WS73N-NUM-ABONAMENTS PIC 9(5) VALUE ZEROS.
       01 WS73N-NUM-CONCILIATS PIC 9(5) VALUE ZEROS.
       01 WS73N-NUM-PENDENTS PIC 9(5) VALUE ZEROS.
       01 WS73N-NUM-REPETITS PIC 9(5) VALUE ZEROS.

       01 WS73N-STAT-INT43 PIC X(02).
           88 WS73N-STAT-INT43-OK VALUES '00' '02'.
       01 WS73N-STAT-PF53 PIC X(02).
           88 WS73N-STAT-PF53-OK VALUES '00' '02'.
       01 WS73N-STAT-PF14 PIC X(02).
           88 WS73N-STAT-PF14-OK VALUES '00' '02'.
       01 WS73N-STAT-PF11 PIC X(02).
           88 WS73N-STAT-PF11-OK VALUES '00' '02'.

      *----------------------------------------------------------*
      * Compte en curs (capcalera '11'): si l'extracte ja es va   *
      * carregar, tots els seus moviments se salten fins al '33'. *
      *----------------------------------------------------------*
       01 WS73N-COMPTE PIC X(18).
       01 WS73N-CLAU-COMPTE.
           05 FILLER PIC X(01) VALUE 'N'.
           05 WS73N-CLAU-CTA PIC X(09).
       01 WS73N-DAT-FINAL PIC 9(8).
       01 WS73N-SALTAR-COMPTE PIC X(01) VALUE 'N'.
           88 WS73N-SALTAR-COMPTE-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Abonament en curs: el registre '22' es guarda i els '23'  *
      * que el segueixen hi afegeixen concepte; es tracta quan    *
      * arriba el seguent moviment o el final del compte.         *
      *----------------------------------------------------------*
       01 WS73N-HI-HA-MOV PIC X(01) VALUE 'N'.
           88 WS73N-HI-HA-MOV-SI VALUE 'S'.
       01 WS73N-M-DOP PIC 9(8).
       01 WS73N-M-DVA PIC 9(8).
       01 WS73N-M-IMP PIC 9(9)V99.
       01 WS73N-M-DOC PIC X(10).
       01 WS73N-M-RF1 PIC X(12).
       01 WS73N-M-RF2 PIC X(16).
       01 WS73N-M-CON PIC X(76).
       01 WS73N-NUM-CONCEPTES PIC 9(2).
       01 WS73N-TEXT PIC X(420).
       01 WS73N-PTR PIC 9(3).

      *----------------------------------------------------------*
      * Cerca de numeros dins el text: cada tira de 4 a 9 xifres  *
      * es prova com a referencia (o, a la segona passada, les de *
      * fins a 6 com a codi de client).                           *
      *----------------------------------------------------------*
       01 WS73N-MODE PIC X(01).
           88 WS73N-MODE-REFERENCIA VALUE 'R'.
           88 WS73N-MODE-CLIENT VALUE 'C'.
       01 WS73N-I PIC 9(3).
       01 WS73N-J PIC 9(3).
       01 WS73N-LON PIC 9(3).
       01 WS73N-XIFRES PIC X(09).
       01 WS73N-NUMERO PIC 9(9).
       01 WS73N-CLIENT PIC 9(6).
       01 WS73N-CANDIDATA PIC 9(9).
       01 WS73N-JA-PROVADA PIC X(01).
           88 WS73N-JA-PROVADA-SI VALUE 'S'.

       01 WS73N-NUM-PROVADES PIC 9(3).
       01 TAULA-PROVADES.
           05 TP-REF PIC 9(9) OCCURS 20 TIMES.

       01 WS73N-NUM-CLIREF PIC 9(3).
       01 TAULA-REFS-CLIENT.
           05 TC-REF PIC 9(9) OCCURS 20 TIMES.

       01 WS73N-NUM-REF-EXIST PIC 9(3).
       01 WS73N-NUM-ENCAIXEN PIC 9(3).
       01 WS73N-REF-TROBADA PIC 9(9).
       01 WS73N-TIP-TROBAT PIC X(01).
       01 WS73N-MOTIU PIC X(30).

      *----------------------------------------------------------*
      * Situacio de la reserva candidata: esperat net (files 'R'  *
      * menys 'C'), pagat a PF14, pla de PF31 i el que queda del  *
      * primer termini que el pagat no cobreix.                   *
      *----------------------------------------------------------*
       01 WS73N-TE-RESERVA PIC X(01).
           88 WS73N-TE-RESERVA-SI VALUE 'S'.
       01 WS73N-IMP-R PIC 9(9)V99.
       01 WS73N-IMP-C PIC 9(9)V99.
       01 WS73N-ESPERAT PIC S9(9)V99.
       01 WS73N-PAGAT PIC 9(9)V99.
       01 WS73N-PENDENT PIC S9(9)V99.
       01 WS73N-ACUMULAT PIC 9(9)V99.
       01 WS73N-RESTA PIC S9(9)V99.
       01 WS73N-TIP-RESTA PIC X(01).
       01 WS73N-TIP-CALC PIC X(01).
       01 WS73N-ENCAIXA PIC X(01).
           88 WS73N-ENCAIXA-SI VALUE 'S'.
       01 WS73N-DARRERA-SEQ PIC 9(3).

       01 WS73N-NUM-TERMINIS PIC 9(3).
       01 WS73N-K PIC 9(3).
       01 TAULA-TERMINIS.
           05 TT-ENTRY OCCURS 10 TIMES.
               10 TT-TIP PIC X(01).
               10 TT-IMP PIC 9(7)V99.

       01 CAP73N-01.
           05 FILLER PIC X(34) VALUE 'EXTRACTE BANCARI - CONCILIACIO'.
           05 C73N-DATA PIC 9(08).
           05 FILLER PIC X(38) VALUE SPACES.

       01 CAP73N-02.
           05 FILLER PIC X(10) VALUE 'NUMERO'.
           05 FILLER PIC X(09) VALUE 'DATA'.
           05 FILLER PIC X(14) VALUE '       IMPORT'.
           05 FILLER PIC X(10) VALUE 'REFERENC.'.
           05 FILLER PIC X(02) VALUE 'E'.
           05 FILLER PIC X(30) VALUE 'MOTIU'.
           05 FILLER PIC X(05) VALUE SPACES.

       01 DET73N-01.
           05 D73N-NUM PIC Z(8)9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73N-DOP PIC 9(8).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73N-IMP PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73N-REF PIC Z(8)9.
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73N-EST PIC X(01).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D73N-MOT PIC X(30).
           05 FILLER   PIC X(05) VALUE SPACES.

       01 DET73N-02.
           05 FILLER   PIC X(08) VALUE 'COMPTE '.
           05 D73N-CTA PIC X(18).
           05 FILLER   PIC X(28) VALUE
                  '  EXTRACTE JA CARREGAT FINS'.
           05 D73N-DFI PIC 9(8).
           05 FILLER   PIC X(18) VALUE SPACES.

       01 TOT73N-01.
           05 FILLER PIC X(12) VALUE 'ABONAMENTS'.
           05 T73N-ABO PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE '  CONCILIATS'.
           05 T73N-CON PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE '  PENDENTS'.
           05 T73N-PEN PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE '  REPETITS'.
           05 T73N-REP PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE SPACES.

       01 WS73N-STAT-PF30 PIC X(02).
           88 WS73N-STAT-PF30-OK VALUES '00' '02'.
       01 WS73N-JRN-DAT PIC 9(8).
       01 WS73N-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT INT43
           OPEN I-O PF53
           OPEN INPUT PF02L1
           OPEN INPUT PF02L2
           OPEN INPUT PF13
           OPEN I-O PF14
           OPEN INPUT PF31
           OPEN I-O PF11
           OPEN OUTPUT RPT73N

           IF NOT WS73N-STAT-INT43-OK OR NOT WS73N-STAT-PF53-OK
              OR NOT WS73N-STAT-PF14-OK OR NOT WS73N-STAT-PF11-OK
              DISPLAY 'CBL73N43: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT INT43  = ' WS73N-STAT-INT43
              DISPLAY 'ESTAT PF53   = ' WS73N-STAT-PF53
              DISPLAY 'ESTAT PF14   = ' WS73N-STAT-PF14
              DISPLAY 'ESTAT PF11   = ' WS73N-STAT-PF11
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS73N-AVUI
           MOVE WS73N-AVUI TO C73N-DATA
           WRITE LINIA-RPT73N FROM CAP73N-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT73N FROM CAP73N-02 AFTER ADVANCING 2 LINES.

           PERFORM TRACTAR-REGISTRE THRU FIN-TRACTAR-REGISTRE
               UNTIL WS73N-FI-FITXER-SI

           IF WS73N-HI-HA-MOV-SI
              PERFORM PROCESSAR-ABONAMENT THRU
                  FIN-PROCESSAR-ABONAMENT
           END-IF.

           MOVE WS73N-NUM-ABONAMENTS TO T73N-ABO
           MOVE WS73N-NUM-CONCILIATS TO T73N-CON
           MOVE WS73N-NUM-PENDENTS TO T73N-PEN
           MOVE WS73N-NUM-REPETITS TO T73N-REP
           WRITE LINIA-RPT73N FROM TOT73N-01 AFTER ADVANCING 2 LINES.

           CLOSE INT43.
           CLOSE PF53.
           CLOSE PF02L1.
           CLOSE PF02L2.
           CLOSE PF13.
           CLOSE PF14.
           CLOSE PF31.
           CLOSE PF11.
           CLOSE RPT73N.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Un registre de l'extracte. Qualsevol registre que no sigui*
      * un concepte '23' tanca l'abonament que hi hagues en curs. *
      * Els carrecs (clau '1') no interessen: nomes es concilien  *
      * els abonaments.                                           *
      *----------------------------------------------------------*
       TRACTAR-REGISTRE.
           READ INT43
               AT END MOVE 'S' TO WS73N-FI-FITXER
           END-READ.

           IF WS73N-FI-FITXER-SI
              GO FIN-TRACTAR-REGISTRE
           END-IF.

           IF WS73N-HI-HA-MOV-SI AND NOT I43TIP-CONCEPTE
              PERFORM PROCESSAR-ABONAMENT THRU
                  FIN-PROCESSAR-ABONAMENT
           END-IF.

           EVALUATE TRUE
               WHEN I43TIP-CAPCALERA
                   PERFORM OBRIR-COMPTE THRU FIN-OBRIR-COMPTE
               WHEN I43TIP-MOVIMENT
                   IF NOT WS73N-SALTAR-COMPTE-SI AND I43MDH-HAVER
                      PERFORM GUARDAR-MOVIMENT THRU
                          FIN-GUARDAR-MOVIMENT
                   END-IF
               WHEN I43TIP-CONCEPTE
                   IF WS73N-HI-HA-MOV-SI
                      PERFORM AFEGIR-CONCEPTE THRU
                          FIN-AFEGIR-CONCEPTE
                   END-IF
               WHEN I43TIP-FI-COMPTE
                   PERFORM TANCAR-COMPTE THRU FIN-TANCAR-COMPTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       FIN-TRACTAR-REGISTRE. EXIT.

      *----------------------------------------------------------*
      * Capcalera del compte: si la data final de l'extracte no   *
      * passa de la darrera carregada per aquest compte (PF11,    *
      * clau 'N' + numero de compte) l'extracte ja es va carregar *
      * i se salta, perque una segona carrega no dupliqui cap     *
      * pagament a PF14.                                          *
      *----------------------------------------------------------*
       OBRIR-COMPTE.
           MOVE 'N' TO WS73N-SALTAR-COMPTE
           MOVE SPACES TO WS73N-COMPTE
           STRING I43CENT I43COFI I43CCTA DELIMITED BY SIZE
               INTO WS73N-COMPTE
           MOVE I43CCTA (2:9) TO WS73N-CLAU-CTA
           COMPUTE WS73N-DAT-FINAL = 20000000 + I43CDFI

           MOVE WS73N-CLAU-COMPTE TO PF11CLA
           READ PF11 INVALID KEY
                GO FIN-OBRIR-COMPTE
           END-READ.

           IF WS73N-DAT-FINAL <= PF11VAL
              MOVE 'S' TO WS73N-SALTAR-COMPTE
              MOVE WS73N-COMPTE TO D73N-CTA
              MOVE WS73N-DAT-FINAL TO D73N-DFI
              WRITE LINIA-RPT73N FROM DET73N-02
                  AFTER ADVANCING 1 LINE
              ADD 1 TO WS73N-NUM-REPETITS
           END-IF.
       FIN-OBRIR-COMPTE. EXIT.

      *----------------------------------------------------------*
      * Final del compte: es desa la data final de l'extracte com *
      * a darrera carregada.                                      *
      *----------------------------------------------------------*
       TANCAR-COMPTE.
           IF WS73N-SALTAR-COMPTE-SI OR WS73N-COMPTE = SPACES
              GO FIN-TANCAR-COMPTE
           END-IF.

           MOVE WS73N-CLAU-COMPTE TO PF11CLA
           READ PF11 INVALID KEY
                MOVE WS73N-DAT-FINAL TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                MOVE WS73N-DAT-FINAL TO PF11VAL
                REWRITE REG-PF11
           END-READ.
           MOVE SPACES TO WS73N-COMPTE.
       FIN-TANCAR-COMPTE. EXIT.

       GUARDAR-MOVIMENT.
           MOVE 'S' TO WS73N-HI-HA-MOV
           COMPUTE WS73N-M-DOP = 20000000 + I43MDOP
           COMPUTE WS73N-M-DVA = 20000000 + I43MDVA
           MOVE I43MIMP TO WS73N-M-IMP
           MOVE I43MDOC TO WS73N-M-DOC
           MOVE I43MRF1 TO WS73N-M-RF1
           MOVE I43MRF2 TO WS73N-M-RF2
           MOVE SPACES TO WS73N-M-CON
           MOVE ZEROS TO WS73N-NUM-CONCEPTES

           MOVE SPACES TO WS73N-TEXT
           MOVE 1 TO WS73N-PTR
           STRING I43MRF1 ' ' I43MRF2 ' ' DELIMITED BY SIZE
               INTO WS73N-TEXT WITH POINTER WS73N-PTR.
       FIN-GUARDAR-MOVIMENT. EXIT.

       AFEGIR-CONCEPTE.
           ADD 1 TO WS73N-NUM-CONCEPTES
           IF WS73N-NUM-CONCEPTES = 1
              STRING I43TCO1 I43TCO2 DELIMITED BY SIZE
                  INTO WS73N-M-CON
           END-IF.

           STRING I43TCO1 ' ' I43TCO2 ' ' DELIMITED BY SIZE
               INTO WS73N-TEXT WITH POINTER WS73N-PTR
               ON OVERFLOW CONTINUE
           END-STRING.
       FIN-AFEGIR-CONCEPTE. EXIT.

      *----------------------------------------------------------*
      * Tracta l'abonament acumulat: primer es proven com a       *
      * referencia totes les tires de xifres del text; si cap no  *
      * es una reserva, es proven com a codi de client. Nomes es  *
      * concilia si exactament una reserva accepta l'import.      *
      *----------------------------------------------------------*
       PROCESSAR-ABONAMENT.
           MOVE 'N' TO WS73N-HI-HA-MOV
           ADD 1 TO WS73N-NUM-ABONAMENTS

           MOVE ZEROS TO WS73N-NUM-PROVADES
           MOVE ZEROS TO WS73N-NUM-REF-EXIST
           MOVE ZEROS TO WS73N-NUM-ENCAIXEN
           MOVE ZEROS TO WS73N-REF-TROBADA
           MOVE SPACES TO WS73N-TIP-TROBAT
           MOVE SPACES TO WS73N-MOTIU

           SET WS73N-MODE-REFERENCIA TO TRUE
           PERFORM ESCANEJAR-TEXT THRU FIN-ESCANEJAR-TEXT

           IF WS73N-NUM-REF-EXIST = ZEROS
              SET WS73N-MODE-CLIENT TO TRUE
              PERFORM ESCANEJAR-TEXT THRU FIN-ESCANEJAR-TEXT
           END-IF.

           IF WS73N-NUM-ENCAIXEN = 1
              PERFORM APUNTAR-PAGAMENT THRU FIN-APUNTAR-PAGAMENT
           ELSE
              MOVE ZEROS TO WS73N-REF-TROBADA
              EVALUATE TRUE
                  WHEN WS73N-NUM-ENCAIXEN > 1
                      MOVE 'MES D''UNA RESERVA POSSIBLE'
                          TO WS73N-MOTIU
                  WHEN WS73N-MOTIU = SPACES
                      MOVE 'SENSE REFERENCIA NI CLIENT'
                          TO WS73N-MOTIU
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

           PERFORM GRAVAR-COBRAMENT THRU FIN-GRAVAR-COBRAMENT
       FIN-PROCESSAR-ABONAMENT. EXIT.

       ESCANEJAR-TEXT.
           MOVE ZEROS TO WS73N-LON
           MOVE SPACES TO WS73N-XIFRES
           MOVE 1 TO WS73N-I
           PERFORM EXAMINAR-CARACTER THRU FIN-EXAMINAR-CARACTER
               UNTIL WS73N-I > 420

           IF WS73N-LON > ZEROS
              PERFORM AVALUAR-XIFRES THRU FIN-AVALUAR-XIFRES
           END-IF.
       FIN-ESCANEJAR-TEXT. EXIT.

      * Els zeros de l'esquerra no compten: el banc sol omplir
      * les seves referencies fins a la llargada del camp.
       EXAMINAR-CARACTER.
           IF WS73N-TEXT (WS73N-I:1) IS NOT NUMERIC
              IF WS73N-LON > ZEROS
                 PERFORM AVALUAR-XIFRES THRU FIN-AVALUAR-XIFRES
              END-IF
              MOVE ZEROS TO WS73N-LON
              MOVE SPACES TO WS73N-XIFRES
           ELSE
              IF WS73N-LON > ZEROS OR WS73N-TEXT (WS73N-I:1) NOT = '0'
                 ADD 1 TO WS73N-LON
                 IF WS73N-LON <= 9
                    MOVE WS73N-TEXT (WS73N-I:1)
                        TO WS73N-XIFRES (WS73N-LON:1)
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WS73N-I.
       FIN-EXAMINAR-CARACTER. EXIT.

      *----------------------------------------------------------*
      * Una tira de xifres acabada. Les de menys de 4 (dies,      *
      * mesos) o mes de 9 (comptes, documents) no poden ser una   *
      * referencia; un codi de client en te com a molt 6.         *
      *----------------------------------------------------------*
       AVALUAR-XIFRES.
           IF WS73N-LON < 4 OR WS73N-LON > 9
              GO FIN-AVALUAR-XIFRES
           END-IF.

           MOVE WS73N-XIFRES (1:WS73N-LON) TO WS73N-NUMERO

           IF WS73N-MODE-REFERENCIA
              MOVE WS73N-NUMERO TO WS73N-CANDIDATA
              PERFORM PROVAR-REFERENCIA THRU FIN-PROVAR-REFERENCIA
              GO FIN-AVALUAR-XIFRES
           END-IF.

           IF WS73N-LON > 6
              GO FIN-AVALUAR-XIFRES
           END-IF.

           MOVE WS73N-NUMERO TO WS73N-CLIENT
           MOVE WS73N-CLIENT TO PF13COD
           READ PF13 INVALID KEY
                GO FIN-AVALUAR-XIFRES
           END-READ.

           PERFORM PROVAR-CLIENT THRU FIN-PROVAR-CLIENT.
       FIN-AVALUAR-XIFRES. EXIT.

      *----------------------------------------------------------*
      * Reserves del client (PF02L2): es recullen primer les      *
      * referencies diferents i despres es prova cadascuna.       *
      *----------------------------------------------------------*
       PROVAR-CLIENT.
           MOVE ZEROS TO WS73N-NUM-CLIREF
           MOVE 'N' TO WS73N-FI-PF02L2
           MOVE WS73N-CLIENT TO P2CCLI
           START PF02L2 KEY IS NOT LESS THAN P2CCLI
               INVALID KEY MOVE 'S' TO WS73N-FI-PF02L2
           END-START.

           PERFORM RECOLLIR-REF-CLIENT THRU FIN-RECOLLIR-REF-CLIENT
               UNTIL WS73N-FI-PF02L2-SI

           MOVE 1 TO WS73N-J
           PERFORM PROVAR-REF-CLIENT THRU FIN-PROVAR-REF-CLIENT
               UNTIL WS73N-J > WS73N-NUM-CLIREF.
       FIN-PROVAR-CLIENT. EXIT.

       RECOLLIR-REF-CLIENT.
           READ PF02L2 NEXT RECORD
               AT END MOVE 'S' TO WS73N-FI-PF02L2
           END-READ.

           IF WS73N-FI-PF02L2-SI
              GO FIN-RECOLLIR-REF-CLIENT
           END-IF.

           IF P2CCLI NOT = WS73N-CLIENT
              MOVE 'S' TO WS73N-FI-PF02L2
              GO FIN-RECOLLIR-REF-CLIENT
           END-IF.

           IF NOT P2CTIP-RESERVA OR P2CREF = ZEROS
              GO FIN-RECOLLIR-REF-CLIENT
           END-IF.

           MOVE 'N' TO WS73N-JA-PROVADA
           MOVE 1 TO WS73N-K
           PERFORM MIRAR-REF-CLIENT THRU FIN-MIRAR-REF-CLIENT
               UNTIL WS73N-K > WS73N-NUM-CLIREF

           IF NOT WS73N-JA-PROVADA-SI AND WS73N-NUM-CLIREF < 20
              ADD 1 TO WS73N-NUM-CLIREF
              MOVE P2CREF TO TC-REF (WS73N-NUM-CLIREF)
           END-IF.
       FIN-RECOLLIR-REF-CLIENT. EXIT.

       MIRAR-REF-CLIENT.
           IF TC-REF (WS73N-K) = P2CREF
              MOVE 'S' TO WS73N-JA-PROVADA
           END-IF.
           ADD 1 TO WS73N-K.
       FIN-MIRAR-REF-CLIENT. EXIT.

       PROVAR-REF-CLIENT.
           MOVE TC-REF (WS73N-J) TO WS73N-CANDIDATA
           PERFORM PROVAR-REFERENCIA THRU FIN-PROVAR-REFERENCIA
           ADD 1 TO WS73N-J.
       FIN-PROVAR-REF-CLIENT. EXIT.

      *----------------------------------------------------------*
      * Prova una referencia candidata (una sola vegada per       *
      * abonament): ha de tenir reserva a PF02L1 i l'import ha    *
      * d'encaixar amb el seu pla. Es recorden les que encaixen   *
      * i el motiu de la darrera que no.                          *
      *----------------------------------------------------------*
       PROVAR-REFERENCIA.
           MOVE 'N' TO WS73N-JA-PROVADA
           MOVE 1 TO WS73N-K
           PERFORM MIRAR-PROVADA THRU FIN-MIRAR-PROVADA
               UNTIL WS73N-K > WS73N-NUM-PROVADES

           IF WS73N-JA-PROVADA-SI
              GO FIN-PROVAR-REFERENCIA
           END-IF.

           IF WS73N-NUM-PROVADES < 20
              ADD 1 TO WS73N-NUM-PROVADES
              MOVE WS73N-CANDIDATA TO TP-REF (WS73N-NUM-PROVADES)
           END-IF.

           PERFORM SUMAR-RESERVA THRU FIN-SUMAR-RESERVA
           IF NOT WS73N-TE-RESERVA-SI
              GO FIN-PROVAR-REFERENCIA
           END-IF.

           ADD 1 TO WS73N-NUM-REF-EXIST
           PERFORM AVALUAR-ENCAIX THRU FIN-AVALUAR-ENCAIX

           IF WS73N-ENCAIXA-SI
              ADD 1 TO WS73N-NUM-ENCAIXEN
              MOVE WS73N-CANDIDATA TO WS73N-REF-TROBADA
              MOVE WS73N-TIP-CALC TO WS73N-TIP-TROBAT
           END-IF.
       FIN-PROVAR-REFERENCIA. EXIT.

       MIRAR-PROVADA.
           IF TP-REF (WS73N-K) = WS73N-CANDIDATA
              MOVE 'S' TO WS73N-JA-PROVADA
           END-IF.
           ADD 1 TO WS73N-K.
       FIN-MIRAR-PROVADA. EXIT.

      *----------------------------------------------------------*
      * Import net esperat de la referencia: files 'R' menys les  *
      * 'C' (abonat mes penalitzacio), com a CBL78DUN.            *
      *----------------------------------------------------------*
       SUMAR-RESERVA.
           MOVE 'N' TO WS73N-TE-RESERVA
           MOVE ZEROS TO WS73N-IMP-R
           MOVE ZEROS TO WS73N-IMP-C
           MOVE 'N' TO WS73N-FI-PF02L1
           MOVE WS73N-CANDIDATA TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS73N-FI-PF02L1
           END-START.

           PERFORM SUMAR-FILA-RESERVA THRU FIN-SUMAR-FILA-RESERVA
               UNTIL WS73N-FI-PF02L1-SI

           SUBTRACT WS73N-IMP-C FROM WS73N-IMP-R
               GIVING WS73N-ESPERAT.
       FIN-SUMAR-RESERVA. EXIT.

       SUMAR-FILA-RESERVA.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS73N-FI-PF02L1
           END-READ.

           IF NOT WS73N-FI-PF02L1-SI
              IF P2LREF NOT = WS73N-CANDIDATA
                 MOVE 'S' TO WS73N-FI-PF02L1
              ELSE
                 IF P2LTIP-RESERVA
                    MOVE 'S' TO WS73N-TE-RESERVA
                    ADD P2LIMP TO WS73N-IMP-R
                 ELSE
                    ADD P2LIMP TO WS73N-IMP-C
                    ADD P2LFEE TO WS73N-IMP-C
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-FILA-RESERVA. EXIT.

      *----------------------------------------------------------*
      * L'import encaixa si es just el que queda del primer       *
      * termini del pla PF31 que el pagat no cobreix (diposit o   *
      * saldo), o tot el pendent de la reserva. Una reserva       *
      * anterior al pla nomes accepta tot el pendent. Qualsevol   *
      * altra xifra (pagaments parcials, imports de mes) queda    *
      * per a l'operador.                                         *
      *----------------------------------------------------------*
       AVALUAR-ENCAIX.
           MOVE 'N' TO WS73N-ENCAIXA
           MOVE SPACES TO WS73N-TIP-CALC

           IF WS73N-ESPERAT <= ZEROS
              MOVE 'RESERVA SENSE IMPORT A COBRAR' TO WS73N-MOTIU
              GO FIN-AVALUAR-ENCAIX
           END-IF.

           PERFORM SUMAR-PAGAMENTS THRU FIN-SUMAR-PAGAMENTS
           SUBTRACT WS73N-PAGAT FROM WS73N-ESPERAT
               GIVING WS73N-PENDENT

           IF WS73N-PENDENT <= ZEROS
              MOVE 'RESERVA JA PAGADA' TO WS73N-MOTIU
              GO FIN-AVALUAR-ENCAIX
           END-IF.

           IF WS73N-M-IMP > WS73N-PENDENT
              MOVE 'IMPORT SUPERIOR AL PENDENT' TO WS73N-MOTIU
              GO FIN-AVALUAR-ENCAIX
           END-IF.

           PERFORM CARREGAR-PLA THRU FIN-CARREGAR-PLA
           PERFORM CALCULAR-RESTA THRU FIN-CALCULAR-RESTA

           EVALUATE TRUE
               WHEN WS73N-RESTA > ZEROS AND WS73N-M-IMP = WS73N-RESTA
                   MOVE 'S' TO WS73N-ENCAIXA
                   IF WS73N-TIP-RESTA = 'D'
                      MOVE 'D' TO WS73N-TIP-CALC
                   ELSE
                      MOVE 'S' TO WS73N-TIP-CALC
                   END-IF
               WHEN WS73N-M-IMP = WS73N-PENDENT
                   MOVE 'S' TO WS73N-ENCAIXA
                   MOVE 'S' TO WS73N-TIP-CALC
               WHEN OTHER
                   MOVE 'IMPORT NO ENCAIXA AMB EL PLA' TO WS73N-MOTIU
           END-EVALUATE.
       FIN-AVALUAR-ENCAIX. EXIT.

       SUMAR-PAGAMENTS.
           MOVE ZEROS TO WS73N-PAGAT
           MOVE ZEROS TO WS73N-DARRERA-SEQ
           MOVE 'N' TO WS73N-FI-PF14
           MOVE WS73N-CANDIDATA TO PF14REF
           MOVE LOW-VALUES TO PF14SEQ
           START PF14 KEY IS NOT LESS THAN PF14CLAU
               INVALID KEY MOVE 'S' TO WS73N-FI-PF14
           END-START.

           PERFORM SUMAR-SEGUENT-PAGAMENT THRU
               FIN-SUMAR-SEGUENT-PAGAMENT
                   UNTIL WS73N-FI-PF14-SI
       FIN-SUMAR-PAGAMENTS. EXIT.

       SUMAR-SEGUENT-PAGAMENT.
           READ PF14 NEXT RECORD
               AT END MOVE 'S' TO WS73N-FI-PF14
           END-READ.

           IF NOT WS73N-FI-PF14-SI
              IF PF14REF NOT = WS73N-CANDIDATA
                 MOVE 'S' TO WS73N-FI-PF14
              ELSE
                 MOVE PF14SEQ TO WS73N-DARRERA-SEQ
                 ADD PF14IMP TO WS73N-PAGAT
              END-IF
           END-IF.
       FIN-SUMAR-SEGUENT-PAGAMENT. EXIT.

       CARREGAR-PLA.
           MOVE ZEROS TO WS73N-NUM-TERMINIS
           MOVE 'N' TO WS73N-FI-PF31
           MOVE WS73N-CANDIDATA TO PF31REF
           MOVE LOW-VALUES TO PF31SEQ
           START PF31 KEY IS NOT LESS THAN PF31CLAU
               INVALID KEY MOVE 'S' TO WS73N-FI-PF31
           END-START.

           PERFORM CARREGAR-SEGUENT-TERMINI THRU
               FIN-CARREGAR-SEGUENT-TERMINI
                   UNTIL WS73N-FI-PF31-SI
       FIN-CARREGAR-PLA. EXIT.

       CARREGAR-SEGUENT-TERMINI.
           READ PF31 NEXT RECORD
               AT END MOVE 'S' TO WS73N-FI-PF31
           END-READ.

           IF NOT WS73N-FI-PF31-SI
              IF PF31REF NOT = WS73N-CANDIDATA
                 MOVE 'S' TO WS73N-FI-PF31
              ELSE
                 IF WS73N-NUM-TERMINIS < 10
                    ADD 1 TO WS73N-NUM-TERMINIS
                    MOVE PF31TIP TO TT-TIP (WS73N-NUM-TERMINIS)
                    MOVE PF31IMP TO TT-IMP (WS73N-NUM-TERMINIS)
                 END-IF
              END-IF
           END-IF.
       FIN-CARREGAR-SEGUENT-TERMINI. EXIT.

      *----------------------------------------------------------*
      * Primer termini que el pagat no cobreix: el que en queda   *
      * (mai per sobre de l'esperat net) i el seu tipus.          *
      *----------------------------------------------------------*
       CALCULAR-RESTA.
           MOVE ZEROS TO WS73N-ACUMULAT
           MOVE ZEROS TO WS73N-RESTA
           MOVE SPACES TO WS73N-TIP-RESTA
           MOVE 1 TO WS73N-K
           PERFORM ACUMULAR-TERMINI THRU FIN-ACUMULAR-TERMINI
               UNTIL WS73N-K > WS73N-NUM-TERMINIS
                  OR WS73N-RESTA > ZEROS
       FIN-CALCULAR-RESTA. EXIT.

       ACUMULAR-TERMINI.
           ADD TT-IMP (WS73N-K) TO WS73N-ACUMULAT
           IF WS73N-ACUMULAT > WS73N-ESPERAT
              MOVE WS73N-ESPERAT TO WS73N-ACUMULAT
           END-IF.

           IF WS73N-ACUMULAT > WS73N-PAGAT
              SUBTRACT WS73N-PAGAT FROM WS73N-ACUMULAT
                  GIVING WS73N-RESTA
              MOVE TT-TIP (WS73N-K) TO WS73N-TIP-RESTA
           END-IF.
           ADD 1 TO WS73N-K.
       FIN-ACUMULAR-TERMINI. EXIT.

      *----------------------------------------------------------*
      * Escriu el pagament a PF14 amb la seguent sequencia de la  *
      * referencia (mateixa mecanica que CBL13 i CBL73RET).       *
      *----------------------------------------------------------*
       APUNTAR-PAGAMENT.
           MOVE WS73N-REF-TROBADA TO WS73N-CANDIDATA
           PERFORM SUMAR-PAGAMENTS THRU FIN-SUMAR-PAGAMENTS

           MOVE WS73N-REF-TROBADA TO PF14REF
           ADD 1 TO WS73N-DARRERA-SEQ GIVING PF14SEQ
           MOVE WS73N-TIP-TROBAT TO PF14TIP
           MOVE WS73N-M-IMP TO PF14IMP
           MOVE WS73N-AVUI TO PF14DAT
           MOVE 'CBL73N43' TO PF14USR
           MOVE SPACES TO PF14OFI
           WRITE REG-PF14

           IF NOT WS73N-STAT-PF14-OK
              MOVE ZEROS TO WS73N-REF-TROBADA
              MOVE 'ERROR GRAVANT EL PAGAMENT' TO WS73N-MOTIU
           END-IF.
       FIN-APUNTAR-PAGAMENT. EXIT.

      *----------------------------------------------------------*
      * Deixa l'abonament a PF53 (conciliat o pendent, amb el     *
      * numero del comptador 'COBRAMENT') i en treu la linia de   *
      * l'informe.                                                *
      *----------------------------------------------------------*
       GRAVAR-COBRAMENT.
           MOVE 'COBRAMENT ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                REWRITE REG-PF11
           END-READ.

           MOVE PF11VAL TO PF53NUM
           MOVE WS73N-COMPTE TO PF53CTA
           MOVE WS73N-M-DOP TO PF53DOP
           MOVE WS73N-M-DVA TO PF53DVA
           MOVE WS73N-M-IMP TO PF53IMP
           MOVE WS73N-M-DOC TO PF53DOC
           MOVE WS73N-M-RF1 TO PF53RF1
           MOVE WS73N-M-RF2 TO PF53RF2
           MOVE WS73N-M-CON TO PF53CON
           MOVE WS73N-REF-TROBADA TO PF53REF
           MOVE WS73N-AVUI TO PF53DCA
           MOVE SPACES TO PF53USR
           MOVE ZEROS TO PF53DRS
           IF WS73N-REF-TROBADA NOT = ZEROS
              SET PF53EST-CONCILIAT TO TRUE
              MOVE SPACES TO PF53MOT
              ADD 1 TO WS73N-NUM-CONCILIATS
           ELSE
              SET PF53EST-PENDENT TO TRUE
              MOVE WS73N-MOTIU TO PF53MOT
              ADD 1 TO WS73N-NUM-PENDENTS
           END-IF
           WRITE REG-PF53

           MOVE PF53NUM TO D73N-NUM
           MOVE PF53DOP TO D73N-DOP
           MOVE PF53IMP TO D73N-IMP
           MOVE PF53REF TO D73N-REF
           MOVE PF53EST TO D73N-EST
           MOVE PF53MOT TO D73N-MOT
           WRITE LINIA-RPT73N FROM DET73N-01 AFTER ADVANCING 1 LINE.
       FIN-GRAVAR-COBRAMENT. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS73N-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS73N-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS73N-JRN-HIN
           MOVE 'CBL73N43' TO PF30PGM
           MOVE WS73N-JRN-DAT TO PF30DAT
           MOVE WS73N-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS73N-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL73N43' TO PF30PGM
           MOVE WS73N-JRN-DAT TO PF30DAT
           MOVE WS73N-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS73N-NUM-ABONAMENTS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
