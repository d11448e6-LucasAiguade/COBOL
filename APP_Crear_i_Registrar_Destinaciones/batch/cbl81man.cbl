      * vehicle surt en una seccio SENSE VEHICLE marcada com a    *
      * sobrevenda, que es el que operacions ha de veure el dia   *
      * que canvia un 52 places per un 36.                        *
      * Sota la capcalera de cada vehicle surt la tripulacio      *
      * assignada des de CBL50 (PF56): conductor, guia i          *
      * acompanyants amb el nom del mestre de personal (PF55).    *
      * Els serveis especials (PF79, cataleg PF78) surten sota el *
      * viatger que els te, o sota la reserva si son per a tota   *
      * la reserva, tant al manifest per parada com al de cada    *
      * vehicle; al peu del manifest general, el recompte de      *
      * places per servei de la sortida.                          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF37CLAU.

           SELECT PF55
              ASSIGN TO DATABASE-PF55
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF55PER.

           SELECT PF56
              ASSIGN TO DATABASE-PF56
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF56CLAU.

           SELECT PF78
              ASSIGN TO DATABASE-PF78
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF78SSR.

           SELECT PF79
              ASSIGN TO DATABASE-PF79
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF79CLAU.

           SELECT RPT81
              ASSIGN TO PRINTER-RPT81.

       FD PF37 LABEL RECORD IS STANDARD.
          COPY CPPF37.

       FD PF55 LABEL RECORD IS STANDARD.
          COPY CPPF55.

       FD PF56 LABEL RECORD IS STANDARD.
          COPY CPPF56.

       FD PF78 LABEL RECORD IS STANDARD.
          COPY CPPF78.

       FD PF79 LABEL RECORD IS STANDARD.
          COPY CPPF79.

       FD RPT81 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT81 PIC X(80).
       01 WS81-PNT-ACTUAL PIC X(03).
       01 WS81-PNT-SUB PIC 9(5).

      *----------------------------------------------------------*
      * Tripulacio del vehicle en curs (PF56), una linia per      *
      * persona.                                                  *
      *----------------------------------------------------------*
       01 WS81-FI-PF56 PIC X(01).
           88 WS81-FI-PF56-SI VALUE 'S'.
       01 WS81-NUM-TRIP PIC 9(3).

      *----------------------------------------------------------*
      * Serveis especials de la referencia en curs (PF79): d'un   *
      * seient o de tots, i recompte de places per servei de la   *
      * sortida per al peu del manifest general.                  *
      *----------------------------------------------------------*
       01 WS81-FI-PF79 PIC X(01).
           88 WS81-FI-PF79-SI VALUE 'S'.
       01 WS81-SSR-REF PIC 9(9).
       01 WS81-SSR-SEQ PIC 9(3).
       01 WS81-SSR-PLACES PIC 9(3).
       01 WS81-SSR-TOTS PIC X(01).
           88 WS81-SSR-TOTS-SI VALUE 'S'.
       01 WS81-SSR-COMPTAR PIC X(01).
           88 WS81-SSR-COMPTAR-SI VALUE 'S'.
       01 WS81-NUM-SSR PIC 9(2).
       01 WS81-K PIC 9(2).
       01 WS81-SSR-TROBAT PIC X(01).
       01 TAULA-SERVEIS.
           05 TSV-ENTRY OCCURS 30 TIMES.
               10 TSV-SSR PIC X(04).
               10 TSV-DES PIC X(20).
               10 TSV-QTY PIC 9(5).

       01 DET81-03.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 D81S-SSR PIC X(04).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D81S-DES PIC X(20).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D81S-QUI PIC X(20).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 D81S-NOT PIC X(29).

       01 CAP81-04.
           05 FILLER PIC X(32) VALUE 'SERVEIS ESPECIALS DE LA SORTIDA'.
           05 FILLER PIC X(48) VALUE SPACES.

       01 TOT81-04.
           05 FILLER   PIC X(04) VALUE SPACES.
           05 T81S-QTY PIC ZZZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 T81S-SSR PIC X(04).
           05 FILLER   PIC X(01) VALUE SPACES.
           05 T81S-DES PIC X(20).
           05 FILLER   PIC X(44) VALUE SPACES.

       01 DET81-02.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81T-FUN PIC X(14).
           05 D81T-PER PIC X(06).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D81T-NOM PIC X(30).
           05 FILLER   PIC X(26) VALUE SPACES.

       01 SUB81-01.
           05 FILLER PIC X(08) VALUE 'PARADA'.
           05 S81-PNT PIC X(03).
           OPEN INPUT PF35
           OPEN INPUT PF36
           OPEN INPUT PF37
           OPEN INPUT PF55
           OPEN INPUT PF56
           OPEN INPUT PF78
           OPEN INPUT PF79
           OPEN OUTPUT RPT81

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS81-AVUI
           CLOSE PF35.
           CLOSE PF36.
           CLOSE PF37.
           CLOSE PF55.
           CLOSE PF56.
           CLOSE PF78.
           CLOSE PF79.
           CLOSE RPT81.

           PERFORM ESCRIURE-JORNAL-FI THRU
      * final, la seccio de reserves sense punt; el quadre contra
      * els comptadors es calcula en una passada a part perque
      * les cancel·lacions no porten parada.
           MOVE ZEROS TO WS81-NUM-SSR
           PERFORM LLISTAR-PER-PUNTS THRU FIN-LLISTAR-PER-PUNTS
           PERFORM QUADRAR-MANIFEST THRU FIN-QUADRAR-MANIFEST

           ELSE
              MOVE '*** DESQUADRAT ***' TO T81-MARCA
           END-IF
           WRITE LINIA-RPT81 FROM TOT81-01 AFTER ADVANCING 2 LINES

           IF WS81-NUM-SSR > ZEROS
              WRITE LINIA-RPT81 FROM CAP81-04 AFTER ADVANCING 2 LINES
              MOVE 1 TO WS81-K
              PERFORM IMPRIMIR-RESUM-SERVEI THRU
                  FIN-IMPRIMIR-RESUM-SERVEI
                      UNTIL WS81-K > WS81-NUM-SSR
           END-IF.
       FIN-IMPRIMIR-MANIFEST. EXIT.

       IMPRIMIR-RESUM-SERVEI.
           MOVE TSV-QTY (WS81-K) TO T81S-QTY
           MOVE TSV-SSR (WS81-K) TO T81S-SSR
           MOVE TSV-DES (WS81-K) TO T81S-DES
           WRITE LINIA-RPT81 FROM TOT81-04 AFTER ADVANCING 1 LINE
           ADD 1 TO WS81-K.
       FIN-IMPRIMIR-RESUM-SERVEI. EXIT.

      *----------------------------------------------------------*
      * Una seccio per parada de la ruta (PF36, en ordre de       *
      * codi), amb la capcalera de la parada, les seves reserves  *
              WRITE LINIA-RPT81 FROM DET81-01
                  AFTER ADVANCING 1 LINE
           END-IF.

      * Serveis per a tota la reserva, sota les seves linies.
           MOVE PF2REF TO WS81-SSR-REF
           MOVE ZEROS TO WS81-SSR-SEQ
           MOVE PF2QTY TO WS81-SSR-PLACES
           MOVE 'N' TO WS81-SSR-TOTS
           MOVE 'S' TO WS81-SSR-COMPTAR
           PERFORM IMPRIMIR-SERVEIS THRU FIN-IMPRIMIR-SERVEIS.
       FIN-IMPRIMIR-FILA-VIATGERS. EXIT.

       IMPRIMIR-SEGUENT-VIATGER.
                 WRITE LINIA-RPT81 FROM DET81-01
                     AFTER ADVANCING 1 LINE
                 ADD 1 TO WS81-NUM-VIATGERS
                 MOVE PF2REF TO WS81-SSR-REF
                 MOVE PF37SEQ TO WS81-SSR-SEQ
                 MOVE 1 TO WS81-SSR-PLACES
                 MOVE 'N' TO WS81-SSR-TOTS
                 MOVE 'S' TO WS81-SSR-COMPTAR
                 PERFORM IMPRIMIR-SERVEIS THRU FIN-IMPRIMIR-SERVEIS
              END-IF
           END-IF.
       FIN-IMPRIMIR-SEGUENT-VIATGER. EXIT.

      *----------------------------------------------------------*
      * Serveis especials de la referencia WS81-SSR-REF: els del  *
      * seient WS81-SSR-SEQ (000 = els de tota la reserva) o, amb *
      * WS81-SSR-TOTS, tots els de la referencia amb el nom del   *
      * viatger (manifest per vehicle). Amb WS81-SSR-COMPTAR, les *
      * places s'acumulen al resum de la sortida.                 *
      *----------------------------------------------------------*
       IMPRIMIR-SERVEIS.
           MOVE 'N' TO WS81-FI-PF79
           MOVE WS81-SSR-REF TO PF79REF
           IF WS81-SSR-TOTS-SI
              MOVE ZEROS TO PF79SEQ
           ELSE
              MOVE WS81-SSR-SEQ TO PF79SEQ
           END-IF
           MOVE LOW-VALUES TO PF79SSR
           START PF79 KEY IS NOT LESS THAN PF79CLAU
               INVALID KEY MOVE 'S' TO WS81-FI-PF79
           END-START

           PERFORM IMPRIMIR-SEGUENT-SERVEI THRU
               FIN-IMPRIMIR-SEGUENT-SERVEI
                   UNTIL WS81-FI-PF79-SI.
       FIN-IMPRIMIR-SERVEIS. EXIT.

       IMPRIMIR-SEGUENT-SERVEI.
           READ PF79 NEXT RECORD
               AT END MOVE 'S' TO WS81-FI-PF79
           END-READ.

           IF WS81-FI-PF79-SI
              GO FIN-IMPRIMIR-SEGUENT-SERVEI
           END-IF.

           IF PF79REF NOT = WS81-SSR-REF
              OR (NOT WS81-SSR-TOTS-SI AND PF79SEQ NOT = WS81-SSR-SEQ)
              MOVE 'S' TO WS81-FI-PF79
              GO FIN-IMPRIMIR-SEGUENT-SERVEI
           END-IF.

           MOVE PF79SSR TO PF78SSR
           READ PF78 INVALID KEY
                MOVE SPACES TO PF78DES
           END-READ

           MOVE PF79SSR TO D81S-SSR
           MOVE PF78DES TO D81S-DES
           MOVE PF79NOT TO D81S-NOT
           IF PF79SEQ = ZEROS
              MOVE 'TOTA LA RESERVA' TO D81S-QUI
           ELSE
              MOVE SPACES TO D81S-QUI
              IF WS81-SSR-TOTS-SI
                 MOVE PF79REF TO PF37REF
                 MOVE PF79SEQ TO PF37SEQ
                 READ PF37 INVALID KEY
                      CONTINUE
                      NOT INVALID KEY
                      MOVE PF37NOM TO D81S-QUI
                 END-READ
              END-IF
           END-IF
           WRITE LINIA-RPT81 FROM DET81-03 AFTER ADVANCING 1 LINE

           IF WS81-SSR-COMPTAR-SI
              PERFORM ACUMULAR-SERVEI THRU FIN-ACUMULAR-SERVEI
           END-IF.
       FIN-IMPRIMIR-SEGUENT-SERVEI. EXIT.

       ACUMULAR-SERVEI.
           MOVE 'N' TO WS81-SSR-TROBAT
           MOVE 1 TO WS81-K
           PERFORM COMPARAR-SERVEI THRU FIN-COMPARAR-SERVEI
               UNTIL WS81-K > WS81-NUM-SSR
                  OR WS81-SSR-TROBAT = 'S'

           IF WS81-SSR-TROBAT = 'N'
              IF WS81-NUM-SSR < 30
                 ADD 1 TO WS81-NUM-SSR
                 MOVE WS81-NUM-SSR TO WS81-K
                 MOVE PF79SSR TO TSV-SSR (WS81-K)
                 MOVE PF78DES TO TSV-DES (WS81-K)
                 MOVE ZEROS TO TSV-QTY (WS81-K)
              ELSE
                 GO FIN-ACUMULAR-SERVEI
              END-IF
           END-IF.

           IF PF79SEQ = ZEROS
              ADD WS81-SSR-PLACES TO TSV-QTY (WS81-K)
           ELSE
              ADD 1 TO TSV-QTY (WS81-K)
           END-IF.
       FIN-ACUMULAR-SERVEI. EXIT.

       COMPARAR-SERVEI.
           IF TSV-SSR (WS81-K) = PF79SSR
              MOVE 'S' TO WS81-SSR-TROBAT
           ELSE
              ADD 1 TO WS81-K
           END-IF.
       FIN-COMPARAR-SERVEI. EXIT.

      *----------------------------------------------------------*
      * Quadre del manifest: net de places (reserves menys        *
      * cancel·lacions) de la sortida, sense imprimir cap linia.  *
           MOVE PF2REF TO D81-REF
           MOVE PF2DAT TO D81-DAT
           WRITE LINIA-RPT81 FROM DET81-01 AFTER ADVANCING 1 LINE
           ADD PF2QTY TO WS81-V-ASSIG

           MOVE PF2REF TO WS81-SSR-REF
           MOVE PF2QTY TO WS81-SSR-PLACES
           MOVE 'S' TO WS81-SSR-TOTS
           MOVE 'N' TO WS81-SSR-COMPTAR
           PERFORM IMPRIMIR-SERVEIS THRU FIN-IMPRIMIR-SERVEIS.
       FIN-REPARTIR-SEGUENT-FILA. EXIT.

       OBRIR-SEGUENT-VEHICLE.
           END-IF
           MOVE WS81-DAT-MANIFEST TO C81V-DAT
           WRITE LINIA-RPT81 FROM CAP81-03 AFTER ADVANCING PAGE
           IF NOT WS81-SENSE-VEH-SI
              PERFORM IMPRIMIR-TRIPULACIO THRU
                  FIN-IMPRIMIR-TRIPULACIO
           END-IF
           WRITE LINIA-RPT81 FROM CAP81-02 AFTER ADVANCING 2 LINES
           MOVE ZEROS TO WS81-V-ASSIG.
       FIN-OBRIR-SEGUENT-VEHICLE. EXIT.

      *----------------------------------------------------------*
      * Tripulacio assignada al vehicle obert (PF56 per sortida i *
      * vehicle), amb la funcio i el nom de cada persona; si no   *
      * n'hi ha cap, una linia que ho avisa perque operacions ho  *
      * vegi abans de la sortida.                                 *
      *----------------------------------------------------------*
       IMPRIMIR-TRIPULACIO.
           MOVE ZEROS TO WS81-NUM-TRIP
           MOVE 'N' TO WS81-FI-PF56
           MOVE PF1COD TO PF56COD
           MOVE WS81-DAT-MANIFEST TO PF56DAT
           MOVE TV-VEH (WS81-V) TO PF56VEH
           MOVE LOW-VALUES TO PF56PER
           START PF56 KEY IS NOT LESS THAN PF56CLAU
               INVALID KEY MOVE 'S' TO WS81-FI-PF56
           END-START

           PERFORM IMPRIMIR-SEGUENT-TRIPULANT THRU
               FIN-IMPRIMIR-SEGUENT-TRIPULANT
                   UNTIL WS81-FI-PF56-SI

           IF WS81-NUM-TRIP = ZEROS
              MOVE '*** ATENCIO' TO D81T-FUN
              MOVE SPACES TO D81T-PER
              MOVE 'SENSE TRIPULACIO ASSIGNADA' TO D81T-NOM
              WRITE LINIA-RPT81 FROM DET81-02
                  AFTER ADVANCING 1 LINE
           END-IF.
       FIN-IMPRIMIR-TRIPULACIO. EXIT.

       IMPRIMIR-SEGUENT-TRIPULANT.
           READ PF56 NEXT RECORD
               AT END MOVE 'S' TO WS81-FI-PF56
           END-READ.

           IF WS81-FI-PF56-SI
              GO FIN-IMPRIMIR-SEGUENT-TRIPULANT
           END-IF.

           IF PF56COD NOT = PF1COD
              OR PF56DAT NOT = WS81-DAT-MANIFEST
              OR PF56VEH NOT = TV-VEH (WS81-V)
              MOVE 'S' TO WS81-FI-PF56
              GO FIN-IMPRIMIR-SEGUENT-TRIPULANT
           END-IF.

           EVALUATE PF56FUN
               WHEN 'C'
                   MOVE 'CONDUCTOR' TO D81T-FUN
               WHEN 'G'
                   MOVE 'GUIA' TO D81T-FUN
               WHEN OTHER
                   MOVE 'ACOMPANYANT' TO D81T-FUN
           END-EVALUATE

           MOVE PF56PER TO D81T-PER
           MOVE PF56PER TO PF55PER
           READ PF55 INVALID KEY
                MOVE SPACES TO D81T-NOM
                NOT INVALID KEY
                MOVE PF55NOM TO D81T-NOM
           END-READ

           WRITE LINIA-RPT81 FROM DET81-02 AFTER ADVANCING 1 LINE
           ADD 1 TO WS81-NUM-TRIP.
       FIN-IMPRIMIR-SEGUENT-TRIPULANT. EXIT.

       TANCAR-VEHICLE.
           MOVE WS81-V-ASSIG TO T81V-ASS
           IF WS81-SENSE-VEH-SI
