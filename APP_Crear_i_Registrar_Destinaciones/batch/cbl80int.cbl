      * alliberades ofertes a la llista d'espera. Fins ara el     *
      * partner enviava un correu i algu ho picava a CBL03        *
      * l'endema.                                                 *
      * Amb PARM-MODE 'CNT' el programa no llegeix INT80 sino la  *
      * cua PF73, on la passarela del partner deixa les peticions *
      * a mesura que arriben: el job resident CLP80CNT2 el crida  *
      * cada minut, s'apliquen les peticions noves amb les        *
      * mateixes regles i la resposta (acceptada, a espera,       *
      * derivada o rebutjada amb el motiu) queda a la mateixa     *
      * fila de PF73. En aquest mode no hi ha informe ni diari.   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA.

           SELECT PF73
              ASSIGN TO DATABASE-PF73
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF73SEQ
              FILE STATUS IS WS80-STAT-PF73.

           SELECT PF61
              ASSIGN TO DATABASE-PF61
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF61CAM.

           SELECT PF62
              ASSIGN TO DATABASE-PF62
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF62CLAU.

           SELECT RPT80
              ASSIGN TO PRINTER-RPT80.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       FD PF73 LABEL RECORD IS STANDARD.
          COPY CPPF73.

       FD PF61 LABEL RECORD IS STANDARD.
          COPY CPPF61.

       FD PF62 LABEL RECORD IS STANDARD.
          COPY CPPF62.

       FD RPT80 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT80 PIC X(80).
       01 WS80-QTY-OPERAR PIC 9(3).
       01 WS80-QTY-RETORN PIC 9(3).
       01 WS80-QTY-DELTA PIC 9(3).
       01 WS80-R-CAM PIC X(10).
       01 WS80-R-OFI PIC X(03).

      *----------------------------------------------------------*
      * Campanya promocional de l'alta (I80CAM, PF61/PF62): es    *
      * valida amb la resta de la peticio, el descompte es resta  *
      * de l'import i el consum es suma a PF61USA. Les            *
      * cancel·lacions per referencia el tornen.                  *
      *----------------------------------------------------------*
       01 WS80-CAM-TOTES PIC X(01).
           88 WS80-CAM-TOTES-SI VALUE 'S'.
       01 WS80-CAM-CONSUM PIC 9(5).
       01 WS80-IMP-DTO PIC 9(7)V99.

      *----------------------------------------------------------*
      * Penalitzacio (regles PF20) de la cancel·lacio en curs i   *
       01 WS80-STAT-INT80R PIC X(02).
           88 WS80-STAT-INT80R-OK VALUES '00' '02'.

      *----------------------------------------------------------*
      * Mode continu: darrer numero de la cua PF73 ja tractat     *
      * (guardat a PF11 'PARTNERCUA').                            *
      *----------------------------------------------------------*
       01 WS80-STAT-PF73 PIC X(02).
           88 WS80-STAT-PF73-OK VALUES '00' '02'.
       01 WS80-FI-CUA PIC X(01) VALUE 'N'.
           88 WS80-FI-CUA-SI VALUE 'S'.
       01 WS80-DARRER-CUA PIC 9(9).

      *----------------------------------------------------------*
      * Resolucio del preu aplicable (bandes PF19), mateix        *
      * mecanisme que CBL02.                                      *
       01 WS80-BANDA-ANTICIPADA PIC X(01).
       01 WS80-PRE-TEMPORADA PIC 9(5)V99.
       01 WS80-BANDA-TEMPORADA PIC X(01).
       01 WS80-PRE-RENDIMENT PIC 9(5)V99.
       01 WS80-BANDA-RENDIMENT PIC X(01).

       01 CAP80-01.
           05 FILLER PIC X(30) VALUE 'CARREGA DE PETICIONS PARTNER'.
       01 WS80-JRN-DAT PIC 9(8).
       01 WS80-JRN-HIN PIC 9(6).

       LINKAGE SECTION.
       01 PARM-MODE PIC X(03).
           88 PARM-MODE-CONTINU   VALUE 'CNT'.

       PROCEDURE DIVISION USING PARM-MODE.

       MAIN.
           IF PARM-MODE-CONTINU
              PERFORM TRACTAR-CUA THRU FIN-TRACTAR-CUA
              GOBACK
           END-IF.

           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT INT80
           OPEN OUTPUT INT80R
           PERFORM OBRIR-FITXERS THRU FIN-OBRIR-FITXERS
           OPEN OUTPUT RPT80

           IF NOT WS80-STAT-INT80-OK OR NOT WS80-STAT-INT80R-OK
              GOBACK
           END-IF.

           PERFORM LLEGIR-LABPF20 THRU FIN-LLEGIR-LABPF20

           MOVE FUNCTION CURRENT-DATE (1:8) TO C80-DATA
           WRITE LINIA-RPT80 FROM CAP80-01 AFTER ADVANCING PAGE.

           CLOSE INT80.
           CLOSE INT80R.
           PERFORM TANCAR-FITXERS THRU FIN-TANCAR-FITXERS
           CLOSE RPT80.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Fitxers comuns a la carrega nocturna i al mode continu.   *
      *----------------------------------------------------------*
       OBRIR-FITXERS.
           OPEN I-O PF01
           OPEN I-O PF01X
           OPEN I-O PF21
           OPEN I-O PF02
           OPEN I-O PF03
           OPEN INPUT PF13
           OPEN INPUT PF19
           OPEN I-O PF11
           OPEN INPUT PF02L1
           OPEN I-O PF05
           OPEN I-O PF18
           OPEN INPUT PF20
           OPEN INPUT PF09
           OPEN I-O PF50
           OPEN I-O PF61
           OPEN INPUT PF62.
       FIN-OBRIR-FITXERS. EXIT.

       TANCAR-FITXERS.
           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF21.
           CLOSE PF20.
           CLOSE PF09.
           CLOSE PF50.
           CLOSE PF61.
           CLOSE PF62.
       FIN-TANCAR-FITXERS. EXIT.

       LLEGIR-LABPF20.
           MOVE 'LABPF20   ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF9VAL TO WS80-LAB-PF20
           END-READ.
       FIN-LLEGIR-LABPF20. EXIT.

       TRACTAR-PETICIO.
           READ INT80
              GO FIN-TRACTAR-PETICIO
           END-IF.

           PERFORM RESOLDRE-PETICIO THRU FIN-RESOLDRE-PETICIO
           PERFORM IMPRIMIR-RESULTAT THRU FIN-IMPRIMIR-RESULTAT

           IF WS80-REBUTJADA-SI
              PERFORM ESCRIURE-REBUIG THRU FIN-ESCRIURE-REBUIG
           END-IF.
       FIN-TRACTAR-PETICIO. EXIT.

      *----------------------------------------------------------*
      * Una peticio (d'INT80 o de la cua PF73, ja a REG-INT80)    *
      * resolta segons el tipus de transaccio.                    *
      *----------------------------------------------------------*
       RESOLDRE-PETICIO.
           MOVE 'N' TO WS80-REBUTJADA
           MOVE 'N' TO WS80-A-ESPERA
           MOVE SPACES TO WS80-MOTIU
                        TO WS80-MOTIU
                   MOVE 'S' TO WS80-REBUTJADA
           END-EVALUATE.
       FIN-RESOLDRE-PETICIO. EXIT.

      *----------------------------------------------------------*
      * Mode continu: es recorre la cua PF73 a partir del darrer  *
      * numero tractat i cada peticio pendent es resol i es       *
      * contesta a la mateixa fila. El punter de PF11 s'avanca    *
      * fila a fila perque un tall a mitja passada no torni a     *
      * aplicar res.                                              *
      *----------------------------------------------------------*
       TRACTAR-CUA.
           OPEN I-O PF73
           IF NOT WS80-STAT-PF73-OK
              DISPLAY 'CBL80INT: ERROR OBRINT PF73 ' WS80-STAT-PF73
              GO FIN-TRACTAR-CUA
           END-IF.

           PERFORM OBRIR-FITXERS THRU FIN-OBRIR-FITXERS
           PERFORM LLEGIR-LABPF20 THRU FIN-LLEGIR-LABPF20

           MOVE ZEROS TO WS80-DARRER-CUA
           MOVE 'PARTNERCUA' TO PF11CLA
           READ PF11 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF11VAL TO WS80-DARRER-CUA
           END-READ.

           MOVE 'N' TO WS80-FI-CUA
           MOVE WS80-DARRER-CUA TO PF73SEQ
           START PF73 KEY IS GREATER THAN PF73SEQ
               INVALID KEY MOVE 'S' TO WS80-FI-CUA
           END-START.

           PERFORM TRACTAR-SEGUENT-CUA THRU FIN-TRACTAR-SEGUENT-CUA
               UNTIL WS80-FI-CUA-SI

           PERFORM TANCAR-FITXERS THRU FIN-TANCAR-FITXERS
           CLOSE PF73.
       FIN-TRACTAR-CUA. EXIT.

       TRACTAR-SEGUENT-CUA.
           READ PF73 NEXT RECORD
               AT END MOVE 'S' TO WS80-FI-CUA
           END-READ.

           IF WS80-FI-CUA-SI
              GO FIN-TRACTAR-SEGUENT-CUA
           END-IF.

           MOVE PF73SEQ TO WS80-DARRER-CUA

           IF NOT PF73EST-PENDENT
              PERFORM DESAR-PUNTER-CUA THRU FIN-DESAR-PUNTER-CUA
              GO FIN-TRACTAR-SEGUENT-CUA
           END-IF.

           MOVE PF73COD TO I80COD
           MOVE PF73DATS TO I80DATS
           MOVE PF73CLI TO I80CLI
           MOVE PF73NOM TO I80NOM
           MOVE PF73QTY TO I80QTY
           MOVE PF73CAN TO I80CAN
           MOVE PF73TIP TO I80TIP
           MOVE PF73REF TO I80REF
           MOVE PF73CAM TO I80CAM

           PERFORM RESOLDRE-PETICIO THRU FIN-RESOLDRE-PETICIO

           IF WS80-REBUTJADA-SI
              PERFORM ESCRIURE-DEMANDA THRU FIN-ESCRIURE-DEMANDA
           END-IF.

           PERFORM RESPONDRE-CUA THRU FIN-RESPONDRE-CUA
           PERFORM DESAR-PUNTER-CUA THRU FIN-DESAR-PUNTER-CUA.
       FIN-TRACTAR-SEGUENT-CUA. EXIT.

      *----------------------------------------------------------*
      * Resposta al partner, amb el mateix criteri que la columna *
      * RESULTAT de RPT80: les cancel·lacions i els canvis        *
      * aplicats compten com a acceptats, amb la seva referencia. *
      *----------------------------------------------------------*
       RESPONDRE-CUA.
           EVALUATE TRUE
               WHEN WS80-REBUTJADA-SI
                   SET PF73EST-REBUTJADA TO TRUE
               WHEN WS80-RESULTAT-ALT = 'DERIVADA  '
                   SET PF73EST-DERIVADA TO TRUE
               WHEN WS80-A-ESPERA-SI
                   SET PF73EST-ESPERA TO TRUE
               WHEN OTHER
                   SET PF73EST-ACCEPTADA TO TRUE
           END-EVALUATE.

           MOVE WS80-MOTIU TO PF73MOT
           IF I80TIP-ALTA
              MOVE WS80-REF-RESERVA TO PF73JUS
           ELSE
              MOVE I80REF TO PF73JUS
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF73DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF73HOR
           REWRITE REG-PF73.
       FIN-RESPONDRE-CUA. EXIT.

       DESAR-PUNTER-CUA.
           MOVE 'PARTNERCUA' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE WS80-DARRER-CUA TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                MOVE WS80-DARRER-CUA TO PF11VAL
                REWRITE REG-PF11
           END-READ.
       FIN-DESAR-PUNTER-CUA. EXIT.

      *----------------------------------------------------------*
      * Mateixes validacions que la pantalla de CBL02: places,    *
              IF PF21EST-TANCADA
                 MOVE 'SORTIDA TANCADA' TO WS80-MOTIU
                 MOVE 'S' TO WS80-REBUTJADA
                 GO FIN-VALIDAR-PETICIO
              END-IF
           END-IF.

           IF I80CAM NOT = SPACES
              PERFORM VALIDAR-CAMPANYA THRU FIN-VALIDAR-CAMPANYA
           END-IF.
       FIN-VALIDAR-PETICIO. EXIT.

      *----------------------------------------------------------*
      * Campanya de l'alta, mateixes regles que CBL02: existent,  *
      * vigent avui, valida per a la destinacio (PF62, sense cap  *
      * fila val per a totes) i amb topall disponible. La carrega *
      * es sequencial, aixi que el topall mirat aqui es el mateix *
      * que trobara ESCRIURE-HIST.                                *
      *----------------------------------------------------------*
       VALIDAR-CAMPANYA.
           MOVE I80CAM TO PF61CAM
           READ PF61 INVALID KEY
                MOVE 'CAMPANYA INEXISTENT' TO WS80-MOTIU
                MOVE 'S' TO WS80-REBUTJADA
                GO FIN-VALIDAR-CAMPANYA
           END-READ.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS80-AVUI
           IF WS80-AVUI < PF61DDE
              OR (PF61FIN NOT = ZEROS AND WS80-AVUI > PF61FIN)
              MOVE 'CAMPANYA FORA DE VIGENCIA' TO WS80-MOTIU
              MOVE 'S' TO WS80-REBUTJADA
              GO FIN-VALIDAR-CAMPANYA
           END-IF.

           MOVE I80CAM TO PF62CAM
           MOVE I80COD TO PF62COD
           READ PF62 INVALID KEY
                MOVE 'N' TO WS80-CAM-TOTES
                MOVE ZEROS TO PF62COD
                START PF62 KEY IS NOT LESS THAN PF62CLAU
                      INVALID KEY
                      MOVE 'S' TO WS80-CAM-TOTES
                END-START
                IF NOT WS80-CAM-TOTES-SI
                   READ PF62 NEXT RECORD AT END
                        MOVE 'S' TO WS80-CAM-TOTES
                   END-READ
                END-IF
                IF NOT WS80-CAM-TOTES-SI AND PF62CAM = I80CAM
                   MOVE 'CAMPANYA NO VALIDA PER A LA DESTINACIO'
                        TO WS80-MOTIU
                   MOVE 'S' TO WS80-REBUTJADA
                   GO FIN-VALIDAR-CAMPANYA
                END-IF
           END-READ.

           IF PF61TOP-PLACES
              MOVE I80QTY TO WS80-CAM-CONSUM
           ELSE
              MOVE 1 TO WS80-CAM-CONSUM
           END-IF.

           IF PF61MAX NOT = ZEROS
              AND PF61USA + WS80-CAM-CONSUM > PF61MAX
              MOVE 'CAMPANYA ESGOTADA' TO WS80-MOTIU
              MOVE 'S' TO WS80-REBUTJADA
           END-IF.
       FIN-VALIDAR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Aplica la peticio: si hi ha places es fa la reserva amb   *
      * historic i referencia; si no, el client passa a la llista *
           MOVE I80CLI TO PF2CLI
           COMPUTE WS80-IMP-CARREC ROUNDED =
               I80QTY * WS80-PREU-APLICAT
           PERFORM APLICAR-CAMPANYA THRU FIN-APLICAR-CAMPANYA
           MOVE WS80-IMP-CARREC TO PF2IMP
           MOVE ZEROS TO PF2FEE
           MOVE I80DATS TO PF2DATS
           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE I80CAM TO PF2CAM
           MOVE WS80-IMP-DTO TO PF2DTO
      * Les altes de la web no son de cap oficina.
           MOVE SPACES TO PF2OFI
           WRITE REG-PF02.

           IF I80CAM NOT = SPACES
              ADD WS80-CAM-CONSUM TO PF61USA
              REWRITE REG-PF61
           END-IF.
       FIN-ESCRIURE-HIST. EXIT.

      *----------------------------------------------------------*
      * Descompte de la campanya (ja llegida a PF61 per           *
      * VALIDAR-CAMPANYA) sobre l'import de l'alta: percentatge o *
      * import fix per placa, mai per sobre de l'import.          *
      *----------------------------------------------------------*
       APLICAR-CAMPANYA.
           MOVE ZEROS TO WS80-IMP-DTO
           IF I80CAM = SPACES
              GO FIN-APLICAR-CAMPANYA
           END-IF.

           IF PF61MOD-PCT
              COMPUTE WS80-IMP-DTO ROUNDED =
                  WS80-IMP-CARREC * PF61VAL / 100
           ELSE
              COMPUTE WS80-IMP-DTO ROUNDED = I80QTY * PF61VAL
           END-IF.

           IF WS80-IMP-DTO > WS80-IMP-CARREC
              MOVE WS80-IMP-CARREC TO WS80-IMP-DTO
           END-IF.

           SUBTRACT WS80-IMP-DTO FROM WS80-IMP-CARREC.
       FIN-APLICAR-CAMPANYA. EXIT.

       ESCRIURE-LLISTA-ESPERA.
           PERFORM OBTENIR-SEGUENT-SEQ-PF3 THRU
               FIN-OBTENIR-SEGUENT-SEQ-PF3
           MOVE SPACE TO WS80-BANDA-ANTICIPADA
           MOVE ZEROS TO WS80-PRE-TEMPORADA
           MOVE SPACE TO WS80-BANDA-TEMPORADA
           MOVE ZEROS TO WS80-PRE-RENDIMENT
           MOVE SPACE TO WS80-BANDA-RENDIMENT

           IF I80DATS NOT = ZEROS
              MOVE I80DATS TO WS80-DAT-SORTIDA
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS80-FI-BANDES-SI

           IF WS80-BANDA-RENDIMENT NOT = SPACE
              MOVE WS80-PRE-RENDIMENT TO WS80-PREU-APLICAT
           ELSE IF WS80-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS80-PRE-ANTICIPADA TO WS80-PREU-APLICAT
           ELSE IF WS80-BANDA-TEMPORADA NOT = SPACE
              MOVE WS80-PRE-TEMPORADA TO WS80-PREU-APLICAT
              IF PF19COD NOT = I80COD
                 MOVE 'S' TO WS80-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS80-DAT-SORTIDA >= PF19DDE
                       AND WS80-DAT-SORTIDA <= PF19FIN
                       AND WS80-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS80-PRE-RENDIMENT
                       MOVE PF19TIP TO WS80-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS80-DIES-ANT >= PF19DIE
                       AND WS80-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS80-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS80-DAT-SORTIDA >= PF19DDE
                       AND WS80-DAT-SORTIDA <= PF19FIN
                       AND WS80-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS80-PRE-TEMPORADA
           MOVE WS80-MOTIU TO I80RMOT
           MOVE I80TIP TO I80RTIP
           MOVE I80REF TO I80RREF
           MOVE I80CAM TO I80RCAM
           WRITE REG-INT80R
           ADD 1 TO WS80-NUM-REBUTJADES

      * INT80R es regenera cada nit: el rebuig queda tambe al
      * registre de demanda no servida (PF50) perque CBL67UNM
      * pugui valorar el que es perd mes enlla d'una nit.
           PERFORM ESCRIURE-DEMANDA THRU FIN-ESCRIURE-DEMANDA.
       FIN-ESCRIURE-REBUIG. EXIT.

       ESCRIURE-DEMANDA.
           MOVE 'DEMANDA   ' TO PF11CLA
           READ PF11 INVALID KEY
                MOVE 1 TO WS80-SEQ-DEMANDA
           MOVE 'WE' TO PF50ORI
           MOVE WS80-MOTIU TO PF50MOT
           WRITE REG-PF50.
       FIN-ESCRIURE-DEMANDA. EXIT.

      *----------------------------------------------------------*
      * Cancel·lacio per referencia ('C'): es carrega la fila     *
           MOVE ZEROS TO WS80-R-QTY-ROW
           MOVE ZEROS TO WS80-R-IMP-ROW
           MOVE ZEROS TO WS80-R-PRE-UNIT
           MOVE SPACES TO WS80-R-CAM
           MOVE SPACES TO WS80-R-OFI
           MOVE 'N' TO WS80-FI-PF02L1

           MOVE I80REF TO P2LREF
                    MOVE P2LNOM TO WS80-R-NOM
                    MOVE P2LQTY TO WS80-R-QTY-ROW
                    MOVE P2LIMP TO WS80-R-IMP-ROW
                    IF P2LOFI NOT = SPACES
                       MOVE P2LOFI TO WS80-R-OFI
                    END-IF
                    IF P2LCAM NOT = SPACES
                       MOVE P2LCAM TO WS80-R-CAM
                    END-IF
                 ELSE
                    ADD P2LQTY TO WS80-R-QTY-C
                 END-IF
           MOVE SPACES TO PF5SUP
           MOVE WS80-R-DATS TO PF5DATS
           MOVE SPACES TO PF5CLS
           MOVE I80REF TO PF5REF
           WRITE REG-PF05.
       FIN-DERIVAR-A-APROVACIO. EXIT.

           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE WS80-R-CAM TO PF2CAM
           MOVE ZEROS TO PF2DTO
           MOVE WS80-R-OFI TO PF2OFI
           WRITE REG-PF02.

           PERFORM TORNAR-CAMPANYA-REF THRU FIN-TORNAR-CAMPANYA-REF.
       FIN-ESCRIURE-HIST-CANC-REF. EXIT.

      *----------------------------------------------------------*
      * Torna a PF61USA el consum de la campanya de la referencia *
      * cancel·lada: les places cancel·lades si el topall es per  *
      * places, o l'us sencer quan la referencia queda sense cap  *
      * placa viva si es per usos. Mai per sota de zero.          *
      *----------------------------------------------------------*
       TORNAR-CAMPANYA-REF.
           IF WS80-R-CAM = SPACES
              GO FIN-TORNAR-CAMPANYA-REF
           END-IF.

           MOVE WS80-R-CAM TO PF61CAM
           READ PF61 INVALID KEY
                GO FIN-TORNAR-CAMPANYA-REF
           END-READ.

           IF PF61TOP-PLACES
              MOVE WS80-QTY-OPERAR TO WS80-CAM-CONSUM
           ELSE
              IF WS80-QTY-OPERAR < WS80-R-QTY-NET
                 GO FIN-TORNAR-CAMPANYA-REF
              END-IF
              MOVE 1 TO WS80-CAM-CONSUM
           END-IF.

           IF WS80-CAM-CONSUM > PF61USA
              MOVE ZEROS TO PF61USA
           ELSE
              SUBTRACT WS80-CAM-CONSUM FROM PF61USA
           END-IF.
           REWRITE REG-PF61.
       FIN-TORNAR-CAMPANYA-REF. EXIT.

      *----------------------------------------------------------*
      * Fila 'R' d'ampliacio amb la mateixa referencia i el preu  *
      * unitari que el client ja paga.                            *
           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE SPACES TO PF2CAM
           MOVE ZEROS TO PF2DTO
           MOVE WS80-R-OFI TO PF2OFI
           WRITE REG-PF02.
       FIN-AMPLIAR-RESERVA-REF. EXIT.

           MOVE 'CBL80INT' TO PF18USR
           SET PF18EST-PENDENT TO TRUE
           MOVE SPACES TO PF18SUP
           MOVE SPACES TO PF18PAG
           MOVE ZEROS TO PF18DTA
           MOVE ZEROS TO PF18DTG
           WRITE REG-PF18.
