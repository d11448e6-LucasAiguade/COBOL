       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL72DLT.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Canvis de disponibilitat per al partner web durant el     *
      * dia (INT72D). L'INT72 complet de CBL72AVL nomes surt a la *
      * nit i el partner venia tot el dia amb la foto de          *
      * l'anterior. El job resident CLP80CNT2 crida aquest        *
      * programa cada minut: es refa cada fila d'INT72 amb el     *
      * mateix calcul que CBL72AVL (places disponibles i marge de *
      * sobrereserva) i es compara amb la darrera publicada       *
      * (PF74). Nomes el que ha canviat surt a INT72D, sigui quin *
      * sigui el programa que ha mogut el comptador (pantalles,   *
      * carregues, contingents, alliberaments...), sense haver de *
      * tocar cap d'ells.                                         *
      *  - destinacio desactivada, sortida tancada o fila que ja  *
      *    no existeix: surt amb places i marge a zeros;          *
      *  - els contingents d'agencia (PF24) no son venda del      *
      *    partner: en surt el que mouen de l'estoc general.      *
      * Com que corre cada minut no escriu al diari PF30: si peta *
      * ja avisa operacions el job resident.                      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF01L1
              ASSIGN TO DATABASE-PF01L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P1LNOM WITH DUPLICATES.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY.

           SELECT PF01X
              ASSIGN TO DATABASE-PF01X
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF1XCOD.

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU.

           SELECT PF22
              ASSIGN TO DATABASE-PF22
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF22CLAU.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT PF74
              ASSIGN TO DATABASE-PF74
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF74CLAU
              FILE STATUS IS WS72D-STAT-PF74.

           SELECT INT72D
              ASSIGN TO DATABASE-INT72D
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS72D-STAT-INT72D.

       DATA DIVISION.
       FILE SECTION.
       FD PF01L1 LABEL RECORD IS STANDARD.
          COPY CPPF01L1.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF22 LABEL RECORD IS STANDARD.
          COPY CPPF22.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD PF74 LABEL RECORD IS STANDARD.
          COPY CPPF74.

       FD INT72D LABEL RECORD IS STANDARD.
          COPY CPINT72D.

       WORKING-STORAGE SECTION.
       01 WS72D-FI-PF01L1 PIC X(01) VALUE 'N'.
           88 WS72D-FI-PF01L1-SI VALUE 'S'.
       01 WS72D-FI-PF21 PIC X(01) VALUE 'N'.
           88 WS72D-FI-PF21-SI VALUE 'S'.
       01 WS72D-FI-PF22 PIC X(01) VALUE 'N'.
           88 WS72D-FI-PF22-SI VALUE 'S'.
       01 WS72D-FI-PF74 PIC X(01) VALUE 'N'.
           88 WS72D-FI-PF74-SI VALUE 'S'.
       01 WS72D-EXISTEIX PIC X(01) VALUE 'N'.
           88 WS72D-EXISTEIX-SI VALUE 'S'.

       01 WS72D-PCT-OVB-MAX PIC 9(3) VALUE 999.
       01 WS72D-PCT-OVB PIC 9(3).
       01 WS72D-OVS-ACTUAL PIC 9(3).
       01 WS72D-INACTIVA PIC X(01).
           88 WS72D-INACTIVA-SI VALUE 'S'.
       01 WS72D-PLACES-OVB PIC S9(5).
       01 WS72D-MARGE PIC S9(5).
       01 WS72D-NUM-CANVIS PIC 9(7) VALUE ZEROS.

      *----------------------------------------------------------*
      * Fila d'INT72 recalculada, a comparar amb PF74.            *
      *----------------------------------------------------------*
       01 WS72D-COD PIC 9(4).
       01 WS72D-DATS PIC 9(8).
       01 WS72D-CLS PIC X(02).
       01 WS72D-PLD PIC 9(3).
       01 WS72D-OVB PIC 9(3).

       01 WS72D-DAT PIC 9(8).
       01 WS72D-HOR PIC 9(6).

       01 WS72D-STAT-PF74 PIC X(02).
           88 WS72D-STAT-PF74-OK VALUES '00' '02'.
       01 WS72D-STAT-INT72D PIC X(02).
           88 WS72D-STAT-INT72D-OK VALUES '00' '02'.

       PROCEDURE DIVISION.

       MAIN.
           OPEN INPUT PF01L1
           OPEN INPUT PF01
           OPEN INPUT PF01X
           OPEN INPUT PF21
           OPEN INPUT PF22
           OPEN INPUT PF09
           OPEN I-O PF74
           OPEN OUTPUT INT72D

           IF NOT WS72D-STAT-PF74-OK OR NOT WS72D-STAT-INT72D-OK
              DISPLAY 'CBL72DLT: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT PF74   = ' WS72D-STAT-PF74
              DISPLAY 'ESTAT INT72D = ' WS72D-STAT-INT72D
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS72D-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS72D-HOR

           PERFORM LLEGIR-OVERBKMAX THRU FIN-LLEGIR-OVERBKMAX

           MOVE LOW-VALUES TO P1LNOM
           START PF01L1 KEY IS NOT LESS THAN P1LNOM
               INVALID KEY MOVE 'S' TO WS72D-FI-PF01L1
           END-START.

           PERFORM TRACTAR-DESTINACIO THRU FIN-TRACTAR-DESTINACIO
               UNTIL WS72D-FI-PF01L1-SI

           PERFORM REPASSAR-PUBLICADES THRU FIN-REPASSAR-PUBLICADES

           CLOSE PF01L1.
           CLOSE PF01.
           CLOSE PF01X.
           CLOSE PF21.
           CLOSE PF22.
           CLOSE PF09.
           CLOSE PF74.
           CLOSE INT72D.

           GOBACK.

       LLEGIR-OVERBKMAX.
           MOVE 'OVERBKMAX ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF9VAL TO WS72D-PCT-OVB-MAX
           END-READ.
       FIN-LLEGIR-OVERBKMAX. EXIT.

      *----------------------------------------------------------*
      * Mateix recorregut que CBL72AVL, pero les destinacions     *
      * desactivades tambe passen: totes les seves files valen    *
      * zero i, si el partner les tenia a la venda, en rep el     *
      * canvi.                                                    *
      *----------------------------------------------------------*
       TRACTAR-DESTINACIO.
           READ PF01L1 NEXT RECORD
               AT END MOVE 'S' TO WS72D-FI-PF01L1
           END-READ.

           IF WS72D-FI-PF01L1-SI
              GO FIN-TRACTAR-DESTINACIO
           END-IF.

           MOVE ZEROS TO WS72D-PCT-OVB
           MOVE ZEROS TO WS72D-OVS-ACTUAL
           MOVE 'N' TO WS72D-INACTIVA
           MOVE P1LCOD TO PF1XCOD
           READ PF01X INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF1XACT-INACTIVA
                   MOVE 'S' TO WS72D-INACTIVA
                END-IF
                MOVE PF1XOVB TO WS72D-PCT-OVB
                MOVE PF1XOVS TO WS72D-OVS-ACTUAL
           END-READ.

           IF WS72D-PCT-OVB > WS72D-PCT-OVB-MAX
              MOVE WS72D-PCT-OVB-MAX TO WS72D-PCT-OVB
           END-IF.

           MOVE P1LCOD TO WS72D-COD
           MOVE ZEROS TO WS72D-DATS
           MOVE SPACES TO WS72D-CLS
           IF WS72D-INACTIVA-SI
              MOVE ZEROS TO WS72D-PLD
              MOVE ZEROS TO WS72D-OVB
           ELSE
              COMPUTE WS72D-PLACES-OVB =
                  P1LPLAT * WS72D-PCT-OVB / 100
              COMPUTE WS72D-MARGE =
                  WS72D-PLACES-OVB - WS72D-OVS-ACTUAL
              IF WS72D-MARGE < ZEROS
                 MOVE ZEROS TO WS72D-MARGE
              END-IF
              MOVE P1LPLAD TO WS72D-PLD
              MOVE WS72D-MARGE TO WS72D-OVB
           END-IF.
           PERFORM COMPARAR-FILA THRU FIN-COMPARAR-FILA

           PERFORM TRACTAR-SORTIDES THRU FIN-TRACTAR-SORTIDES
           PERFORM TRACTAR-CLASSES THRU FIN-TRACTAR-CLASSES.
       FIN-TRACTAR-DESTINACIO. EXIT.

       TRACTAR-SORTIDES.
           MOVE 'N' TO WS72D-FI-PF21
           MOVE P1LCOD TO PF21COD
           MOVE LOW-VALUES TO PF21DAT
           START PF21 KEY IS NOT LESS THAN PF21CLAU
               INVALID KEY MOVE 'S' TO WS72D-FI-PF21
           END-START.

           PERFORM TRACTAR-SEGUENT-SORTIDA THRU
               FIN-TRACTAR-SEGUENT-SORTIDA
                   UNTIL WS72D-FI-PF21-SI
       FIN-TRACTAR-SORTIDES. EXIT.

       TRACTAR-SEGUENT-SORTIDA.
           READ PF21 NEXT RECORD
               AT END MOVE 'S' TO WS72D-FI-PF21
           END-READ.

           IF WS72D-FI-PF21-SI
              GO FIN-TRACTAR-SEGUENT-SORTIDA
           END-IF.

           IF PF21COD NOT = P1LCOD
              MOVE 'S' TO WS72D-FI-PF21
              GO FIN-TRACTAR-SEGUENT-SORTIDA
           END-IF.

           MOVE P1LCOD TO WS72D-COD
           MOVE PF21DAT TO WS72D-DATS
           MOVE SPACES TO WS72D-CLS
           IF WS72D-INACTIVA-SI OR NOT PF21EST-ACTIVA
              MOVE ZEROS TO WS72D-PLD
              MOVE ZEROS TO WS72D-OVB
           ELSE
              COMPUTE WS72D-PLACES-OVB =
                  PF21PLT * WS72D-PCT-OVB / 100
              COMPUTE WS72D-MARGE =
                  WS72D-PLACES-OVB - PF21OVS
              IF WS72D-MARGE < ZEROS
                 MOVE ZEROS TO WS72D-MARGE
              END-IF
              MOVE PF21PLD TO WS72D-PLD
              MOVE WS72D-MARGE TO WS72D-OVB
           END-IF.
           PERFORM COMPARAR-FILA THRU FIN-COMPARAR-FILA.
       FIN-TRACTAR-SEGUENT-SORTIDA. EXIT.

       TRACTAR-CLASSES.
           MOVE 'N' TO WS72D-FI-PF22
           MOVE P1LCOD TO PF22COD
           MOVE LOW-VALUES TO PF22CLS
           START PF22 KEY IS NOT LESS THAN PF22CLAU
               INVALID KEY MOVE 'S' TO WS72D-FI-PF22
           END-START.

           PERFORM TRACTAR-SEGUENT-CLASSE THRU
               FIN-TRACTAR-SEGUENT-CLASSE
                   UNTIL WS72D-FI-PF22-SI
       FIN-TRACTAR-CLASSES. EXIT.

       TRACTAR-SEGUENT-CLASSE.
           READ PF22 NEXT RECORD
               AT END MOVE 'S' TO WS72D-FI-PF22
           END-READ.

           IF WS72D-FI-PF22-SI
              GO FIN-TRACTAR-SEGUENT-CLASSE
           END-IF.

           IF PF22COD NOT = P1LCOD
              MOVE 'S' TO WS72D-FI-PF22
              GO FIN-TRACTAR-SEGUENT-CLASSE
           END-IF.

      * Les classes no tenen sobrereserva, com a CBL72AVL.
           MOVE P1LCOD TO WS72D-COD
           MOVE ZEROS TO WS72D-DATS
           MOVE PF22CLS TO WS72D-CLS
           MOVE ZEROS TO WS72D-OVB
           IF WS72D-INACTIVA-SI
              MOVE ZEROS TO WS72D-PLD
           ELSE
              MOVE PF22PLD TO WS72D-PLD
           END-IF.
           PERFORM COMPARAR-FILA THRU FIN-COMPARAR-FILA.
       FIN-TRACTAR-SEGUENT-CLASSE. EXIT.

      *----------------------------------------------------------*
      * Fila recalculada contra la publicada: si el partner no la *
      * tenia i val zero no cal dir-li res; si ha canviat surt a  *
      * INT72D i PF74 passa a tenir el valor nou.                 *
      *----------------------------------------------------------*
       COMPARAR-FILA.
           MOVE WS72D-COD TO PF74COD
           MOVE WS72D-DATS TO PF74DATS
           MOVE WS72D-CLS TO PF74CLS
           READ PF74 INVALID KEY
                IF WS72D-PLD = ZEROS AND WS72D-OVB = ZEROS
                   GO FIN-COMPARAR-FILA
                END-IF
                PERFORM ESCRIURE-CANVI THRU FIN-ESCRIURE-CANVI
                MOVE WS72D-PLD TO PF74PLD
                MOVE WS72D-OVB TO PF74OVB
                MOVE WS72D-DAT TO PF74DAT
                MOVE WS72D-HOR TO PF74HOR
                WRITE REG-PF74
                GO FIN-COMPARAR-FILA
           END-READ.

           IF PF74PLD = WS72D-PLD AND PF74OVB = WS72D-OVB
              GO FIN-COMPARAR-FILA
           END-IF.

           PERFORM ESCRIURE-CANVI THRU FIN-ESCRIURE-CANVI
           MOVE WS72D-PLD TO PF74PLD
           MOVE WS72D-OVB TO PF74OVB
           MOVE WS72D-DAT TO PF74DAT
           MOVE WS72D-HOR TO PF74HOR
           REWRITE REG-PF74.
       FIN-COMPARAR-FILA. EXIT.

       ESCRIURE-CANVI.
           MOVE WS72D-COD TO I72DCOD
           MOVE WS72D-DATS TO I72DDATS
           MOVE WS72D-CLS TO I72DCLS
           MOVE WS72D-PLD TO I72DPLD
           MOVE WS72D-OVB TO I72DOVB
           MOVE WS72D-DAT TO I72DDAT
           MOVE WS72D-HOR TO I72DHOR
           WRITE REG-INT72D
           ADD 1 TO WS72D-NUM-CANVIS.
       FIN-ESCRIURE-CANVI. EXIT.

      *----------------------------------------------------------*
      * Files publicades la destinacio, sortida o classe de les   *
      * quals s'ha esborrat: el recorregut principal ja no les    *
      * troba, aixi que es tanquen aqui a zeros i surten de PF74. *
      *----------------------------------------------------------*
       REPASSAR-PUBLICADES.
           MOVE 'N' TO WS72D-FI-PF74
           MOVE LOW-VALUES TO PF74CLAU
           START PF74 KEY IS NOT LESS THAN PF74CLAU
               INVALID KEY MOVE 'S' TO WS72D-FI-PF74
           END-START.

           PERFORM REPASSAR-SEGUENT-PUBLICADA THRU
               FIN-REPASSAR-SEGUENT-PUBLICADA
                   UNTIL WS72D-FI-PF74-SI
       FIN-REPASSAR-PUBLICADES. EXIT.

       REPASSAR-SEGUENT-PUBLICADA.
           READ PF74 NEXT RECORD
               AT END MOVE 'S' TO WS72D-FI-PF74
           END-READ.

           IF WS72D-FI-PF74-SI
              GO FIN-REPASSAR-SEGUENT-PUBLICADA
           END-IF.

           MOVE 'S' TO WS72D-EXISTEIX
           EVALUATE TRUE
               WHEN PF74CLS NOT = SPACES
                   MOVE PF74COD TO PF22COD
                   MOVE PF74CLS TO PF22CLS
                   READ PF22 INVALID KEY
                        MOVE 'N' TO WS72D-EXISTEIX
                   END-READ
               WHEN PF74DATS NOT = ZEROS
                   MOVE PF74COD TO PF21COD
                   MOVE PF74DATS TO PF21DAT
                   READ PF21 INVALID KEY
                        MOVE 'N' TO WS72D-EXISTEIX
                   END-READ
               WHEN OTHER
                   MOVE PF74COD TO PF1COD
                   READ PF01 INVALID KEY
                        MOVE 'N' TO WS72D-EXISTEIX
                   END-READ
           END-EVALUATE.

           IF WS72D-EXISTEIX-SI
              GO FIN-REPASSAR-SEGUENT-PUBLICADA
           END-IF.

           IF PF74PLD NOT = ZEROS OR PF74OVB NOT = ZEROS
              MOVE PF74COD TO WS72D-COD
              MOVE PF74DATS TO WS72D-DATS
              MOVE PF74CLS TO WS72D-CLS
              MOVE ZEROS TO WS72D-PLD
              MOVE ZEROS TO WS72D-OVB
              PERFORM ESCRIURE-CANVI THRU FIN-ESCRIURE-CANVI
           END-IF.

           DELETE PF74 RECORD.
       FIN-REPASSAR-SEGUENT-PUBLICADA. EXIT.
