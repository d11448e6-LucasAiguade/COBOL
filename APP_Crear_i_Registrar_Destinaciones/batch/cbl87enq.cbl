       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL87ENQ.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Invitacions a l'enquesta de satisfaccio: recorre els      *
      * embarcaments de PF41 i, per cada reserva embarcada que ja *
      * fa 'ENQDIES' dies que va sortir (PF09, 3 si no hi es) i   *
      * que encara no te enquesta a PF64, escriu una fila a       *
      * INT87E per al proveidor de l'enquesta amb el contacte del *
      * client (PF13), la destinacio, la data de sortida, el      *
      * vehicle (primer de PF35) i el proveidor de l'hotel (linia *
      * 'H' de PF39 de la sortida o, si no n'hi ha, de l'agregat  *
      * de la destinacio), i deixa l'enquesta a PF64 com a        *
      * INVITAT. Nomes es miren 30 dies enrere: una sortida mes   *
      * antiga ja no s'enquesta. Les reserves sense client, amb   *
      * el client de baixa o sense correu ni telefon no surten, i *
      * es tornen a mirar l'endema per si s'ha corregit la fitxa. *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF41
              ASSIGN TO DATABASE-PF41
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF41CLAU
              FILE STATUS IS WS87E-STAT-PF41.

           SELECT PF64
              ASSIGN TO DATABASE-PF64
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF64CLAU
              FILE STATUS IS WS87E-STAT-PF64.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2LREF WITH DUPLICATES.

           SELECT PF13
              ASSIGN TO DATABASE-PF13
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF13COD.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY.

           SELECT PF35
              ASSIGN TO DATABASE-PF35
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF35CLAU.

           SELECT PF38
              ASSIGN TO DATABASE-PF38
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF38PRV.

           SELECT PF39
              ASSIGN TO DATABASE-PF39
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF39CLAU.

           SELECT PF09
              ASSIGN TO DATABASE-PF09
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF9CLA.

           SELECT INT87E
              ASSIGN TO DATABASE-INT87E
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS87E-STAT-INT87E.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS87E-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF41 LABEL RECORD IS STANDARD.
          COPY CPPF41.

       FD PF64 LABEL RECORD IS STANDARD.
          COPY CPPF64.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD PF13 LABEL RECORD IS STANDARD.
          COPY CPPF13.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF35 LABEL RECORD IS STANDARD.
          COPY CPPF35.

       FD PF38 LABEL RECORD IS STANDARD.
          COPY CPPF38.

       FD PF39 LABEL RECORD IS STANDARD.
          COPY CPPF39.

       FD PF09 LABEL RECORD IS STANDARD.
          COPY CPPF09.

       FD INT87E LABEL RECORD IS STANDARD.
          COPY CPINT87E.

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS87E-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS87E-FI-FITXER-SI VALUE 'S'.
       01 WS87E-FI-PF02L1 PIC X(01).
           88 WS87E-FI-PF02L1-SI VALUE 'S'.
       01 WS87E-FI-PF35 PIC X(01).
           88 WS87E-FI-PF35-SI VALUE 'S'.
       01 WS87E-FI-PF39 PIC X(01).
           88 WS87E-FI-PF39-SI VALUE 'S'.

       01 WS87E-AVUI PIC 9(8).
       01 WS87E-DIES-ENQUESTA PIC 9(3) VALUE 3.
       01 WS87E-DIES-MAXIM PIC 9(3).
       01 WS87E-DIES-INT PIC S9(9).

       01 WS87E-CLI PIC 9(6).
       01 WS87E-VEH PIC X(06).
       01 WS87E-HOT PIC X(04).
       01 WS87E-DATS-HOTEL PIC 9(8).

       01 WS87E-NUM-INVITATS PIC 9(7) VALUE ZEROS.

       01 WS87E-STAT-PF41 PIC X(02).
           88 WS87E-STAT-PF41-OK VALUES '00' '02'.
       01 WS87E-STAT-PF64 PIC X(02).
           88 WS87E-STAT-PF64-OK VALUES '00' '02'.
       01 WS87E-STAT-INT87E PIC X(02).
           88 WS87E-STAT-INT87E-OK VALUES '00' '02'.

       01 WS87E-STAT-PF30 PIC X(02).
           88 WS87E-STAT-PF30-OK VALUES '00' '02'.
       01 WS87E-JRN-DAT PIC 9(8).
       01 WS87E-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF41
           OPEN I-O PF64
           OPEN INPUT PF02L1
           OPEN INPUT PF13
           OPEN INPUT PF01
           OPEN INPUT PF35
           OPEN INPUT PF38
           OPEN INPUT PF39
           OPEN INPUT PF09
           OPEN OUTPUT INT87E

           IF NOT WS87E-STAT-PF41-OK OR NOT WS87E-STAT-PF64-OK
              OR NOT WS87E-STAT-INT87E-OK
              DISPLAY 'CBL87ENQ: ERROR OBRINT FITXERS'
              DISPLAY 'ESTAT PF41   = ' WS87E-STAT-PF41
              DISPLAY 'ESTAT PF64   = ' WS87E-STAT-PF64
              DISPLAY 'ESTAT INT87E = ' WS87E-STAT-INT87E
              GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS87E-AVUI

           MOVE 'ENQDIES   ' TO PF9CLA
           READ PF09 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                IF PF9VAL > ZEROS
                   MOVE PF9VAL TO WS87E-DIES-ENQUESTA
                END-IF
           END-READ.
           COMPUTE WS87E-DIES-MAXIM = WS87E-DIES-ENQUESTA + 30

           MOVE LOW-VALUES TO PF41CLAU
           START PF41 KEY IS NOT LESS THAN PF41CLAU
               INVALID KEY MOVE 'S' TO WS87E-FI-FITXER
           END-START.

           PERFORM TRACTAR-EMBARCAMENT THRU FIN-TRACTAR-EMBARCAMENT
               UNTIL WS87E-FI-FITXER-SI

           CLOSE PF41.
           CLOSE PF64.
           CLOSE PF02L1.
           CLOSE PF13.
           CLOSE PF01.
           CLOSE PF35.
           CLOSE PF38.
           CLOSE PF39.
           CLOSE PF09.
           CLOSE INT87E.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Un embarcament dins de la finestra de l'enquesta, sense   *
      * enquesta encara i amb un client localitzable: invitacio   *
      * a INT87E i fila 'I' a PF64.                               *
      *----------------------------------------------------------*
       TRACTAR-EMBARCAMENT.
           READ PF41 NEXT RECORD
               AT END MOVE 'S' TO WS87E-FI-FITXER
           END-READ.

           IF WS87E-FI-FITXER-SI OR NOT PF41EST-EMBARCAT
              GO FIN-TRACTAR-EMBARCAMENT
           END-IF.

           COMPUTE WS87E-DIES-INT =
               FUNCTION INTEGER-OF-DATE (WS87E-AVUI) -
               FUNCTION INTEGER-OF-DATE (PF41DATS)
           IF WS87E-DIES-INT < WS87E-DIES-ENQUESTA
              OR WS87E-DIES-INT > WS87E-DIES-MAXIM
              GO FIN-TRACTAR-EMBARCAMENT
           END-IF.

           MOVE PF41CLAU TO PF64CLAU
           READ PF64 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                GO FIN-TRACTAR-EMBARCAMENT
           END-READ.

           PERFORM BUSCAR-CLIENT THRU FIN-BUSCAR-CLIENT
           IF WS87E-CLI = ZEROS
              GO FIN-TRACTAR-EMBARCAMENT
           END-IF.

           MOVE WS87E-CLI TO PF13COD
           READ PF13 INVALID KEY
                GO FIN-TRACTAR-EMBARCAMENT
           END-READ.

           IF NOT PF13EST-ACTIU
              GO FIN-TRACTAR-EMBARCAMENT
           END-IF.

           IF PF13EML = SPACES AND PF13TEL = SPACES
              GO FIN-TRACTAR-EMBARCAMENT
           END-IF.

           PERFORM BUSCAR-VEHICLE THRU FIN-BUSCAR-VEHICLE
           PERFORM BUSCAR-HOTEL THRU FIN-BUSCAR-HOTEL

           MOVE PF41COD TO I87ECOD
           MOVE PF41DATS TO I87EDATS
           MOVE PF41REF TO I87EREF
           MOVE PF13COD TO I87ECLI
           MOVE PF13NOM TO I87ENOM
           MOVE PF13EML TO I87EEML
           MOVE PF13TEL TO I87ETEL
           MOVE PF13LNG TO I87ELNG
           MOVE WS87E-VEH TO I87EVEH
           MOVE WS87E-HOT TO I87EHOT

           MOVE SPACES TO I87EDES
           MOVE PF41COD TO PF1COD
           READ PF01 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF1NOM TO I87EDES
           END-READ

           MOVE SPACES TO I87EHNO
           IF WS87E-HOT NOT = SPACES
              MOVE WS87E-HOT TO PF38PRV
              READ PF38 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF38NOM TO I87EHNO
              END-READ
           END-IF
           WRITE REG-INT87E

           MOVE PF41CLAU TO PF64CLAU
           MOVE PF13COD TO PF64CLI
           MOVE WS87E-VEH TO PF64VEH
           MOVE WS87E-HOT TO PF64HOT
           SET PF64EST-INVITAT TO TRUE
           MOVE WS87E-AVUI TO PF64DIN
           MOVE ZEROS TO PF64DRE
           MOVE ZEROS TO PF64PGL
           MOVE ZEROS TO PF64PAU
           MOVE ZEROS TO PF64PHO
           MOVE ZEROS TO PF64PGU
           WRITE REG-PF64
           ADD 1 TO WS87E-NUM-INVITATS.
       FIN-TRACTAR-EMBARCAMENT. EXIT.

      *----------------------------------------------------------*
      * Client de la reserva: el de la fila 'R' de PF02L1 de la   *
      * mateixa referencia, destinacio i sortida (com CBL40).     *
      *----------------------------------------------------------*
       BUSCAR-CLIENT.
           MOVE ZEROS TO WS87E-CLI
           MOVE 'N' TO WS87E-FI-PF02L1
           MOVE PF41REF TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS87E-FI-PF02L1
           END-START.

           PERFORM LLEGIR-FILA-RESERVA THRU FIN-LLEGIR-FILA-RESERVA
               UNTIL WS87E-FI-PF02L1-SI.
       FIN-BUSCAR-CLIENT. EXIT.

       LLEGIR-FILA-RESERVA.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS87E-FI-PF02L1
           END-READ.

           IF NOT WS87E-FI-PF02L1-SI
              IF P2LREF NOT = PF41REF
                 MOVE 'S' TO WS87E-FI-PF02L1
              ELSE
                 IF P2LCOD = PF41COD AND P2LDATS = PF41DATS
                    AND P2LTIP-RESERVA AND P2LCLI NOT = ZEROS
                    MOVE P2LCLI TO WS87E-CLI
                    MOVE 'S' TO WS87E-FI-PF02L1
                 END-IF
              END-IF
           END-IF.
       FIN-LLEGIR-FILA-RESERVA. EXIT.

      *----------------------------------------------------------*
      * Primer vehicle assignat a la sortida (PF35, per placa).   *
      *----------------------------------------------------------*
       BUSCAR-VEHICLE.
           MOVE SPACES TO WS87E-VEH
           MOVE 'N' TO WS87E-FI-PF35
           MOVE PF41COD TO PF35COD
           MOVE PF41DATS TO PF35DAT
           MOVE LOW-VALUES TO PF35VEH
           START PF35 KEY IS NOT LESS THAN PF35CLAU
               INVALID KEY MOVE 'S' TO WS87E-FI-PF35
           END-START.

           IF NOT WS87E-FI-PF35-SI
              READ PF35 NEXT RECORD
                  AT END MOVE 'S' TO WS87E-FI-PF35
              END-READ
              IF NOT WS87E-FI-PF35-SI
                 IF PF35COD = PF41COD AND PF35DAT = PF41DATS
                    MOVE PF35VEH TO WS87E-VEH
                 END-IF
              END-IF
           END-IF.
       FIN-BUSCAR-VEHICLE. EXIT.

      *----------------------------------------------------------*
      * Proveidor de l'hotel: linia 'H' de PF39 de la sortida i,  *
      * si no en te, la del comptador agregat (data a zeros).     *
      *----------------------------------------------------------*
       BUSCAR-HOTEL.
           MOVE SPACES TO WS87E-HOT
           MOVE PF41DATS TO WS87E-DATS-HOTEL
           PERFORM BUSCAR-LINIA-HOTEL THRU FIN-BUSCAR-LINIA-HOTEL

           IF WS87E-HOT = SPACES
              MOVE ZEROS TO WS87E-DATS-HOTEL
              PERFORM BUSCAR-LINIA-HOTEL THRU FIN-BUSCAR-LINIA-HOTEL
           END-IF.
       FIN-BUSCAR-HOTEL. EXIT.

       BUSCAR-LINIA-HOTEL.
           MOVE 'N' TO WS87E-FI-PF39
           MOVE PF41COD TO PF39COD
           MOVE WS87E-DATS-HOTEL TO PF39DATS
           MOVE LOW-VALUES TO PF39SEQ
           START PF39 KEY IS NOT LESS THAN PF39CLAU
               INVALID KEY MOVE 'S' TO WS87E-FI-PF39
           END-START.

           PERFORM LLEGIR-LINIA-COST THRU FIN-LLEGIR-LINIA-COST
               UNTIL WS87E-FI-PF39-SI.
       FIN-BUSCAR-LINIA-HOTEL. EXIT.

       LLEGIR-LINIA-COST.
           READ PF39 NEXT RECORD
               AT END MOVE 'S' TO WS87E-FI-PF39
           END-READ.

           IF NOT WS87E-FI-PF39-SI
              IF PF39COD NOT = PF41COD
                 OR PF39DATS NOT = WS87E-DATS-HOTEL
                 MOVE 'S' TO WS87E-FI-PF39
              ELSE
                 IF PF39TIP-HOTEL
                    MOVE PF39PRV TO WS87E-HOT
                    MOVE 'S' TO WS87E-FI-PF39
                 END-IF
              END-IF
           END-IF.
       FIN-LLEGIR-LINIA-COST. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS87E-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS87E-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS87E-JRN-HIN
           MOVE 'CBL87ENQ' TO PF30PGM
           MOVE WS87E-JRN-DAT TO PF30DAT
           MOVE WS87E-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS87E-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL87ENQ' TO PF30PGM
           MOVE WS87E-JRN-DAT TO PF30DAT
           MOVE WS87E-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS87E-NUM-INVITATS TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
