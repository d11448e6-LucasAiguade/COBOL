       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL66QUA.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Informe trimestral de qualitat, company de CBL66INC per a *
      * les renovacions de contracte: posa les notes mitjanes de  *
      * les enquestes de satisfaccio contestades (PF64, sortides  *
      * del trimestre tancat) al costat del nombre d'incidencies  *
      * de PF48 del mateix trimestre (per data d'alta, com        *
      * CBL66INC), en tres blocs:                                 *
      *  - per destinacio: notes global, d'autocar, d'hotel i de  *
      *    guia, i incidencies de la destinacio;                  *
      *  - per proveidor: nota d'hotel de les enquestes on era    *
      *    el proveidor de l'hotel, i incidencies on consta com a *
      *    proveidor implicat;                                    *
      *  - per vehicle: nota d'autocar i incidencies de les       *
      *    sortides on era el primer vehicle assignat (PF35).     *
      * Les notes en blanc (zeros) no entren a la mitjana; una    *
      * mitjana de 0,0 vol dir que no hi ha cap nota.             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF64
              ASSIGN TO DATABASE-PF64
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF64CLAU.

           SELECT PF48
              ASSIGN TO DATABASE-PF48
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF48SEQ.

           SELECT PF35
              ASSIGN TO DATABASE-PF35
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF35CLAU.

           SELECT PF01
              ASSIGN TO DATABASE-PF01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY.

           SELECT PF38
              ASSIGN TO DATABASE-PF38
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF38PRV.

           SELECT RPT66Q
              ASSIGN TO PRINTER-RPT66Q.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS66Q-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF64 LABEL RECORD IS STANDARD.
          COPY CPPF64.

       FD PF48 LABEL RECORD IS STANDARD.
          COPY CPPF48.

       FD PF35 LABEL RECORD IS STANDARD.
          COPY CPPF35.

       FD PF01 LABEL RECORD IS STANDARD.
       01 REG-PF01.
          COPY DDS-ALL-FORMAT OF PF01.

       FD PF38 LABEL RECORD IS STANDARD.
          COPY CPPF38.

       FD RPT66Q LABEL RECORD IS OMITTED
                 RECORDING MODE IS F.
       01 LINIA-RPT66Q PIC X(80).

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS66Q-FI-PF64 PIC X(01) VALUE 'N'.
           88 WS66Q-FI-PF64-SI VALUE 'S'.
       01 WS66Q-FI-PF48 PIC X(01) VALUE 'N'.
           88 WS66Q-FI-PF48-SI VALUE 'S'.
       01 WS66Q-FI-PF35 PIC X(01).
           88 WS66Q-FI-PF35-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Trimestre natural anterior a la data d'execucio, mateixa  *
      * mecanica que CBL66INC.                                    *
      *----------------------------------------------------------*
       01 WS66Q-AVUI.
           05 WS66Q-AVUI-AAAA PIC 9(4).
           05 WS66Q-AVUI-MM PIC 9(2).
           05 WS66Q-AVUI-DD PIC 9(2).
       01 WS66Q-DDE PIC 9(8).
       01 WS66Q-DDE-R REDEFINES WS66Q-DDE.
           05 WS66Q-DDE-AAAA PIC 9(4).
           05 WS66Q-DDE-MM PIC 9(2).
           05 WS66Q-DDE-DD PIC 9(2).
       01 WS66Q-FIN PIC 9(8).
       01 WS66Q-FIN-R REDEFINES WS66Q-FIN.
           05 WS66Q-FIN-AAAA PIC 9(4).
           05 WS66Q-FIN-MM PIC 9(2).
           05 WS66Q-FIN-DD PIC 9(2).

      *----------------------------------------------------------*
      * Acumulats per destinacio, per proveidor i per vehicle:    *
      * per a cada nota, quantes n'hi ha (N) i la suma (S).       *
      *----------------------------------------------------------*
       01 WS66Q-NUM-DESTINS PIC 9(3).
       01 WS66Q-D PIC 9(3).
       01 TAULA-DESTINS.
           05 TD-ENTRY OCCURS 200 TIMES.
               10 TD-COD PIC 9(4).
               10 TD-RES PIC 9(5).
               10 TD-NGL PIC 9(5).
               10 TD-SGL PIC 9(7).
               10 TD-NAU PIC 9(5).
               10 TD-SAU PIC 9(7).
               10 TD-NHO PIC 9(5).
               10 TD-SHO PIC 9(7).
               10 TD-NGU PIC 9(5).
               10 TD-SGU PIC 9(7).
               10 TD-INC PIC 9(5).

       01 WS66Q-NUM-PROVS PIC 9(3).
       01 WS66Q-P PIC 9(3).
       01 TAULA-PROVS.
           05 TP-ENTRY OCCURS 200 TIMES.
               10 TP-PRV PIC X(4).
               10 TP-RES PIC 9(5).
               10 TP-NHO PIC 9(5).
               10 TP-SHO PIC 9(7).
               10 TP-INC PIC 9(5).

       01 WS66Q-NUM-VEHICLES PIC 9(3).
       01 WS66Q-V PIC 9(3).
       01 TAULA-VEHICLES.
           05 TV-ENTRY OCCURS 200 TIMES.
               10 TV-VEH PIC X(6).
               10 TV-RES PIC 9(5).
               10 TV-NAU PIC 9(5).
               10 TV-SAU PIC 9(7).
               10 TV-INC PIC 9(5).

       01 WS66Q-TROBAT PIC X(01).
       01 WS66Q-COD-CERCA PIC 9(4).
       01 WS66Q-PRV-CERCA PIC X(4).
       01 WS66Q-VEH-CERCA PIC X(6).

       01 WS66Q-SUMA PIC 9(7).
       01 WS66Q-NUM PIC 9(5).
       01 WS66Q-MITJA PIC 9(2)V9.

       01 WS66Q-NUM-ENQUESTES PIC 9(7) VALUE ZEROS.

       01 CAP66Q-01.
           05 FILLER PIC X(24) VALUE
              'QUALITAT DEL TRIMESTRE'.
           05 C66Q-DDE PIC 9(8).
           05 FILLER PIC X(03) VALUE ' A '.
           05 C66Q-FIN PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.

       01 TIT66Q-01 PIC X(80).

       01 CAP66Q-02.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 FILLER PIC X(22) VALUE 'DESTINACIO'.
           05 FILLER PIC X(07) VALUE 'RESP.'.
           05 FILLER PIC X(07) VALUE 'GLOBAL'.
           05 FILLER PIC X(07) VALUE 'AUTOC.'.
           05 FILLER PIC X(07) VALUE 'HOTEL'.
           05 FILLER PIC X(07) VALUE 'GUIA'.
           05 FILLER PIC X(07) VALUE 'INCID.'.
           05 FILLER PIC X(10) VALUE SPACES.

       01 CAP66Q-03.
           05 FILLER PIC X(06) VALUE 'PROV'.
           05 FILLER PIC X(32) VALUE 'NOM'.
           05 FILLER PIC X(07) VALUE 'RESP.'.
           05 FILLER PIC X(07) VALUE 'HOTEL'.
           05 FILLER PIC X(07) VALUE 'INCID.'.
           05 FILLER PIC X(21) VALUE SPACES.

       01 CAP66Q-04.
           05 FILLER PIC X(10) VALUE 'VEHICLE'.
           05 FILLER PIC X(07) VALUE 'RESP.'.
           05 FILLER PIC X(07) VALUE 'AUTOC.'.
           05 FILLER PIC X(07) VALUE 'INCID.'.
           05 FILLER PIC X(49) VALUE SPACES.

       01 DET66Q-01.
           05 D66Q-COD  PIC 9(4).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D66Q-NOM  PIC X(20).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D66Q-RES  PIC ZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D66Q-MGL  PIC Z9,9.
           05 FILLER    PIC X(03) VALUE SPACES.
           05 D66Q-MAU  PIC Z9,9.
           05 FILLER    PIC X(03) VALUE SPACES.
           05 D66Q-MHO  PIC Z9,9.
           05 FILLER    PIC X(03) VALUE SPACES.
           05 D66Q-MGU  PIC Z9,9.
           05 FILLER    PIC X(03) VALUE SPACES.
           05 D66Q-INC  PIC ZZZZ9.
           05 FILLER    PIC X(12) VALUE SPACES.

       01 DET66Q-02.
           05 D66Q-PRV  PIC X(4).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D66Q-PNOM PIC X(30).
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D66Q-PRES PIC ZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D66Q-PMHO PIC Z9,9.
           05 FILLER    PIC X(03) VALUE SPACES.
           05 D66Q-PINC PIC ZZZZ9.
           05 FILLER    PIC X(23) VALUE SPACES.

       01 DET66Q-03.
           05 D66Q-VEH  PIC X(6).
           05 FILLER    PIC X(04) VALUE SPACES.
           05 D66Q-VRES PIC ZZZZ9.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 D66Q-VMAU PIC Z9,9.
           05 FILLER    PIC X(03) VALUE SPACES.
           05 D66Q-VINC PIC ZZZZ9.
           05 FILLER    PIC X(51) VALUE SPACES.

       01 WS66Q-STAT-PF30 PIC X(02).
           88 WS66Q-STAT-PF30-OK VALUES '00' '02'.
       01 WS66Q-JRN-DAT PIC 9(8).
       01 WS66Q-JRN-HIN PIC 9(6).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI

           OPEN INPUT PF64
           OPEN INPUT PF48
           OPEN INPUT PF35
           OPEN INPUT PF01
           OPEN INPUT PF38
           OPEN OUTPUT RPT66Q

           PERFORM CALCULAR-TRIMESTRE THRU FIN-CALCULAR-TRIMESTRE

           MOVE ZEROS TO WS66Q-NUM-DESTINS
           MOVE ZEROS TO WS66Q-NUM-PROVS
           MOVE ZEROS TO WS66Q-NUM-VEHICLES

           MOVE LOW-VALUES TO PF64CLAU
           START PF64 KEY IS NOT LESS THAN PF64CLAU
               INVALID KEY MOVE 'S' TO WS66Q-FI-PF64
           END-START.

           PERFORM ACUMULAR-ENQUESTA THRU FIN-ACUMULAR-ENQUESTA
               UNTIL WS66Q-FI-PF64-SI

           MOVE LOW-VALUES TO PF48SEQ
           START PF48 KEY IS NOT LESS THAN PF48SEQ
               INVALID KEY MOVE 'S' TO WS66Q-FI-PF48
           END-START.

           PERFORM ACUMULAR-INCIDENCIA THRU FIN-ACUMULAR-INCIDENCIA
               UNTIL WS66Q-FI-PF48-SI

           MOVE WS66Q-DDE TO C66Q-DDE
           MOVE WS66Q-FIN TO C66Q-FIN
           WRITE LINIA-RPT66Q FROM CAP66Q-01 AFTER ADVANCING PAGE.

           MOVE 'PER DESTINACIO' TO TIT66Q-01
           WRITE LINIA-RPT66Q FROM TIT66Q-01 AFTER ADVANCING 2 LINES.
           WRITE LINIA-RPT66Q FROM CAP66Q-02 AFTER ADVANCING 2 LINES.
           MOVE 1 TO WS66Q-D
           PERFORM IMPRIMIR-DESTI THRU FIN-IMPRIMIR-DESTI
               UNTIL WS66Q-D > WS66Q-NUM-DESTINS

           MOVE 'PER PROVEIDOR' TO TIT66Q-01
           WRITE LINIA-RPT66Q FROM TIT66Q-01 AFTER ADVANCING 3 LINES.
           WRITE LINIA-RPT66Q FROM CAP66Q-03 AFTER ADVANCING 2 LINES.
           MOVE 1 TO WS66Q-P
           PERFORM IMPRIMIR-PROVEIDOR THRU FIN-IMPRIMIR-PROVEIDOR
               UNTIL WS66Q-P > WS66Q-NUM-PROVS

           MOVE 'PER VEHICLE' TO TIT66Q-01
           WRITE LINIA-RPT66Q FROM TIT66Q-01 AFTER ADVANCING 3 LINES.
           WRITE LINIA-RPT66Q FROM CAP66Q-04 AFTER ADVANCING 2 LINES.
           MOVE 1 TO WS66Q-V
           PERFORM IMPRIMIR-VEHICLE THRU FIN-IMPRIMIR-VEHICLE
               UNTIL WS66Q-V > WS66Q-NUM-VEHICLES

           CLOSE PF64.
           CLOSE PF48.
           CLOSE PF35.
           CLOSE PF01.
           CLOSE PF38.
           CLOSE RPT66Q.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

       CALCULAR-TRIMESTRE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS66Q-AVUI

           MOVE WS66Q-AVUI-AAAA TO WS66Q-DDE-AAAA
           MOVE WS66Q-AVUI-AAAA TO WS66Q-FIN-AAAA
           MOVE 01 TO WS66Q-DDE-DD
           MOVE 31 TO WS66Q-FIN-DD

           EVALUATE TRUE
               WHEN WS66Q-AVUI-MM <= 3
                   SUBTRACT 1 FROM WS66Q-DDE-AAAA
                   SUBTRACT 1 FROM WS66Q-FIN-AAAA
                   MOVE 10 TO WS66Q-DDE-MM
                   MOVE 12 TO WS66Q-FIN-MM
               WHEN WS66Q-AVUI-MM <= 6
                   MOVE 01 TO WS66Q-DDE-MM
                   MOVE 03 TO WS66Q-FIN-MM
               WHEN WS66Q-AVUI-MM <= 9
                   MOVE 04 TO WS66Q-DDE-MM
                   MOVE 06 TO WS66Q-FIN-MM
               WHEN OTHER
                   MOVE 07 TO WS66Q-DDE-MM
                   MOVE 09 TO WS66Q-FIN-MM
           END-EVALUATE.
       FIN-CALCULAR-TRIMESTRE. EXIT.

      *----------------------------------------------------------*
      * Enquesta contestada d'una sortida del trimestre: notes a  *
      * la destinacio, al proveidor de l'hotel i al vehicle.      *
      *----------------------------------------------------------*
       ACUMULAR-ENQUESTA.
           READ PF64 NEXT RECORD
               AT END MOVE 'S' TO WS66Q-FI-PF64
           END-READ.

           IF WS66Q-FI-PF64-SI OR NOT PF64EST-RESPOSTA
              GO FIN-ACUMULAR-ENQUESTA
           END-IF.

           IF PF64DATS < WS66Q-DDE OR PF64DATS > WS66Q-FIN
              GO FIN-ACUMULAR-ENQUESTA
           END-IF.

           ADD 1 TO WS66Q-NUM-ENQUESTES

           MOVE PF64COD TO WS66Q-COD-CERCA
           PERFORM SITUAR-DESTI THRU FIN-SITUAR-DESTI
           IF WS66Q-D > ZEROS
              ADD 1 TO TD-RES (WS66Q-D)
              IF PF64PGL > ZEROS
                 ADD 1 TO TD-NGL (WS66Q-D)
                 ADD PF64PGL TO TD-SGL (WS66Q-D)
              END-IF
              IF PF64PAU > ZEROS
                 ADD 1 TO TD-NAU (WS66Q-D)
                 ADD PF64PAU TO TD-SAU (WS66Q-D)
              END-IF
              IF PF64PHO > ZEROS
                 ADD 1 TO TD-NHO (WS66Q-D)
                 ADD PF64PHO TO TD-SHO (WS66Q-D)
              END-IF
              IF PF64PGU > ZEROS
                 ADD 1 TO TD-NGU (WS66Q-D)
                 ADD PF64PGU TO TD-SGU (WS66Q-D)
              END-IF
           END-IF.

           IF PF64HOT NOT = SPACES
              MOVE PF64HOT TO WS66Q-PRV-CERCA
              PERFORM SITUAR-PROVEIDOR THRU FIN-SITUAR-PROVEIDOR
              IF WS66Q-P > ZEROS
                 ADD 1 TO TP-RES (WS66Q-P)
                 IF PF64PHO > ZEROS
                    ADD 1 TO TP-NHO (WS66Q-P)
                    ADD PF64PHO TO TP-SHO (WS66Q-P)
                 END-IF
              END-IF
           END-IF.

           IF PF64VEH NOT = SPACES
              MOVE PF64VEH TO WS66Q-VEH-CERCA
              PERFORM SITUAR-VEHICLE THRU FIN-SITUAR-VEHICLE
              IF WS66Q-V > ZEROS
                 ADD 1 TO TV-RES (WS66Q-V)
                 IF PF64PAU > ZEROS
                    ADD 1 TO TV-NAU (WS66Q-V)
                    ADD PF64PAU TO TV-SAU (WS66Q-V)
                 END-IF
              END-IF
           END-IF.
       FIN-ACUMULAR-ENQUESTA. EXIT.

      *----------------------------------------------------------*
      * Incidencia del trimestre (per data d'alta, com CBL66INC): *
      * compta a la destinacio, al proveidor implicat i, si va    *
      * lligada a una sortida, al primer vehicle de la sortida.   *
      *----------------------------------------------------------*
       ACUMULAR-INCIDENCIA.
           READ PF48 NEXT RECORD
               AT END MOVE 'S' TO WS66Q-FI-PF48
           END-READ.

           IF WS66Q-FI-PF48-SI
              GO FIN-ACUMULAR-INCIDENCIA
           END-IF.

           IF PF48DAT < WS66Q-DDE OR PF48DAT > WS66Q-FIN
              GO FIN-ACUMULAR-INCIDENCIA
           END-IF.

           IF PF48COD NOT = ZEROS
              MOVE PF48COD TO WS66Q-COD-CERCA
              PERFORM SITUAR-DESTI THRU FIN-SITUAR-DESTI
              IF WS66Q-D > ZEROS
                 ADD 1 TO TD-INC (WS66Q-D)
              END-IF
           END-IF.

           IF PF48PRV NOT = SPACES
              MOVE PF48PRV TO WS66Q-PRV-CERCA
              PERFORM SITUAR-PROVEIDOR THRU FIN-SITUAR-PROVEIDOR
              IF WS66Q-P > ZEROS
                 ADD 1 TO TP-INC (WS66Q-P)
              END-IF
           END-IF.

           IF PF48COD = ZEROS OR PF48DATS = ZEROS
              GO FIN-ACUMULAR-INCIDENCIA
           END-IF.

           MOVE 'N' TO WS66Q-FI-PF35
           MOVE PF48COD TO PF35COD
           MOVE PF48DATS TO PF35DAT
           MOVE LOW-VALUES TO PF35VEH
           START PF35 KEY IS NOT LESS THAN PF35CLAU
               INVALID KEY MOVE 'S' TO WS66Q-FI-PF35
           END-START.

           IF WS66Q-FI-PF35-SI
              GO FIN-ACUMULAR-INCIDENCIA
           END-IF.

           READ PF35 NEXT RECORD
               AT END MOVE 'S' TO WS66Q-FI-PF35
           END-READ.

           IF WS66Q-FI-PF35-SI
              OR PF35COD NOT = PF48COD OR PF35DAT NOT = PF48DATS
              GO FIN-ACUMULAR-INCIDENCIA
           END-IF.

           MOVE PF35VEH TO WS66Q-VEH-CERCA
           PERFORM SITUAR-VEHICLE THRU FIN-SITUAR-VEHICLE
           IF WS66Q-V > ZEROS
              ADD 1 TO TV-INC (WS66Q-V)
           END-IF.
       FIN-ACUMULAR-INCIDENCIA. EXIT.

      *----------------------------------------------------------*
      * Localitzen (o donen d'alta) la fila de la taula; l'index  *
      * torna a zeros si la taula ja es plena.                    *
      *----------------------------------------------------------*
       SITUAR-DESTI.
           MOVE 'N' TO WS66Q-TROBAT
           MOVE 1 TO WS66Q-D
           PERFORM CERCAR-DESTI THRU FIN-CERCAR-DESTI
               UNTIL WS66Q-D > WS66Q-NUM-DESTINS
                  OR WS66Q-TROBAT = 'S'

           IF WS66Q-TROBAT NOT = 'S'
              IF WS66Q-NUM-DESTINS >= 200
                 MOVE ZEROS TO WS66Q-D
                 GO FIN-SITUAR-DESTI
              END-IF
              ADD 1 TO WS66Q-NUM-DESTINS
              MOVE WS66Q-NUM-DESTINS TO WS66Q-D
              INITIALIZE TD-ENTRY (WS66Q-D)
              MOVE WS66Q-COD-CERCA TO TD-COD (WS66Q-D)
           END-IF.
       FIN-SITUAR-DESTI. EXIT.

       CERCAR-DESTI.
           IF TD-COD (WS66Q-D) = WS66Q-COD-CERCA
              MOVE 'S' TO WS66Q-TROBAT
           ELSE
              ADD 1 TO WS66Q-D
           END-IF.
       FIN-CERCAR-DESTI. EXIT.

       SITUAR-PROVEIDOR.
           MOVE 'N' TO WS66Q-TROBAT
           MOVE 1 TO WS66Q-P
           PERFORM CERCAR-PROVEIDOR THRU FIN-CERCAR-PROVEIDOR
               UNTIL WS66Q-P > WS66Q-NUM-PROVS
                  OR WS66Q-TROBAT = 'S'

           IF WS66Q-TROBAT NOT = 'S'
              IF WS66Q-NUM-PROVS >= 200
                 MOVE ZEROS TO WS66Q-P
                 GO FIN-SITUAR-PROVEIDOR
              END-IF
              ADD 1 TO WS66Q-NUM-PROVS
              MOVE WS66Q-NUM-PROVS TO WS66Q-P
              INITIALIZE TP-ENTRY (WS66Q-P)
              MOVE WS66Q-PRV-CERCA TO TP-PRV (WS66Q-P)
           END-IF.
       FIN-SITUAR-PROVEIDOR. EXIT.

       CERCAR-PROVEIDOR.
           IF TP-PRV (WS66Q-P) = WS66Q-PRV-CERCA
              MOVE 'S' TO WS66Q-TROBAT
           ELSE
              ADD 1 TO WS66Q-P
           END-IF.
       FIN-CERCAR-PROVEIDOR. EXIT.

       SITUAR-VEHICLE.
           MOVE 'N' TO WS66Q-TROBAT
           MOVE 1 TO WS66Q-V
           PERFORM CERCAR-VEHICLE THRU FIN-CERCAR-VEHICLE
               UNTIL WS66Q-V > WS66Q-NUM-VEHICLES
                  OR WS66Q-TROBAT = 'S'

           IF WS66Q-TROBAT NOT = 'S'
              IF WS66Q-NUM-VEHICLES >= 200
                 MOVE ZEROS TO WS66Q-V
                 GO FIN-SITUAR-VEHICLE
              END-IF
              ADD 1 TO WS66Q-NUM-VEHICLES
              MOVE WS66Q-NUM-VEHICLES TO WS66Q-V
              INITIALIZE TV-ENTRY (WS66Q-V)
              MOVE WS66Q-VEH-CERCA TO TV-VEH (WS66Q-V)
           END-IF.
       FIN-SITUAR-VEHICLE. EXIT.

       CERCAR-VEHICLE.
           IF TV-VEH (WS66Q-V) = WS66Q-VEH-CERCA
              MOVE 'S' TO WS66Q-TROBAT
           ELSE
              ADD 1 TO WS66Q-V
           END-IF.
       FIN-CERCAR-VEHICLE. EXIT.

       CALCULAR-MITJA.
           IF WS66Q-NUM > ZEROS
              COMPUTE WS66Q-MITJA ROUNDED = WS66Q-SUMA / WS66Q-NUM
           ELSE
              MOVE ZEROS TO WS66Q-MITJA
           END-IF.
       FIN-CALCULAR-MITJA. EXIT.

       IMPRIMIR-DESTI.
           MOVE TD-COD (WS66Q-D) TO D66Q-COD
           MOVE SPACES TO D66Q-NOM
           MOVE TD-COD (WS66Q-D) TO PF1COD
           READ PF01 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF1NOM TO D66Q-NOM
           END-READ
           MOVE TD-RES (WS66Q-D) TO D66Q-RES

           MOVE TD-SGL (WS66Q-D) TO WS66Q-SUMA
           MOVE TD-NGL (WS66Q-D) TO WS66Q-NUM
           PERFORM CALCULAR-MITJA THRU FIN-CALCULAR-MITJA
           MOVE WS66Q-MITJA TO D66Q-MGL

           MOVE TD-SAU (WS66Q-D) TO WS66Q-SUMA
           MOVE TD-NAU (WS66Q-D) TO WS66Q-NUM
           PERFORM CALCULAR-MITJA THRU FIN-CALCULAR-MITJA
           MOVE WS66Q-MITJA TO D66Q-MAU

           MOVE TD-SHO (WS66Q-D) TO WS66Q-SUMA
           MOVE TD-NHO (WS66Q-D) TO WS66Q-NUM
           PERFORM CALCULAR-MITJA THRU FIN-CALCULAR-MITJA
           MOVE WS66Q-MITJA TO D66Q-MHO

           MOVE TD-SGU (WS66Q-D) TO WS66Q-SUMA
           MOVE TD-NGU (WS66Q-D) TO WS66Q-NUM
           PERFORM CALCULAR-MITJA THRU FIN-CALCULAR-MITJA
           MOVE WS66Q-MITJA TO D66Q-MGU

           MOVE TD-INC (WS66Q-D) TO D66Q-INC
           WRITE LINIA-RPT66Q FROM DET66Q-01 AFTER ADVANCING 1 LINE
           ADD 1 TO WS66Q-D.
       FIN-IMPRIMIR-DESTI. EXIT.

       IMPRIMIR-PROVEIDOR.
           MOVE TP-PRV (WS66Q-P) TO D66Q-PRV
           MOVE SPACES TO D66Q-PNOM
           MOVE TP-PRV (WS66Q-P) TO PF38PRV
           READ PF38 INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE PF38NOM TO D66Q-PNOM
           END-READ
           MOVE TP-RES (WS66Q-P) TO D66Q-PRES

           MOVE TP-SHO (WS66Q-P) TO WS66Q-SUMA
           MOVE TP-NHO (WS66Q-P) TO WS66Q-NUM
           PERFORM CALCULAR-MITJA THRU FIN-CALCULAR-MITJA
           MOVE WS66Q-MITJA TO D66Q-PMHO

           MOVE TP-INC (WS66Q-P) TO D66Q-PINC
           WRITE LINIA-RPT66Q FROM DET66Q-02 AFTER ADVANCING 1 LINE
           ADD 1 TO WS66Q-P.
       FIN-IMPRIMIR-PROVEIDOR. EXIT.

       IMPRIMIR-VEHICLE.
           MOVE TV-VEH (WS66Q-V) TO D66Q-VEH
           MOVE TV-RES (WS66Q-V) TO D66Q-VRES

           MOVE TV-SAU (WS66Q-V) TO WS66Q-SUMA
           MOVE TV-NAU (WS66Q-V) TO WS66Q-NUM
           PERFORM CALCULAR-MITJA THRU FIN-CALCULAR-MITJA
           MOVE WS66Q-MITJA TO D66Q-VMAU

           MOVE TV-INC (WS66Q-V) TO D66Q-VINC
           WRITE LINIA-RPT66Q FROM DET66Q-03 AFTER ADVANCING 1 LINE
           ADD 1 TO WS66Q-V.
       FIN-IMPRIMIR-VEHICLE. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i recompte si el proces acaba be; una  *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           OPEN I-O PF30
           IF NOT WS66Q-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS66Q-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS66Q-JRN-HIN
           MOVE 'CBL66QUA' TO PF30PGM
           MOVE WS66Q-JRN-DAT TO PF30DAT
           MOVE WS66Q-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS66Q-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL66QUA' TO PF30PGM
           MOVE WS66Q-JRN-DAT TO PF30DAT
           MOVE WS66Q-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS66Q-NUM-ENQUESTES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
