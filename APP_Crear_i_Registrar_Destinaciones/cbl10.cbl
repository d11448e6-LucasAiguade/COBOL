              RECORD KEY IS PF32NUM
              FILE STATUS IS WS10-STAT-PF32.

           SELECT PF61
              ASSIGN TO DATABASE-PF61
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF61CAM
              FILE STATUS IS WS10-STAT-PF61.

           SELECT PF62
              ASSIGN TO DATABASE-PF62
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF62CLAU
              FILE STATUS IS WS10-STAT-PF62.

           SELECT PF02L1
              ASSIGN TO DATABASE-PF02L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P2LREF WITH DUPLICATES
              FILE STATUS IS WS10-STAT-PF02L1.

           SELECT DSPF01
               ASSIGN TO WORKSTATION-DSPF01
               ORGANIZATION IS TRANSACTION
               FILE STATUS IS WS10-STAT-DSPF01.

      *----------------------------------------------------------*
      * Tot el que grava un paquet va sota control de compromis:  *
      * es confirma sencer o es desfa sencer.                     *
      *----------------------------------------------------------*
       I-O-CONTROL.
           COMMITMENT CONTROL FOR PF01 PF01X PF02 PF03 PF11 PF06
               PF14 PF18 PF21 PF31 PF32 PF43 PF61.

       DATA DIVISION.
       FILE SECTION.
       FD PF07 LABEL RECORD IS STANDARD.
       FD PF32 LABEL RECORD IS STANDARD.
          COPY CPPF32.

       FD PF61 LABEL RECORD IS STANDARD.
          COPY CPPF61.

       FD PF62 LABEL RECORD IS STANDARD.
          COPY CPPF62.

       FD PF02L1 LABEL RECORD IS STANDARD.
          COPY CPPF02L1.

       FD DSPF01 LABEL RECORD IS OMITTED.
       01 REG-DSPF01.
           COPY DDS-ALL-FORMAT OF DSPF01.
           05 WP10QNE PIC 9(3).
           05 WP10QSE PIC 9(3).
           05 WP10QIN PIC 9(3).
           05 WP10QSI PIC 9(3).
           05 WP10DIP PIC 9(7)V99.
           05 WP10VAL PIC 9(9).
           05 WP10CAM PIC X(10).
           05 WP10REF PIC 9(9).
           05 WP10ERR PIC X(40).

       01 WS10-FI-FITXER PIC X(01) VALUE 'N'.
           88 WS10-BLOQUEIG-DETECTAT-SI VALUE 'S'.
       01 WS10-ERROR-GRAVAT PIC X(01) VALUE 'N'.
           88 WS10-ERROR-GRAVAT-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Justificants (CBL92CNF) de les linies gravades: es        *
      * guarden aqui durant la passada d'aplicacio i nomes        *
      * s'imprimeixen un cop confirmada la transaccio, perque un  *
      * paquet desfet no deixi justificants de places que no      *
      * s'han reservat.                                           *
      *----------------------------------------------------------*
       01 WS10-NUM-JUST PIC 9(3) COMP-3.
       01 WS10-IDX-JUST PIC 9(3) COMP-3.
       01 TAULA-JUSTIFICANTS.
           05 TJ-ENTRY OCCURS 999 TIMES.
               10 TJ-COD PIC 9(4).
               10 TJ-NOM PIC X(30).
               10 TJ-PRE PIC 9(5)V99.
       01 WS10-TROBAT-ESPERA PIC X(01) VALUE 'N'.
           88 WS10-TROBAT-ESPERA-SI VALUE 'S'.
       01 WS10-FI-ESPERA PIC X(01) VALUE 'N'.
           05 TM-ENTRY OCCURS 999 TIMES.
               10 TM-DTU PIC 9(8).
               10 TM-HRU PIC 9(6).
               10 TM-CAM PIC X(10).

       01 WS10-STAT-PF07 PIC X(02).
           88 WS10-STAT-PF07-OK VALUES '00' '02'.
       01 WS10-BANDA-ANTICIPADA PIC X(01).
       01 WS10-PRE-TEMPORADA PIC 9(5)V99.
       01 WS10-BANDA-TEMPORADA PIC X(01).
       01 WS10-PRE-RENDIMENT PIC 9(5)V99.
       01 WS10-BANDA-RENDIMENT PIC X(01).

      *----------------------------------------------------------*
      * Penalitzacio de la linia cancel·lada (regles PF20), amb   *
       01 WS10-DAT-VENC-SALDO PIC 9(8).
       01 WS10-DIES-VENC-INT PIC S9(9).

      *----------------------------------------------------------*
      * Codi de campanya del paquet (PF61/PF62): el descompte     *
      * s'aplica nomes a les linies la destinacio de les quals    *
      * cobreix la campanya (en percentatge a cada linia i        *
      * l'import fix per placa una sola vegada, a la primera      *
      * linia coberta), i el paquet consumeix un sol us o WP10QTY *
      * places. Si no en cobreix cap, el paquet es rebutja.       *
      *----------------------------------------------------------*
       01 WS10-STAT-PF61 PIC X(02).
           88 WS10-STAT-PF61-OK VALUES '00' '02'.
       01 WS10-STAT-PF62 PIC X(02).
           88 WS10-STAT-PF62-OK VALUES '00' '02'.
       01 WS10-CAMPANYA-KO PIC X(01) VALUE 'N'.
           88 WS10-CAMPANYA-KO-SI VALUE 'S'.
       01 WS10-AMB-CAMPANYA PIC X(01) VALUE 'N'.
           88 WS10-AMB-CAMPANYA-SI VALUE 'S'.
       01 WS10-CAM-TOTES PIC X(01) VALUE 'N'.
           88 WS10-CAM-TOTES-SI VALUE 'S'.
       01 WS10-LINIA-CAMPANYA PIC X(01) VALUE 'N'.
           88 WS10-LINIA-CAMPANYA-SI VALUE 'S'.
       01 WS10-DTO-FIX-FET PIC X(01) VALUE 'N'.
           88 WS10-DTO-FIX-FET-SI VALUE 'S'.
       01 WS10-CAM-MOD PIC X(01).
           88 WS10-CAM-MOD-PCT VALUE 'P'.
       01 WS10-CAM-VAL PIC 9(5)V99.
       01 WS10-CAM-CONSUM PIC 9(5).
       01 WS10-LINIES-CAMPANYA PIC 9(3) COMP-3.
       01 WS10-IMP-DTO PIC 9(7)V99.

      *----------------------------------------------------------*
      * Cancel·lacio amb la referencia del paquet (WP10REF): per  *
      * a cada linia, places encara vives de la referencia per la *
      * destinacio (reservades menys cancel·lades abans) i la     *
      * campanya amb que es va reservar (TM-CAM). WS10-QTY-REF-CAM*
      * es el minim de places vives de les linies amb campanya,   *
      * per tornar-la una sola vegada per paquet, com CBL03.      *
      *----------------------------------------------------------*
       01 WS10-STAT-PF02L1 PIC X(02).
           88 WS10-STAT-PF02L1-OK VALUES '00' '02'.
       01 WS10-FI-PF02L1 PIC X(01) VALUE 'N'.
           88 WS10-FI-PF02L1-SI VALUE 'S'.
       01 WS10-REF-KO PIC X(01) VALUE 'N'.
           88 WS10-REF-KO-SI VALUE 'S'.
       01 WS10-CAM-REF PIC X(10).
       01 WS10-QTY-REF PIC 9(5).
       01 WS10-QTY-CAN-REF PIC 9(5).
       01 WS10-QTY-REF-CAM PIC 9(5).

           COPY CPUSRJ.

       01 WS10-FUN-AUT PIC X(02).
       01 WS10-NIV-AUT PIC 9(01).
       01 WS10-PERMES-AUT PIC X(01).
       01 WS10-AUDIT-AUT PIC X(01).
       01 WS10-USR-OFI PIC X(10) VALUE SPACES.
       01 WS10-OFI PIC X(03).

       PROCEDURE DIVISION.

           OPEN I-O PF14
           OPEN I-O PF31
           OPEN I-O PF32
           OPEN I-O PF61
           OPEN INPUT PF62
           OPEN INPUT PF02L1

           IF NOT WS10-STAT-DSPF01-OK OR NOT WS10-STAT-PF07-OK
              OR NOT WS10-STAT-PF08-OK OR NOT WS10-STAT-PF01-OK
              OR NOT WS10-STAT-PF43-OK OR NOT WS10-STAT-PF44-OK
              OR NOT WS10-STAT-PF09-OK OR NOT WS10-STAT-PF14-OK
              OR NOT WS10-STAT-PF31-OK OR NOT WS10-STAT-PF32-OK
              OR NOT WS10-STAT-PF61-OK OR NOT WS10-STAT-PF62-OK
              OR NOT WS10-STAT-PF02L1-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS10-USR-OFI WS10-OFI

           INITIALIZE WP10
           PERFORM REGISTRAR-RESERVA-PAQUET.

           MOVE ZEROS TO WP10QNE
           MOVE ZEROS TO WP10QSE
           MOVE ZEROS TO WP10QIN
           MOVE ZEROS TO WP10QSI
           MOVE ZEROS TO WP10DIP
           MOVE ZEROS TO WP10VAL
           MOVE SPACES TO WP10CAM
           MOVE ZEROS TO WP10REF

           PERFORM MUESTRO-P10 THRU FIN-MUESTRO-P10

              PERFORM REGISTRAR-RESERVA-PAQUET
           END-IF.

           IF WP10QSI > WP10QTY
              MOVE 'Mes individuals que places al grup' TO WP10ERR
              PERFORM REGISTRAR-RESERVA-PAQUET
           END-IF.

           IF WP10ACC = 'C' AND WP10MOT = SPACES
              MOVE 'Indica el motiu de la cancel·lacio' TO WP10ERR
              PERFORM REGISTRAR-RESERVA-PAQUET

       EXISTEIX-PAQUET.
           MOVE PF7NOM TO WP10NOM
           MOVE 'N' TO WS10-ERROR-GRAVAT
           MOVE 'N' TO WS10-BLOQUEIG-DETECTAT
           MOVE ZEROS TO WS10-NUM-JUST

           IF WP10ACC = 'C'
              PERFORM CANCELAR-PAQUET THRU FIN-CANCELAR-PAQUET
              PERFORM RESERVAR-PAQUET THRU FIN-RESERVAR-PAQUET
           END-IF.

           PERFORM TANCAR-TRANSACCIO THRU FIN-TANCAR-TRANSACCIO

           PERFORM REGISTRAR-RESERVA-PAQUET
       FIN-EXISTEIX-PAQUET. EXIT.

      *----------------------------------------------------------*
      * Punt unic de tancament de la transaccio del paquet: una   *
      * gravacio fallida o una linia modificada per un altre      *
      * treball desfan totes les linies ja aplicades (ROLLBACK);  *
      * si no, es confirma tot i surten els justificants.         *
      *----------------------------------------------------------*
       TANCAR-TRANSACCIO.
           IF WS10-ERROR-GRAVAT-SI OR WS10-BLOQUEIG-DETECTAT-SI
              ROLLBACK
              IF WS10-ERROR-GRAVAT-SI
                 MOVE 'No sha pogut gravar, torna-ho a intentar'
                      TO WP10ERR
              END-IF
              GO FIN-TANCAR-TRANSACCIO
           END-IF.

           COMMIT.

           PERFORM EMETRE-JUSTIFICANT THRU FIN-EMETRE-JUSTIFICANT
               VARYING WS10-IDX-JUST FROM 1 BY 1
               UNTIL WS10-IDX-JUST > WS10-NUM-JUST.
       FIN-TANCAR-TRANSACCIO. EXIT.

       EMETRE-JUSTIFICANT.
           CALL 'CBL92CNF' USING WS10-REF-RESERVA
                                 TJ-COD (WS10-IDX-JUST)
                                 TJ-NOM (WS10-IDX-JUST)
                                 TJ-PRE (WS10-IDX-JUST)
                                 WP10PNT.
       FIN-EMETRE-JUSTIFICANT. EXIT.

       RESERVAR-PAQUET.
           PERFORM COMPROVAR-CAMPANYA THRU FIN-COMPROVAR-CAMPANYA
           IF WS10-CAMPANYA-KO-SI
              GO FIN-RESERVAR-PAQUET
           END-IF.

           PERFORM VALIDAR-PAQUET THRU FIN-VALIDAR-PAQUET

           IF NOT WS10-TOT-OK-SI
              GO FIN-RESERVAR-PAQUET
           END-IF.

           IF WS10-AMB-CAMPANYA-SI AND WS10-LINIES-CAMPANYA = ZEROS
              MOVE 'Campanya no valida per a cap destinacio'
                   TO WP10ERR
              GO FIN-RESERVAR-PAQUET
           END-IF.

           PERFORM COMPROVAR-DIPOSIT THRU FIN-COMPROVAR-DIPOSIT
           IF WS10-DIPOSIT-KO-SI
              GO FIN-RESERVAR-PAQUET
           PERFORM OBTENIR-REFERENCIA THRU FIN-OBTENIR-REFERENCIA
      * La linia d'ancillari s'escriu abans d'aplicar el paquet:
      * el justificant de cada linia (CBL92CNF, cridat des de
      * TANCAR-TRANSACCIO) la llegeix de PF43, com fa CBL02.
           PERFORM ESCRIURE-ANCILLARI THRU FIN-ESCRIURE-ANCILLARI
           PERFORM APLICAR-PAQUET THRU FIN-APLICAR-PAQUET
           IF WS10-ERROR-GRAVAT-SI
              MOVE 'Registre modificat, torna-ho a provar'
                   TO WP10ERR
           ELSE
              PERFORM CONSUMIR-CAMPANYA THRU FIN-CONSUMIR-CAMPANYA
              PERFORM GRAVAR-DIPOSIT THRU FIN-GRAVAR-DIPOSIT
              PERFORM ESCRIURE-PLA-PAGAMENT THRU
                  FIN-ESCRIURE-PLA-PAGAMENT
              ELSE
                 MOVE 'Sha cancelat el paquet perfectament' TO WP10ERR
                 MOVE ZEROS TO WP10COD
                 MOVE ZEROS TO WP10REF
                 MOVE SPACES TO WP10NOM
              END-IF
           ELSE
              IF WS10-REF-KO-SI
                 MOVE 'La referencia no te tantes places vives'
                      TO WP10ERR
              ELSE
                 MOVE 'No hi ha prou places reservades' TO WP10ERR
              END-IF
           END-IF.
       FIN-CANCELAR-PAQUET. EXIT.

           MOVE 'N' TO WS10-FI-FITXER
           MOVE ZEROS TO WS10-IDX-LINIA
           MOVE ZEROS TO WS10-IMP-PAQUET
           MOVE ZEROS TO WS10-LINIES-CAMPANYA
           MOVE 'N' TO WS10-DTO-FIX-FET
           MOVE WP10COD TO PF7COD OF PF8CLAU
           MOVE LOW-VALUES TO PF8SEQ
           START PF08 KEY IS NOT LESS THAN PF8CLAU
           PERFORM RESOLDRE-PREU THRU FIN-RESOLDRE-PREU
           PERFORM CALCULAR-IMPORT-GRUP THRU
               FIN-CALCULAR-IMPORT-GRUP
           ADD WS10-IMP-CARREC TO WS10-IMP-PAQUET
           IF WS10-LINIA-CAMPANYA-SI
              ADD 1 TO WS10-LINIES-CAMPANYA
           END-IF.
       FIN-SUMAR-IMPORT-LINIA. EXIT.

      *----------------------------------------------------------*
           MOVE WP10DIP TO PF14IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF14DAT
           MOVE CPUSRJ-NOM-USUARI TO PF14USR
           MOVE WS10-OFI TO PF14OFI
           WRITE REG-PF14
           IF NOT WS10-STAT-PF14-OK
              MOVE 'S' TO WS10-ERROR-GRAVAT
           END-IF.

           IF WS10-AMB-VAL = 'S'
              MOVE WP10VAL TO PF32NUM
                      SET PF32EST-ESGOTAT TO TRUE
                   END-IF
                   REWRITE REG-PF32
                   IF NOT WS10-STAT-PF32-OK
                      MOVE 'S' TO WS10-ERROR-GRAVAT
                   END-IF
              END-READ
           END-IF.

           SET PF31TIP-DIPOSIT TO TRUE
           MOVE WS10-IMP-DIPOSIT TO PF31IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF31DAT
           WRITE REG-PF31
           IF NOT WS10-STAT-PF31-OK
              MOVE 'S' TO WS10-ERROR-GRAVAT
           END-IF.

           MOVE WS10-REF-RESERVA TO PF31REF
           MOVE 2 TO PF31SEQ
           SET PF31TIP-SALDO TO TRUE
           MOVE WS10-IMP-SALDO TO PF31IMP
           MOVE WS10-DAT-VENC-SALDO TO PF31DAT
           WRITE REG-PF31
           IF NOT WS10-STAT-PF31-OK
              MOVE 'S' TO WS10-ERROR-GRAVAT
           END-IF.
       FIN-ESCRIURE-PLA-PAGAMENT. EXIT.

      *----------------------------------------------------------*
           MOVE 'N' TO WS10-BLOQUEIG-DETECTAT
           MOVE 'N' TO WS10-ERROR-GRAVAT
           MOVE ZEROS TO WS10-IDX-LINIA
           MOVE 'N' TO WS10-DTO-FIX-FET
           MOVE WP10COD TO PF7COD OF PF8CLAU
           MOVE LOW-VALUES TO PF8SEQ
           START PF08 KEY IS NOT LESS THAN PF8CLAU
              SET PF3EST-OFERTA TO TRUE
              MOVE FUNCTION CURRENT-DATE (1:8) TO PF3DOF
              REWRITE REG-PF03
              IF NOT WS10-STAT-PF03-OK
                 MOVE 'S' TO WS10-ERROR-GRAVAT
              END-IF
           END-IF.
       FIN-OFERIR-LLISTA-ESPERA. EXIT.

      * Primera passada, nomes de lectura, per a la cancel·lacio:  *
      * comprova que totes les linies del paquet tenen prou places*
      * reservades (PF1PLAT - PF1PLAD) per desfer-ne WP10QTY,      *
      * abans de tocar cap PF01. Amb referencia informada, cap     *
      * linia pot cancel·lar mes places de les que la referencia   *
      * te encara vives per aquella destinacio.                    *
      *----------------------------------------------------------*
       VALIDAR-CANCELACIO-PAQUET.
           MOVE 'S' TO WS10-TOT-OK
           MOVE 'N' TO WS10-REF-KO
           MOVE SPACES TO WS10-CAM-REF
           MOVE 99999 TO WS10-QTY-REF-CAM
           MOVE 'N' TO WS10-FI-FITXER
           MOVE ZEROS TO WS10-IDX-LINIA
           MOVE WP10COD TO PF7COD OF PF8CLAU
                 MOVE PF8DST TO PF1COD
                 MOVE ZEROS TO TM-DTU (WS10-IDX-LINIA)
                 MOVE ZEROS TO TM-HRU (WS10-IDX-LINIA)
                 MOVE SPACES TO TM-CAM (WS10-IDX-LINIA)
                 IF WP10REF NOT = ZEROS
                    PERFORM CERCAR-REF-LINIA THRU
                        FIN-CERCAR-REF-LINIA
                    IF WP10QTY > WS10-QTY-REF
                       MOVE 'N' TO WS10-TOT-OK
                       MOVE 'S' TO WS10-REF-KO
                    END-IF
                 END-IF
                 READ PF01 INVALID KEY
                      MOVE 'N' TO WS10-TOT-OK
                      NOT INVALID KEY
           END-IF.
       FIN-VALIDAR-LINIA-CANCEL. EXIT.

      *----------------------------------------------------------*
      * Recorre les files de la referencia del paquet (PF02L1)    *
      * per la destinacio de la linia (PF1COD): places reservades *
      * ('R') i campanya amb que es van fer, menys les places de  *
      * cancel·lacions anteriors ('C'). WS10-QTY-REF queda amb    *
      * les places encara vives de la linia.                      *
      *----------------------------------------------------------*
       CERCAR-REF-LINIA.
           MOVE ZEROS TO WS10-QTY-REF
           MOVE ZEROS TO WS10-QTY-CAN-REF
           MOVE 'N' TO WS10-FI-PF02L1
           MOVE WP10REF TO P2LREF
           START PF02L1 KEY IS NOT LESS THAN P2LREF
               INVALID KEY MOVE 'S' TO WS10-FI-PF02L1
           END-START.

           PERFORM CERCAR-SEGUENT-FILA-REF THRU
               FIN-CERCAR-SEGUENT-FILA-REF
                   UNTIL WS10-FI-PF02L1-SI.

           IF WS10-QTY-CAN-REF >= WS10-QTY-REF
              MOVE ZEROS TO WS10-QTY-REF
           ELSE
              SUBTRACT WS10-QTY-CAN-REF FROM WS10-QTY-REF
           END-IF.

           IF TM-CAM (WS10-IDX-LINIA) NOT = SPACES
              MOVE TM-CAM (WS10-IDX-LINIA) TO WS10-CAM-REF
              IF WS10-QTY-REF < WS10-QTY-REF-CAM
                 MOVE WS10-QTY-REF TO WS10-QTY-REF-CAM
              END-IF
           END-IF.
       FIN-CERCAR-REF-LINIA. EXIT.

       CERCAR-SEGUENT-FILA-REF.
           READ PF02L1 NEXT RECORD
               AT END MOVE 'S' TO WS10-FI-PF02L1
           END-READ.

           IF NOT WS10-FI-PF02L1-SI
              IF P2LREF NOT = WP10REF
                 MOVE 'S' TO WS10-FI-PF02L1
              ELSE IF P2LCOD = PF1COD
                 IF P2LTIP-RESERVA
                    ADD P2LQTY TO WS10-QTY-REF
                    IF P2LCAM NOT = SPACES
                       MOVE P2LCAM TO TM-CAM (WS10-IDX-LINIA)
                    END-IF
                 ELSE
                    ADD P2LQTY TO WS10-QTY-CAN-REF
                 END-IF
              END-IF
              END-IF
           END-IF.
       FIN-CERCAR-SEGUENT-FILA-REF. EXIT.

      *----------------------------------------------------------*
      * Segona passada de la cancel·lacio: ja se sap que totes les*
      * linies tenen prou places reservades, aixi que ara si es   *

           PERFORM APLICAR-LINIA-CANCEL THRU FIN-APLICAR-LINIA-CANCEL
               UNTIL WS10-FI-FITXER-SI

           PERFORM TORNAR-CAMPANYA THRU FIN-TORNAR-CAMPANYA.
       FIN-APLICAR-CANCELACIO-PAQUET. EXIT.

      *----------------------------------------------------------*
      * Torna a PF61USA, una sola vegada per paquet, el consum de *
      * la campanya de la referencia: les places cancel·lades     *
      * (topall per places) o l'us sencer quan la cancel·lacio    *
      * s'emporta totes les places que quedaven vives (topall per *
      * usos). Si ja no en quedava cap de viva no hi ha res a     *
      * tornar, i mai mes places de les vives ni per sota de zero.*
      *----------------------------------------------------------*
       TORNAR-CAMPANYA.
           IF WP10REF = ZEROS OR WS10-CAM-REF = SPACES
              OR WS10-QTY-REF-CAM = ZEROS
              GO FIN-TORNAR-CAMPANYA
           END-IF.

           MOVE WS10-CAM-REF TO PF61CAM
           READ PF61 INVALID KEY
                GO FIN-TORNAR-CAMPANYA
           END-READ.

           IF PF61TOP-PLACES
              IF WP10QTY > WS10-QTY-REF-CAM
                 MOVE WS10-QTY-REF-CAM TO WS10-CAM-CONSUM
              ELSE
                 MOVE WP10QTY TO WS10-CAM-CONSUM
              END-IF
           ELSE
              IF WP10QTY < WS10-QTY-REF-CAM
                 GO FIN-TORNAR-CAMPANYA
              END-IF
              MOVE 1 TO WS10-CAM-CONSUM
           END-IF.

           IF WS10-CAM-CONSUM > PF61USA
              MOVE ZEROS TO PF61USA
           ELSE
              SUBTRACT WS10-CAM-CONSUM FROM PF61USA
           END-IF.

           REWRITE REG-PF61
           IF NOT WS10-STAT-PF61-OK
              MOVE 'S' TO WS10-ERROR-GRAVAT
           END-IF.
       FIN-TORNAR-CAMPANYA. EXIT.

       APLICAR-LINIA-CANCEL.
           READ PF08 NEXT RECORD
               AT END MOVE 'S' TO WS10-FI-FITXER
           MOVE WP10QNE TO PF2QNE
           MOVE WP10QSE TO PF2QSE
           MOVE WP10QIN TO PF2QIN
           MOVE WP10QSI TO PF2QSI
           IF WS10-LINIA-CAMPANYA-SI
              MOVE WP10CAM TO PF2CAM
           ELSE
              MOVE SPACES TO PF2CAM
           END-IF
           MOVE WS10-IMP-DTO TO PF2DTO
           MOVE WS10-OFI TO PF2OFI
           WRITE REG-PF02
           IF NOT WS10-STAT-PF02-OK
              MOVE 'S' TO WS10-ERROR-GRAVAT
           END-IF.

           ADD 1 TO WS10-NUM-JUST
           MOVE PF1COD TO TJ-COD (WS10-NUM-JUST)
           MOVE PF1NOM TO TJ-NOM (WS10-NUM-JUST)
           MOVE WS10-PREU-APLICAT TO TJ-PRE (WS10-NUM-JUST).
       FIN-ESCRIURE-HIST. EXIT.

      *----------------------------------------------------------*

           MOVE 'I' TO WS10-TIP-TARIFA
           MOVE WP10QIN TO WS10-QTY-TARIFA
           PERFORM SUMAR-TRAM-TARIFA THRU FIN-SUMAR-TRAM-TARIFA

           PERFORM SUMAR-SUPLEMENT-INDIVIDUAL THRU
               FIN-SUMAR-SUPLEMENT-INDIVIDUAL

           PERFORM APLICAR-CAMPANYA THRU FIN-APLICAR-CAMPANYA.
       FIN-CALCULAR-IMPORT-GRUP. EXIT.

      *----------------------------------------------------------*
      * Descompte de la campanya sobre l'import de la linia, si   *
      * la campanya cobreix la seva destinacio (PF62): en         *
      * percentatge a cada linia coberta; l'import fix per placa  *
      * nomes a la primera, perque el paquet no el cobri tantes   *
      * vegades com destinacions te. Mai per sobre de l'import.   *
      *----------------------------------------------------------*
       APLICAR-CAMPANYA.
           MOVE ZEROS TO WS10-IMP-DTO
           MOVE 'N' TO WS10-LINIA-CAMPANYA
           IF NOT WS10-AMB-CAMPANYA-SI
              GO FIN-APLICAR-CAMPANYA
           END-IF.

           IF NOT WS10-CAM-TOTES-SI
              MOVE WP10CAM TO PF62CAM
              MOVE PF1COD TO PF62COD
              READ PF62 INVALID KEY
                   GO FIN-APLICAR-CAMPANYA
              END-READ
           END-IF.

           MOVE 'S' TO WS10-LINIA-CAMPANYA

           IF WS10-CAM-MOD-PCT
              COMPUTE WS10-IMP-DTO ROUNDED =
                  WS10-IMP-CARREC * WS10-CAM-VAL / 100
           ELSE
              IF WS10-DTO-FIX-FET-SI
                 GO FIN-APLICAR-CAMPANYA
              END-IF
              COMPUTE WS10-IMP-DTO ROUNDED = WP10QTY * WS10-CAM-VAL
              MOVE 'S' TO WS10-DTO-FIX-FET
           END-IF.

           IF WS10-IMP-DTO > WS10-IMP-CARREC
              MOVE WS10-IMP-CARREC TO WS10-IMP-DTO
           END-IF.

           SUBTRACT WS10-IMP-DTO FROM WS10-IMP-CARREC.
       FIN-APLICAR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Codi de campanya del paquet (PF61): ha d'existir, ser     *
      * vigent avui i no haver esgotat el topall. Deixa anotat si *
      * val per a totes les destinacions (cap fila a PF62); la    *
      * cobertura de cada linia la mira APLICAR-CAMPANYA.         *
      *----------------------------------------------------------*
       COMPROVAR-CAMPANYA.
           MOVE 'N' TO WS10-CAMPANYA-KO
           MOVE 'N' TO WS10-AMB-CAMPANYA
           MOVE 'N' TO WS10-CAM-TOTES

           IF WP10CAM = SPACES
              GO FIN-COMPROVAR-CAMPANYA
           END-IF.

           MOVE WP10CAM TO PF61CAM
           READ PF61 INVALID KEY
                MOVE 'No existeix cap campanya amb aquest codi'
                     TO WP10ERR
                MOVE 'S' TO WS10-CAMPANYA-KO
                GO FIN-COMPROVAR-CAMPANYA
           END-READ.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS10-AVUI
           IF WS10-AVUI < PF61DDE
              OR (PF61FIN NOT = ZEROS AND WS10-AVUI > PF61FIN)
              MOVE 'Campanya caducada o encara no vigent'
                   TO WP10ERR
              MOVE 'S' TO WS10-CAMPANYA-KO
              GO FIN-COMPROVAR-CAMPANYA
           END-IF.

           IF PF61TOP-PLACES
              MOVE WP10QTY TO WS10-CAM-CONSUM
           ELSE
              MOVE 1 TO WS10-CAM-CONSUM
           END-IF.

           IF PF61MAX NOT = ZEROS
              AND PF61USA + WS10-CAM-CONSUM > PF61MAX
              MOVE 'Campanya esgotada: sense usos o places'
                   TO WP10ERR
              MOVE 'S' TO WS10-CAMPANYA-KO
              GO FIN-COMPROVAR-CAMPANYA
           END-IF.

           MOVE WP10CAM TO PF62CAM
           MOVE ZEROS TO PF62COD
           START PF62 KEY IS NOT LESS THAN PF62CLAU
                 INVALID KEY
                 MOVE 'S' TO WS10-CAM-TOTES
           END-START
           IF NOT WS10-CAM-TOTES-SI
              READ PF62 NEXT RECORD AT END
                   MOVE 'S' TO WS10-CAM-TOTES
              END-READ
           END-IF.
           IF PF62CAM NOT = WP10CAM
              MOVE 'S' TO WS10-CAM-TOTES
           END-IF.

           MOVE PF61MOD TO WS10-CAM-MOD
           MOVE PF61VAL TO WS10-CAM-VAL
           MOVE 'S' TO WS10-AMB-CAMPANYA.
       FIN-COMPROVAR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Un paquet amb campanya en consumeix un us (o WP10QTY      *
      * places). Es torna a mirar el topall sobre la fila         *
      * rellegida: si un altre terminal l'ha esgotat mentrestant, *
      * es desfa tot el paquet.                                   *
      *----------------------------------------------------------*
       CONSUMIR-CAMPANYA.
           IF NOT WS10-AMB-CAMPANYA-SI
              GO FIN-CONSUMIR-CAMPANYA
           END-IF.

           MOVE WP10CAM TO PF61CAM
           READ PF61 INVALID KEY
                MOVE 'S' TO WS10-ERROR-GRAVAT
                GO FIN-CONSUMIR-CAMPANYA
           END-READ.

           IF PF61MAX NOT = ZEROS
              AND PF61USA + WS10-CAM-CONSUM > PF61MAX
              MOVE 'S' TO WS10-ERROR-GRAVAT
              GO FIN-CONSUMIR-CAMPANYA
           END-IF.

           ADD WS10-CAM-CONSUM TO PF61USA
           REWRITE REG-PF61
           IF NOT WS10-STAT-PF61-OK
              MOVE 'S' TO WS10-ERROR-GRAVAT
           END-IF.
       FIN-CONSUMIR-CAMPANYA. EXIT.

      *----------------------------------------------------------*
      * Suplement d'habitacio individual (tarifa 'H' de PF44):    *
      * a diferencia dels trams, s'afegeix al preu del viatger,   *
      * en percentatge del preu d'adult resolt o import fix, per  *
      * cada individual del grup. Sense tarifa 'H' no es cobra.   *
      *----------------------------------------------------------*
       SUMAR-SUPLEMENT-INDIVIDUAL.
           IF WP10QSI = ZEROS
              GO FIN-SUMAR-SUPLEMENT-INDIVIDUAL
           END-IF.

           MOVE PF1COD TO PF44COD
           MOVE 'H' TO PF44TIP
           READ PF44 INVALID KEY
                GO FIN-SUMAR-SUPLEMENT-INDIVIDUAL
           END-READ.

           IF PF44MOD-PCT
              COMPUTE WS10-PREU-TIPUS ROUNDED =
                  WS10-PREU-APLICAT * PF44VAL / 100
           ELSE
              MOVE PF44VAL TO WS10-PREU-TIPUS
           END-IF.

           COMPUTE WS10-IMP-CARREC ROUNDED = WS10-IMP-CARREC +
               WP10QSI * WS10-PREU-TIPUS.
       FIN-SUMAR-SUPLEMENT-INDIVIDUAL. EXIT.

       SUMAR-TRAM-TARIFA.
           IF WS10-QTY-TARIFA = ZEROS
              GO FIN-SUMAR-TRAM-TARIFA
           MOVE WP10ANC TO PF43ANC
           MOVE WP10QTY TO PF43QTY
           MOVE WS10-ANC-IMP TO PF43IMP
           WRITE REG-PF43
           IF NOT WS10-STAT-PF43-OK
              MOVE 'S' TO WS10-ERROR-GRAVAT
           END-IF.
       FIN-ESCRIURE-ANCILLARI. EXIT.

      *----------------------------------------------------------*
           MOVE SPACE TO WS10-BANDA-ANTICIPADA
           MOVE ZEROS TO WS10-PRE-TEMPORADA
           MOVE SPACE TO WS10-BANDA-TEMPORADA
           MOVE ZEROS TO WS10-PRE-RENDIMENT
           MOVE SPACE TO WS10-BANDA-RENDIMENT

           IF WP10DATS NOT = ZEROS
              MOVE WP10DATS TO WS10-DAT-SORTIDA
               FIN-RESOLDRE-SEGUENT-BANDA
                   UNTIL WS10-FI-BANDES-SI

           IF WS10-BANDA-RENDIMENT NOT = SPACE
              MOVE WS10-PRE-RENDIMENT TO WS10-PREU-APLICAT
           ELSE IF WS10-BANDA-ANTICIPADA NOT = SPACE
              MOVE WS10-PRE-ANTICIPADA TO WS10-PREU-APLICAT
           ELSE IF WS10-BANDA-TEMPORADA NOT = SPACE
              MOVE WS10-PRE-TEMPORADA TO WS10-PREU-APLICAT
              IF PF19COD NOT = PF1COD
                 MOVE 'S' TO WS10-FI-BANDES
              ELSE
                 IF PF19TIP-RENDIMENT
                    IF WS10-DAT-SORTIDA >= PF19DDE
                       AND WS10-DAT-SORTIDA <= PF19FIN
                       AND WS10-BANDA-RENDIMENT = SPACE
                       MOVE PF19PRE TO WS10-PRE-RENDIMENT
                       MOVE PF19TIP TO WS10-BANDA-RENDIMENT
                    END-IF
                 END-IF
                 IF PF19TIP-ANTICIPADA
                    IF WS10-DIES-ANT >= PF19DIE
                       AND WS10-BANDA-ANTICIPADA = SPACE
                       MOVE PF19TIP TO WS10-BANDA-ANTICIPADA
                    END-IF
                 ELSE
                    IF NOT PF19TIP-RENDIMENT
                       AND WS10-DAT-SORTIDA >= PF19DDE
                       AND WS10-DAT-SORTIDA <= PF19FIN
                       AND WS10-BANDA-TEMPORADA = SPACE
                       MOVE PF19PRE TO WS10-PRE-TEMPORADA
      *----------------------------------------------------------*
      * Escriu al historic (PF02) la cancel·lacio de cada         *
      * destinacio del paquet, amb el mateix format que fa servir *
      * CBL03 per a les cancel·lacions soltes: la referencia del  *
      * paquet (si s'ha informat) i la campanya de la linia, sense*
      * impressio de justificant, nomes el motiu.                 *
      *----------------------------------------------------------*
       ESCRIURE-HIST-CANCEL.
           PERFORM OBTENIR-SEGUENT-SEQ THRU FIN-OBTENIR-SEGUENT-SEQ
           MOVE WP10QTY TO PF2QTY
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF2DAT
           MOVE WP10MOT TO PF2MOT
           MOVE WP10REF TO PF2REF
           MOVE CPUSRJ-NOM-USUARI TO PF2USR
           MOVE WP10CLI TO PF2CLI
           PERFORM CALCULAR-PENALITZACIO THRU
           MOVE ZEROS TO PF2QNE
           MOVE ZEROS TO PF2QSE
           MOVE ZEROS TO PF2QIN
           MOVE ZEROS TO PF2QSI
           MOVE TM-CAM (WS10-IDX-LINIA) TO PF2CAM
           MOVE ZEROS TO PF2DTO
           MOVE WS10-OFI TO PF2OFI
           WRITE REG-PF02
           IF NOT WS10-STAT-PF02-OK
              MOVE 'S' TO WS10-ERROR-GRAVAT
           END-IF.
       FIN-ESCRIURE-HIST-CANCEL. EXIT.

      *----------------------------------------------------------*
                      MOVE ZEROS TO PF1XOVS
                   END-IF
                   REWRITE REG-PF01X
                   IF NOT WS10-STAT-PF01X-OK
                      MOVE 'S' TO WS10-ERROR-GRAVAT
                   END-IF
                END-IF
           END-READ.
       FIN-EIXUGAR-OVERSOLD. EXIT.

           MOVE WS10-SEQ-DEVOLUCIO TO PF18SEQ
           MOVE PF1COD TO PF18COD
           MOVE WP10REF TO PF18REF
           MOVE WP10QTY TO PF18QTY
           MOVE WS10-IMP-DEVOLUCIO TO PF18IMP
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF18DAT
           MOVE CPUSRJ-NOM-USUARI TO PF18USR
           SET PF18EST-PENDENT TO TRUE
           MOVE SPACES TO PF18SUP
           MOVE SPACES TO PF18PAG
           MOVE ZEROS TO PF18DTA
           MOVE ZEROS TO PF18DTG
           WRITE REG-PF18
           IF NOT WS10-STAT-PF18-OK
              MOVE 'S' TO WS10-ERROR-GRAVAT
           END-IF.
       FIN-ESCRIURE-DEVOLUCIO. EXIT.

       OBTENIR-SEQ-DEVOLUCIO.
                MOVE 1 TO WS10-SEQ-DEVOLUCIO
                MOVE WS10-SEQ-DEVOLUCIO TO PF11VAL
                WRITE REG-PF11
                IF NOT WS10-STAT-PF11-OK
                   MOVE 'S' TO WS10-ERROR-GRAVAT
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS10-SEQ-DEVOLUCIO
                REWRITE REG-PF11
                IF NOT WS10-STAT-PF11-OK
                   MOVE 'S' TO WS10-ERROR-GRAVAT
                END-IF
           END-READ.
       FIN-OBTENIR-SEQ-DEVOLUCIO. EXIT.

                MOVE 1 TO WS10-REF-RESERVA
                MOVE WS10-REF-RESERVA TO PF11VAL
                WRITE REG-PF11
                IF NOT WS10-STAT-PF11-OK
                   MOVE 'S' TO WS10-ERROR-GRAVAT
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS10-REF-RESERVA
                REWRITE REG-PF11
                IF NOT WS10-STAT-PF11-OK
                   MOVE 'S' TO WS10-ERROR-GRAVAT
                END-IF
           END-READ.
       FIN-OBTENIR-REFERENCIA. EXIT.

           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL10' TO PF6PGM
           MOVE PF1COD TO PF6COD
           WRITE REG-PF06
           IF NOT WS10-STAT-PF06-OK
              MOVE 'S' TO WS10-ERROR-GRAVAT
           END-IF.
       FIN-ESCRIURE-AUDIT. EXIT.

      *----------------------------------------------------------*
                MOVE 1 TO WS10-SEQ-AUDIT
                MOVE WS10-SEQ-AUDIT TO PF11VAL
                WRITE REG-PF11
                IF NOT WS10-STAT-PF11-OK
                   MOVE 'S' TO WS10-ERROR-GRAVAT
                END-IF
                NOT INVALID KEY
                ADD 1 TO PF11VAL
                MOVE PF11VAL TO WS10-SEQ-AUDIT
                REWRITE REG-PF11
                IF NOT WS10-STAT-PF11-OK
                   MOVE 'S' TO WS10-ERROR-GRAVAT
                END-IF
           END-READ.
       FIN-OBTENIR-SEGUENT-SEQ-PF06. EXIT.

                MOVE FUNCTION CURRENT-DATE (1:8) TO PF1XDTU
                MOVE FUNCTION CURRENT-DATE (9:6) TO PF1XHRU
                WRITE REG-PF01X
                IF NOT WS10-STAT-PF01X-OK
                   MOVE 'S' TO WS10-ERROR-GRAVAT
                END-IF
                NOT INVALID KEY
                MOVE FUNCTION CURRENT-DATE (1:8) TO PF1XDTU
                MOVE FUNCTION CURRENT-DATE (9:6) TO PF1XHRU
                REWRITE REG-PF01X
                IF NOT WS10-STAT-PF01X-OK
                   MOVE 'S' TO WS10-ERROR-GRAVAT
                END-IF
           END-READ.
       FIN-MARCAR-MARCA-TEMPS. EXIT.

           DISPLAY 'ESTAT PF14   = ' WS10-STAT-PF14.
           DISPLAY 'ESTAT PF31   = ' WS10-STAT-PF31.
           DISPLAY 'ESTAT PF32   = ' WS10-STAT-PF32.
           DISPLAY 'ESTAT PF61   = ' WS10-STAT-PF61.
           DISPLAY 'ESTAT PF62   = ' WS10-STAT-PF62.
           DISPLAY 'ESTAT PF02L1 = ' WS10-STAT-PF02L1.
           DISPLAY 'ESTAT DSPF01 = ' WS10-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.
           CLOSE PF14.
           CLOSE PF31.
           CLOSE PF32.
           CLOSE PF61.
           CLOSE PF62.
           CLOSE PF02L1.
           GOBACK.
