      * canal o agencia (els trasllats de CBL22 la conserven)     *
      * resten del seu grup, perque una reserva traslladada no    *
      * pagui la comissio dues vegades.                           *
      * Rep l'oficina per parametre: a espais liquida tota la     *
      * casa i hi afegeix la base comissionable per oficina       *
      * (PF2OFI); amb codi nomes compta les reserves d'aquella    *
      * oficina, per a les pagines que CLPOFI fa arribar al seu   *
      * responsable.                                              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF25CAN.

           SELECT PF71
              ASSIGN TO DATABASE-PF71
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF71OFI
              FILE STATUS IS WS86-STAT-PF71.

           SELECT RPT86
              ASSIGN TO PRINTER-RPT86.

       FD PF25 LABEL RECORD IS STANDARD.
          COPY CPPF25.

       FD PF71 LABEL RECORD IS STANDARD.
          COPY CPPF71.

       FD RPT86 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT86 PIC X(80).
               10 TG-CLAU PIC X(4).
               10 TG-BASE PIC S9(9)V99.

      *----------------------------------------------------------*
      * Oficina demanada (espais = tota la casa) i base del mes   *
      * per oficina; el codi a espais recull la web i les files   *
      * anteriors al camp.                                        *
      *----------------------------------------------------------*
       01 WS86-OFI PIC X(03).
           88 WS86-OFI-TOTES VALUE SPACES.
       01 WS86-K PIC 9(3).
       01 WS86-TROBAT-OFI PIC X(01) VALUE 'N'.
           88 WS86-TROBAT-OFI-SI VALUE 'S'.
       01 WS86-STAT-PF71 PIC X(02).
           88 WS86-STAT-PF71-OK VALUES '00' '02'.
       01 TAULA-OFICINES.
           05 TO-NUM PIC 9(3) VALUE ZEROS.
           05 TO-ENTRY OCCURS 20 TIMES.
               10 TO-OFI PIC X(03).
               10 TO-BASE PIC S9(9)V99.

       01 CAP86-01.
           05 FILLER PIC X(26) VALUE 'LIQUIDACIO DE COMISSIONS'.
           05 FILLER PIC X(04) VALUE 'MES'.
           05 C86-MES PIC 9(6).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C86-OFI-LIT PIC X(08).
           05 C86-OFI PIC X(03).
           05 FILLER PIC X(31) VALUE SPACES.

       01 CAP86-02.
           05 FILLER PIC X(06) VALUE 'CANAL'.
           05 FILLER   PIC X(40) VALUE 'TOTAL COMISSIONS A LIQUIDAR'.
           05 T86-COM  PIC ZZZ.ZZZ.ZZ9,99-.

       01 CAP86-03.
           05 FILLER PIC X(40) VALUE 'BASE COMISSIONABLE PER OFICINA'.
           05 FILLER PIC X(40) VALUE SPACES.

       01 DET86-02.
           05 D86-OFI  PIC X(03).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D86-NOM  PIC X(30).
           05 FILLER   PIC X(07) VALUE SPACES.
           05 D86-OBAS PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(23) VALUE SPACES.

       01 WS86-STAT-PF30 PIC X(02).
           88 WS86-STAT-PF30-OK VALUES '00' '02'.
       01 WS86-JRN-DAT PIC 9(8).
       01 WS86-JRN-HIN PIC 9(6).

       LINKAGE SECTION.
       01 PARM-OFI PIC X(03).

       PROCEDURE DIVISION USING PARM-OFI.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU

           OPEN INPUT PF02
           OPEN INPUT PF25
           OPEN INPUT PF71
           OPEN OUTPUT RPT86

           MOVE PARM-OFI TO WS86-OFI

           PERFORM CALCULAR-MES-LIQUIDACIO THRU
               FIN-CALCULAR-MES-LIQUIDACIO

           MOVE WS86-DAT-MES TO C86-MES
           IF WS86-OFI-TOTES
              MOVE SPACES TO C86-OFI-LIT
           ELSE
              MOVE 'OFICINA' TO C86-OFI-LIT
           END-IF
           MOVE WS86-OFI TO C86-OFI
           WRITE LINIA-RPT86 FROM CAP86-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT86 FROM CAP86-02 AFTER ADVANCING 2 LINES.

           MOVE WS86-TOT-COMISSIO TO T86-COM
           WRITE LINIA-RPT86 FROM TOT86-01 AFTER ADVANCING 2 LINES.

           IF WS86-OFI-TOTES AND TO-NUM > ZEROS
              WRITE LINIA-RPT86 FROM CAP86-03 AFTER ADVANCING 2 LINES
              MOVE 1 TO WS86-K
              PERFORM IMPRIMIR-OFICINA THRU FIN-IMPRIMIR-OFICINA
                  UNTIL WS86-K > TO-NUM
           END-IF.

           CLOSE PF02.
           CLOSE PF25.
           CLOSE PF71.
           CLOSE RPT86.

           PERFORM ESCRIURE-JORNAL-FI THRU
              GO FIN-ACUMULAR-RESERVA
           END-IF.

           IF NOT WS86-OFI-TOTES AND PF2OFI NOT = WS86-OFI
              GO FIN-ACUMULAR-RESERVA
           END-IF.

           IF PF2AGE NOT = SPACES
              MOVE PF2AGE TO WS86-CLAU-GRUP
           ELSE
              END-IF
           END-IF.

           IF WS86-OFI-TOTES
              PERFORM ACUMULAR-OFICINA THRU FIN-ACUMULAR-OFICINA
           END-IF.

           MOVE 'N' TO WS86-TROBAT
           MOVE 1 TO WS86-J
           PERFORM CERCAR-GRUP THRU FIN-CERCAR-GRUP
           END-IF.
       FIN-CERCAR-GRUP. EXIT.

      *----------------------------------------------------------*
      * Suma la base de la fila a l'entrada de la seva oficina    *
      * (creant-la si cal), per al desglossament final.           *
      *----------------------------------------------------------*
       ACUMULAR-OFICINA.
           MOVE 'N' TO WS86-TROBAT-OFI
           MOVE 1 TO WS86-K
           PERFORM CERCAR-OFICINA THRU FIN-CERCAR-OFICINA
               UNTIL WS86-K > TO-NUM OR WS86-TROBAT-OFI-SI

           IF NOT WS86-TROBAT-OFI-SI
              IF TO-NUM >= 20
                 GO FIN-ACUMULAR-OFICINA
              END-IF
              ADD 1 TO TO-NUM
              MOVE TO-NUM TO WS86-K
              MOVE PF2OFI TO TO-OFI (WS86-K)
              MOVE ZEROS TO TO-BASE (WS86-K)
           END-IF.

           IF PF2TIP-RESERVA
              ADD PF2IMP TO TO-BASE (WS86-K)
           ELSE
              SUBTRACT PF2IMP FROM TO-BASE (WS86-K)
           END-IF.
       FIN-ACUMULAR-OFICINA. EXIT.

       CERCAR-OFICINA.
           IF TO-OFI (WS86-K) = PF2OFI
              MOVE 'S' TO WS86-TROBAT-OFI
           ELSE
              ADD 1 TO WS86-K
           END-IF.
       FIN-CERCAR-OFICINA. EXIT.

       IMPRIMIR-OFICINA.
           MOVE TO-OFI (WS86-K) TO D86-OFI
           IF TO-OFI (WS86-K) = SPACES
              MOVE 'WEB O SENSE OFICINA' TO D86-NOM
           ELSE
              MOVE TO-OFI (WS86-K) TO PF71OFI
              READ PF71 INVALID KEY
                   MOVE SPACES TO D86-NOM
                   NOT INVALID KEY
                   MOVE PF71NOM TO D86-NOM
              END-READ
           END-IF.
           MOVE TO-BASE (WS86-K) TO D86-OBAS
           WRITE LINIA-RPT86 FROM DET86-02 AFTER ADVANCING 1 LINE

           ADD 1 TO WS86-K.
       FIN-IMPRIMIR-OFICINA. EXIT.

      *----------------------------------------------------------*
      * Imprimeix cada grup amb la tarifa de PF25; un canal sense *
      * fila a la taula surt amb comissio zero, per detectar-lo.  *
