
      *----------------------------------------------------------*
      * Tancament estadistic de fi de mes. Per cada destinacio    *
      * acumula del mes anterior: reserves, cancel·lacions,       *
      * places netes i facturacio neta (imports cobrats menys     *
      * abonats de PF02), mes l'ocupacio del moment i la fondaria *
      * de la llista d'espera, i ho grava a l'historic permanent  *
      * PF26, amb el detall de cancel·lacions per motiu a la fila *
      * germana PF26M (aixi el detall per motiu dels mesos        *
      * tancats sobreviu a l'arxivat anual de PF02). Tot seguit   *
      * imprimeix la comparativa del mes contra el mateix mes de  *
      * l'any passat amb el percentatge de variacio de la         *
      * facturacio.                                               *
      * Rep l'oficina per parametre: a espais es el tancament de  *
      * tota la casa, amb el desglossament per oficina (PF2OFI)   *
      * al final; amb codi nomes compta les files d'aquella       *
      * oficina, no toca PF26/PF26M (que son de tota la casa) i   *
      * treu l'any passat de la mateixa oficina a PF02. Aquestes  *
      * pagines son les que CLPOFI fa arribar al seu responsable. *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
              RECORD KEY IS PF26MCLAU
              FILE STATUS IS WS82-STAT-PF26M.

           SELECT PF71
              ASSIGN TO DATABASE-PF71
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF71OFI
              FILE STATUS IS WS82-STAT-PF71.

           SELECT RPT82
              ASSIGN TO PRINTER-RPT82.

       FD PF26M LABEL RECORD IS STANDARD.
          COPY CPPF26M.

       FD PF71 LABEL RECORD IS STANDARD.
          COPY CPPF71.

       FD RPT82 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT82 PIC X(80).

       01 WS82-RSV PIC 9(5).
       01 WS82-CAN PIC 9(5).
       01 WS82-PLA PIC S9(5).
       01 WS82-REV PIC S9(9)V99.
       01 WS82-ESP PIC 9(5).
       01 WS82-OCU PIC 9(3)V99.
           88 WS82-STAT-PF26-OK VALUES '00' '02'.
       01 WS82-STAT-PF26M PIC X(02).
           88 WS82-STAT-PF26M-OK VALUES '00' '02'.
       01 WS82-STAT-PF71 PIC X(02).
           88 WS82-STAT-PF71-OK VALUES '00' '02'.

      *----------------------------------------------------------*
      * Oficina demanada (espais = tota la casa) i, en el         *
      * tancament de tota la casa, els acumulats del mes per      *
      * oficina; el codi a espais recull la web i les files       *
      * anteriors al camp.                                        *
      *----------------------------------------------------------*
       01 WS82-OFI PIC X(03).
           88 WS82-OFI-TOTES VALUE SPACES.
       01 WS82-K PIC 9(3).
       01 WS82-TROBAT-OFI PIC X(01) VALUE 'N'.
           88 WS82-TROBAT-OFI-SI VALUE 'S'.
       01 TAULA-OFICINES.
           05 TO-NUM PIC 9(3) VALUE ZEROS.
           05 TO-ENTRY OCCURS 20 TIMES.
               10 TO-OFI PIC X(03).
               10 TO-RSV PIC 9(5).
               10 TO-CAN PIC 9(5).
               10 TO-REV PIC S9(9)V99.

      *----------------------------------------------------------*
      * Cancel·lacions del mes de la destinacio en curs,          *
           05 FILLER PIC X(28) VALUE 'ESTADISTIQUES DE FI DE MES'.
           05 FILLER PIC X(04) VALUE 'MES'.
           05 C82-MES PIC 9(6).
           05 FILLER PIC X(02) VALUE SPACES.
           05 C82-OFI-LIT PIC X(08).
           05 C82-OFI PIC X(03).
           05 FILLER PIC X(29) VALUE SPACES.

       01 CAP82-02.
           05 FILLER PIC X(06) VALUE 'CODI'.
           05 D82-VAR  PIC ZZZZ9,99-.
           05 FILLER   PIC X(11) VALUE SPACES.

       01 CAP82-03.
           05 FILLER PIC X(40) VALUE 'DESGLOSSAMENT PER OFICINA'.
           05 FILLER PIC X(40) VALUE SPACES.

       01 DET82-02.
           05 D82-OFI  PIC X(03).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D82-NOM  PIC X(30).
           05 D82-ORSV PIC ZZZZ9.
           05 FILLER   PIC X(03) VALUE SPACES.
           05 D82-OCAN PIC ZZZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D82-OREV PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER   PIC X(15) VALUE SPACES.

       01 WS82-STAT-PF30 PIC X(02).
           88 WS82-STAT-PF30-OK VALUES '00' '02'.
       01 WS82-JRN-DAT PIC 9(8).
       01 WS82-JRN-HIN PIC 9(6).

       LINKAGE SECTION.
       01 PARM-OFI PIC X(03).

       PROCEDURE DIVISION USING PARM-OFI.

       MAIN.
           PERFORM ESCRIURE-JORNAL-INICI THRU
           OPEN INPUT PF03
           OPEN I-O PF26
           OPEN I-O PF26M
           OPEN INPUT PF71
           OPEN OUTPUT RPT82

           MOVE PARM-OFI TO WS82-OFI

           IF NOT WS82-STAT-PF26-OK OR NOT WS82-STAT-PF26M-OK
              DISPLAY 'CBL82EST: ERROR OBRINT PF26/PF26M'
              DISPLAY 'ESTAT PF26  = ' WS82-STAT-PF26
           PERFORM CALCULAR-MESOS THRU FIN-CALCULAR-MESOS

           MOVE WS82-MES-NUM TO C82-MES
           IF WS82-OFI-TOTES
              MOVE SPACES TO C82-OFI-LIT
           ELSE
              MOVE 'OFICINA' TO C82-OFI-LIT
           END-IF
           MOVE WS82-OFI TO C82-OFI
           WRITE LINIA-RPT82 FROM CAP82-01 AFTER ADVANCING PAGE.
           WRITE LINIA-RPT82 FROM CAP82-02 AFTER ADVANCING 2 LINES.

           PERFORM TANCAR-DESTINACIO THRU FIN-TANCAR-DESTINACIO
               UNTIL WS82-FI-PF01-SI

           IF WS82-OFI-TOTES AND TO-NUM > ZEROS
              WRITE LINIA-RPT82 FROM CAP82-03 AFTER ADVANCING 2 LINES
              MOVE 1 TO WS82-K
              PERFORM IMPRIMIR-OFICINA THRU FIN-IMPRIMIR-OFICINA
                  UNTIL WS82-K > TO-NUM
           END-IF.

           CLOSE PF01.
           CLOSE PF02.
           CLOSE PF03.
           CLOSE PF26.
           CLOSE PF26M.
           CLOSE PF71.
           CLOSE RPT82.

           PERFORM ESCRIURE-JORNAL-FI THRU
           END-IF.

           PERFORM ACUMULAR-MES THRU FIN-ACUMULAR-MES

      * Per a una oficina nomes es llista la comparativa, i nomes
      * de les destinacions on l'oficina ha tingut moviment.
           IF NOT WS82-OFI-TOTES
              IF WS82-RSV > ZEROS OR WS82-CAN > ZEROS
                 OR WS82-REV-ANT NOT = ZEROS
                 PERFORM IMPRIMIR-COMPARATIVA THRU
                     FIN-IMPRIMIR-COMPARATIVA
              END-IF
              GO FIN-TANCAR-DESTINACIO
           END-IF.

           PERFORM COMPTAR-ESPERA THRU FIN-COMPTAR-ESPERA

           IF PF1PLAT > ZEROS
                MOVE WS82-REV TO PF26REV
                MOVE WS82-OCU TO PF26OCU
                MOVE WS82-ESP TO PF26ESP
                MOVE WS82-PLA TO PF26PLA
                WRITE REG-PF26
                NOT INVALID KEY
                MOVE WS82-RSV TO PF26RSV
                MOVE WS82-REV TO PF26REV
                MOVE WS82-OCU TO PF26OCU
                MOVE WS82-ESP TO PF26ESP
                MOVE WS82-PLA TO PF26PLA
                REWRITE REG-PF26
           END-READ.

       ACUMULAR-MES.
           MOVE ZEROS TO WS82-RSV
           MOVE ZEROS TO WS82-CAN
           MOVE ZEROS TO WS82-PLA
           MOVE ZEROS TO WS82-REV
           MOVE ZEROS TO WS82-REV-ANT
           MOVE ZEROS TO TMM-NUM
           MOVE 'N' TO WS82-FI-PF02

               AT END MOVE 'S' TO WS82-FI-PF02
           END-READ.

           IF WS82-FI-PF02-SI
              GO FIN-ACUMULAR-SEGUENT-FILA
           END-IF.
           IF PF2COD NOT = PF1COD
              MOVE 'S' TO WS82-FI-PF02
              GO FIN-ACUMULAR-SEGUENT-FILA
           END-IF.
           IF NOT WS82-OFI-TOTES AND PF2OFI NOT = WS82-OFI
              GO FIN-ACUMULAR-SEGUENT-FILA
           END-IF.

           MOVE PF2DAT (1:6) TO WS82-MES-FILA

      * L'any passat d'una oficina no es a PF26 (que es de tota la
      * casa): es treu de les seves files de PF02 del mateix mes.
           IF NOT WS82-OFI-TOTES AND WS82-MES-FILA = WS82-ANT-NUM
              IF PF2TIP-RESERVA
                 ADD PF2IMP TO WS82-REV-ANT
              ELSE
                 SUBTRACT PF2IMP FROM WS82-REV-ANT
              END-IF
           END-IF.

           IF WS82-MES-FILA = WS82-MES-NUM
              IF PF2TIP-RESERVA
                 ADD 1 TO WS82-RSV
                 ADD PF2QTY TO WS82-PLA
                 ADD PF2IMP TO WS82-REV
              ELSE
                 ADD 1 TO WS82-CAN
                 SUBTRACT PF2QTY FROM WS82-PLA
                 SUBTRACT PF2IMP FROM WS82-REV
                 PERFORM ACUMULAR-MOTIU THRU
                     FIN-ACUMULAR-MOTIU
              END-IF
              IF WS82-OFI-TOTES
                 PERFORM ACUMULAR-OFICINA THRU FIN-ACUMULAR-OFICINA
              END-IF
           END-IF.
       FIN-ACUMULAR-SEGUENT-FILA. EXIT.

      *----------------------------------------------------------*
      * Suma la fila del mes a l'entrada de la seva oficina       *
      * (creant-la si cal), per al desglossament final.           *
      *----------------------------------------------------------*
       ACUMULAR-OFICINA.
           MOVE 'N' TO WS82-TROBAT-OFI
           MOVE 1 TO WS82-K
           PERFORM CERCAR-OFICINA THRU FIN-CERCAR-OFICINA
               UNTIL WS82-K > TO-NUM OR WS82-TROBAT-OFI-SI

           IF NOT WS82-TROBAT-OFI-SI
              IF TO-NUM >= 20
                 GO FIN-ACUMULAR-OFICINA
              END-IF
              ADD 1 TO TO-NUM
              MOVE TO-NUM TO WS82-K
              MOVE PF2OFI TO TO-OFI (WS82-K)
              MOVE ZEROS TO TO-RSV (WS82-K)
              MOVE ZEROS TO TO-CAN (WS82-K)
              MOVE ZEROS TO TO-REV (WS82-K)
           END-IF.

           IF PF2TIP-RESERVA
              ADD 1 TO TO-RSV (WS82-K)
              ADD PF2IMP TO TO-REV (WS82-K)
           ELSE
              ADD 1 TO TO-CAN (WS82-K)
              SUBTRACT PF2IMP FROM TO-REV (WS82-K)
           END-IF.
       FIN-ACUMULAR-OFICINA. EXIT.

       CERCAR-OFICINA.
           IF TO-OFI (WS82-K) = PF2OFI
              MOVE 'S' TO WS82-TROBAT-OFI
           ELSE
              ADD 1 TO WS82-K
           END-IF.
       FIN-CERCAR-OFICINA. EXIT.

       IMPRIMIR-OFICINA.
           MOVE TO-OFI (WS82-K) TO D82-OFI
           IF TO-OFI (WS82-K) = SPACES
              MOVE 'WEB O SENSE OFICINA' TO D82-NOM
           ELSE
              MOVE TO-OFI (WS82-K) TO PF71OFI
              READ PF71 INVALID KEY
                   MOVE SPACES TO D82-NOM
                   NOT INVALID KEY
                   MOVE PF71NOM TO D82-NOM
              END-READ
           END-IF.
           MOVE TO-RSV (WS82-K) TO D82-ORSV
           MOVE TO-CAN (WS82-K) TO D82-OCAN
           MOVE TO-REV (WS82-K) TO D82-OREV
           WRITE LINIA-RPT82 FROM DET82-02 AFTER ADVANCING 1 LINE

           ADD 1 TO WS82-K.
       FIN-IMPRIMIR-OFICINA. EXIT.

      *----------------------------------------------------------*
      * Fondaria de la llista d'espera de la destinacio: entrades *
      * encara pendents a PF03.                                   *
      *----------------------------------------------------------*
      * Linia de la comparativa: el mes tancat contra el mateix   *
      * mes de l'any passat (fila de PF26 si existeix), amb el    *
      * percentatge de variacio de la facturacio. Per a una       *
      * oficina l'any passat ja ve calculat d'ACUMULAR-MES.       *
      *----------------------------------------------------------*
       IMPRIMIR-COMPARATIVA.
           IF NOT WS82-OFI-TOTES
              MOVE 'S' TO WS82-TE-ANTERIOR
           ELSE
              MOVE 'N' TO WS82-TE-ANTERIOR
              MOVE ZEROS TO WS82-REV-ANT
              MOVE PF1COD TO PF26COD
              MOVE WS82-ANT-NUM TO PF26MES
              READ PF26 INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE 'S' TO WS82-TE-ANTERIOR
                   MOVE PF26REV TO WS82-REV-ANT
              END-READ
           END-IF.

           MOVE PF1COD TO D82-COD
           MOVE WS82-RSV TO D82-RSV
