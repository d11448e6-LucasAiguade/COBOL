      *  'C' consulta del vehicle;                                *
      *  'A' alta, 'M' modificacio, 'B' baixa del vehicle (la     *
      *      baixa nomes si no esta assignat a cap sortida);      *
      *  'S' assignar el vehicle a la sortida (codi + data); si   *
      *      el vehicle ja va en una altra sortida que es         *
      *      trepitja amb aquesta (data de sortida mes durada del *
      *      viatge, PF21DUR o PF1XDUR) nomes un supervisor el    *
      *      pot assignar igualment;                              *
      *  'X' treure'l de la sortida.                              *
      * Despres de cada 'S'/'X' l'aforament de la sortida         *
      * (PF21PLT) es torna a derivar de la suma de places dels    *
              RECORD KEY IS PF35CLAU
              FILE STATUS IS WS34-STAT-PF35.

           SELECT PF35L1
              ASSIGN TO DATABASE-PF35L1
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS P35LCLAU WITH DUPLICATES
              FILE STATUS IS WS34-STAT-PF35L1.

           SELECT PF01X
              ASSIGN TO DATABASE-PF01X
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF1XCOD
              FILE STATUS IS WS34-STAT-PF01X.

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
       FD PF35 LABEL RECORD IS STANDARD.
          COPY CPPF35.

       FD PF35L1 LABEL RECORD IS STANDARD.
          COPY CPPF35L1.

       FD PF01X LABEL RECORD IS STANDARD.
          COPY CPPF01X.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       01 WS34-PLT-NOU PIC 9(3).
       01 WS34-VENUDES PIC S9(5).

      *----------------------------------------------------------*
      * Solapament d'assignacions: interval de dies (sortida fins *
      * a tornada) de la sortida nova i de cada altra sortida del *
      * vehicle trobada a PF35L1.                                 *
      *----------------------------------------------------------*
       01 WS34-DUR PIC 9(3).
       01 WS34-DIES-INT PIC S9(9).
       01 WS34-DAT-TORNADA PIC 9(8).
       01 WS34-INI-NOU PIC 9(8).
       01 WS34-FI-NOU PIC 9(8).
       01 WS34-SOLAPA PIC X(01) VALUE 'N'.
           88 WS34-SOLAPA-SI VALUE 'S'.
       01 WS34-SOLAPA-COD PIC 9(4).
       01 WS34-SOLAPA-DAT PIC 9(8).

       01 WS34-STAT-PF34 PIC X(02).
           88 WS34-STAT-PF34-OK VALUES '00' '02'.
       01 WS34-STAT-PF35 PIC X(02).
           88 WS34-STAT-PF35-OK VALUES '00' '02'.
       01 WS34-STAT-PF35L1 PIC X(02).
           88 WS34-STAT-PF35L1-OK VALUES '00' '02'.
       01 WS34-STAT-PF01X PIC X(02).
           88 WS34-STAT-PF01X-OK VALUES '00' '02'.
       01 WS34-STAT-PF21 PIC X(02).
           88 WS34-STAT-PF21-OK VALUES '00' '02'.
       01 WS34-STAT-PF11 PIC X(02).
           OPEN I-O DSPF01
           OPEN I-O PF34
           OPEN I-O PF35
           OPEN INPUT PF35L1
           OPEN INPUT PF01X
           OPEN I-O PF21
           OPEN I-O PF11
           OPEN I-O PF06
           IF NOT WS34-STAT-DSPF01-OK OR NOT WS34-STAT-PF34-OK
              OR NOT WS34-STAT-PF35-OK OR NOT WS34-STAT-PF21-OK
              OR NOT WS34-STAT-PF11-OK OR NOT WS34-STAT-PF06-OK
              OR NOT WS34-STAT-PF35L1-OK OR NOT WS34-STAT-PF01X-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

                GO FIN-ASSIGNAR-VEHICLE
           END-READ.

           PERFORM COMPROVAR-SOLAPAMENT THRU FIN-COMPROVAR-SOLAPAMENT
           IF WS34-SOLAPA-SI AND WS34-PERMES-AUT NOT = 'S'
              GO FIN-ASSIGNAR-VEHICLE
           END-IF.

           MOVE WP34COD TO PF35COD
           MOVE WP34DATS TO PF35DAT
           MOVE WP34VEH TO PF35VEH
           END-IF.

           PERFORM DERIVAR-AFORAMENT THRU FIN-DERIVAR-AFORAMENT
           IF WS34-SOLAPA-SI AND PF21OVS = ZEROS
              MOVE 'Assignat amb solapament (supervisor)' TO WP34ERR
           END-IF
           SET PF6ACC-MODIF TO TRUE
           PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT.
       FIN-ASSIGNAR-VEHICLE. EXIT.

      *----------------------------------------------------------*
      * Busca a PF35L1 una altra sortida del mateix vehicle que   *
      * es trepitgi amb la sortida carregada a REG-PF21. Les      *
      * sortides del vehicle venen per data, aixi que n'hi ha     *
      * prou de mirar les que surten abans que torni la nova. Si  *
      * se'n troba una, nomes un supervisor (nivell 2 de la       *
      * funcio, com el dia tancat de CBL13) pot tirar endavant.   *
      * Al final es torna a llegir la sortida nova, que la resta  *
      * de l'assignacio fa servir de REG-PF21.                    *
      *----------------------------------------------------------*
       COMPROVAR-SOLAPAMENT.
           MOVE 'N' TO WS34-SOLAPA
           PERFORM CALCULAR-TORNADA THRU FIN-CALCULAR-TORNADA
           MOVE PF21DAT TO WS34-INI-NOU
           MOVE WS34-DAT-TORNADA TO WS34-FI-NOU

           MOVE 'N' TO WS34-FI-FITXER
           MOVE WP34VEH TO P35LVEH
           MOVE ZEROS TO P35LDAT
           START PF35L1 KEY IS NOT LESS THAN P35LCLAU
               INVALID KEY MOVE 'S' TO WS34-FI-FITXER
           END-START.

           PERFORM CERCAR-SEGUENT-SOLAPAMENT THRU
               FIN-CERCAR-SEGUENT-SOLAPAMENT
                   UNTIL WS34-FI-FITXER-SI OR WS34-SOLAPA-SI

           MOVE WP34COD TO PF21COD
           MOVE WP34DATS TO PF21DAT
           READ PF21 INVALID KEY
                CONTINUE
           END-READ.

           IF NOT WS34-SOLAPA-SI
              GO FIN-COMPROVAR-SOLAPAMENT
           END-IF.

           MOVE '34' TO WS34-FUN-AUT
           MOVE 2 TO WS34-NIV-AUT
           MOVE 'S' TO WS34-AUDIT-AUT
           CALL 'CBL25AUT' USING WS34-FUN-AUT WS34-NIV-AUT
                                 WS34-PERMES-AUT WS34-AUDIT-AUT

           IF WS34-PERMES-AUT NOT = 'S'
              MOVE SPACES TO WP34ERR
              STRING 'Solapa amb ' WS34-SOLAPA-COD '/' WS34-SOLAPA-DAT
                     ': cal supervisor'
                  DELIMITED BY SIZE INTO WP34ERR
           END-IF.
       FIN-COMPROVAR-SOLAPAMENT. EXIT.

       CERCAR-SEGUENT-SOLAPAMENT.
           READ PF35L1 NEXT RECORD
               AT END MOVE 'S' TO WS34-FI-FITXER
           END-READ.

           IF WS34-FI-FITXER-SI
              GO FIN-CERCAR-SEGUENT-SOLAPAMENT
           END-IF.

           IF P35LVEH NOT = WP34VEH OR P35LDAT > WS34-FI-NOU
              MOVE 'S' TO WS34-FI-FITXER
              GO FIN-CERCAR-SEGUENT-SOLAPAMENT
           END-IF.

           IF P35LCOD = WP34COD AND P35LDAT = WP34DATS
              GO FIN-CERCAR-SEGUENT-SOLAPAMENT
           END-IF.

           MOVE P35LCOD TO PF21COD
           MOVE P35LDAT TO PF21DAT
           READ PF21 INVALID KEY
                GO FIN-CERCAR-SEGUENT-SOLAPAMENT
           END-READ.

           PERFORM CALCULAR-TORNADA THRU FIN-CALCULAR-TORNADA
           IF WS34-DAT-TORNADA NOT < WS34-INI-NOU
              MOVE 'S' TO WS34-SOLAPA
              MOVE P35LCOD TO WS34-SOLAPA-COD
              MOVE P35LDAT TO WS34-SOLAPA-DAT
           END-IF.
       FIN-CERCAR-SEGUENT-SOLAPAMENT. EXIT.

      *----------------------------------------------------------*
      * Data de tornada de la sortida carregada a REG-PF21: la    *
      * durada de la sortida (PF21DUR) o, si no en te, la         *
      * habitual de la destinacio (PF1XDUR); sense cap de les     *
      * dues es un viatge d'un sol dia.                           *
      *----------------------------------------------------------*
       CALCULAR-TORNADA.
           MOVE PF21DUR TO WS34-DUR
           IF WS34-DUR = ZEROS
              MOVE PF21COD TO PF1XCOD
              READ PF01X INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PF1XDUR TO WS34-DUR
              END-READ
           END-IF.

           IF WS34-DUR = ZEROS
              MOVE 1 TO WS34-DUR
           END-IF.

           COMPUTE WS34-DIES-INT =
               FUNCTION INTEGER-OF-DATE (PF21DAT) + WS34-DUR - 1
           MOVE FUNCTION DATE-OF-INTEGER (WS34-DIES-INT)
               TO WS34-DAT-TORNADA.
       FIN-CALCULAR-TORNADA. EXIT.

       TREURE-VEHICLE.
           MOVE WP34COD TO PF35COD
           MOVE WP34DATS TO PF35DAT
           DISPLAY 'CBL34: ERROR OBRINT FITXERS'.
           DISPLAY 'ESTAT PF34   = ' WS34-STAT-PF34.
           DISPLAY 'ESTAT PF35   = ' WS34-STAT-PF35.
           DISPLAY 'ESTAT PF35L1 = ' WS34-STAT-PF35L1.
           DISPLAY 'ESTAT PF01X  = ' WS34-STAT-PF01X.
           DISPLAY 'ESTAT PF21   = ' WS34-STAT-PF21.
           DISPLAY 'ESTAT PF11   = ' WS34-STAT-PF11.
           DISPLAY 'ESTAT PF06   = ' WS34-STAT-PF06.
           CLOSE DSPF01.
           CLOSE PF34.
           CLOSE PF35.
           CLOSE PF35L1.
           CLOSE PF01X.
           CLOSE PF21.
           CLOSE PF11.
           CLOSE PF06.
