      * pantalla calcula, per a l'usuari del job i la data        *
      * d'avui:                                                   *
      *  - els pagaments entrats a CBL13 per tipus (PF14: D, T,   *
      *    S i, a part, els vals 'V' i els punts 'P', que no son  *
      *    efectiu);                                              *
      *  - les devolucions marcades com a pagades avui (PF18DTG;  *
      *    PF18 no guarda qui les paga i el total es de tota la   *
      *    casa, cosa que queda dita a la pantalla);              *
      * (D+T+S menys devolucions). Amb el dia tancat, CBL13       *
      * nomes accepta mes pagaments seus amb nivell de            *
      * supervisor. Accio 'C': nomes recalcular i mirar.          *
      * Tancament d'oficina: amb 'V' es veuen els totals del dia  *
      * de tota l'oficina de l'usuari (PF72): pagaments i         *
      * factures segellats amb l'oficina, i les devolucions       *
      * pagades per usuaris de l'oficina (PF18PAG). Amb 'O' un    *
      * supervisor la tanca, un cop per oficina i dia, amb        *
      * l'efectiu comptat de tots els calaixos; a partir d'aqui   *
      * CBL13 demana nivell de supervisor a tota l'oficina.       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05 WP38ESP PIC S9(9)V99.
           05 WP38CPT PIC 9(9)V99.
           05 WP38DIF PIC S9(9)V99.
           05 WP38OFI PIC X(03).
           05 WP38ACC PIC X(01).
           05 WP38ERR PIC X(40).

       01 WS38-NUM-TANCAMENT PIC 9(9).
       01 WS38-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS38-EFECTIU-ESPERAT PIC S9(9)V99.
       01 WS38-AMBIT PIC X(01) VALUE 'U'.
           88 WS38-AMBIT-USUARI VALUE 'U'.
           88 WS38-AMBIT-OFICINA VALUE 'O'.
       01 WS38-OFI-PAG PIC X(03).

       01 WS38-STAT-PF40 PIC X(02).
           88 WS38-STAT-PF40-OK VALUES '00' '02'.
       01 WS38-NIV-AUT PIC 9(01).
       01 WS38-PERMES-AUT PIC X(01).
       01 WS38-AUDIT-AUT PIC X(01).
       01 WS38-USR-OFI PIC X(10) VALUE SPACES.
       01 WS38-OFI PIC X(03).

       PROCEDURE DIVISION.

           PERFORM COMPROVAR-AUTORITAT THRU
               FIN-COMPROVAR-AUTORITAT.

      * Oficina de l'usuari (PF72 via CBL25OFI), que queda gravada
      * a les operacions que fa aquest programa.
           CALL 'CBL25OFI' USING WS38-USR-OFI WS38-OFI

           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS38-AVUI

           INITIALIZE WP38
           MOVE WS38-OFI TO WP38OFI
           PERFORM CALCULAR-TOTALS THRU FIN-CALCULAR-TOTALS
           PERFORM TANCAR-CAIXA.


           EVALUATE WP38ACC
               WHEN 'C'
                   SET WS38-AMBIT-USUARI TO TRUE
                   PERFORM CALCULAR-TOTALS THRU FIN-CALCULAR-TOTALS
                   MOVE 'Totals del dia recalculats' TO WP38ERR
               WHEN 'T'
                   SET WS38-AMBIT-USUARI TO TRUE
                   PERFORM GRAVAR-TANCAMENT THRU
                       FIN-GRAVAR-TANCAMENT
               WHEN 'V'
                   PERFORM CONSULTAR-OFICINA THRU
                       FIN-CONSULTAR-OFICINA
               WHEN 'O'
                   PERFORM GRAVAR-TANCAMENT-OFICINA THRU
                       FIN-GRAVAR-TANCAMENT-OFICINA
               WHEN OTHER
                   MOVE 'Indica C, T, V o O (oficina)' TO WP38ERR
           END-EVALUATE.

           GO TANCAR-CAIXA.
      * job i la data d'avui (cap dels dos fitxers te clau per    *
      * usuari: es recorren sencers, com fa CBL14 amb PF15);      *
      * les devolucions pagades avui son de tota la casa perque   *
      * PF18 no guardava qui les paga. Amb l'ambit d'oficina el   *
      * filtre es l'oficina segellada i les devolucions son les   *
      * pagades per usuaris de l'oficina (PF18PAG via CBL25OFI).  *
      *----------------------------------------------------------*
       CALCULAR-TOTALS.
           MOVE ZEROS TO WP38IMD
               AT END MOVE 'S' TO WS38-FI-FITXER
           END-READ.

           IF WS38-FI-FITXER-SI
              GO FIN-SUMAR-PAGAMENT-DIA
           END-IF.

           IF WS38-AMBIT-USUARI AND PF14USR NOT = CPUSRJ-NOM-USUARI
              GO FIN-SUMAR-PAGAMENT-DIA
           END-IF.
           IF WS38-AMBIT-OFICINA AND PF14OFI NOT = WS38-OFI
              GO FIN-SUMAR-PAGAMENT-DIA
           END-IF.

           IF PF14DAT = WS38-AVUI
              EVALUATE TRUE
                  WHEN PF14TIP-DIPOSIT
                      ADD PF14IMP TO WP38IMD
                  WHEN PF14TIP-TERMINI
                      ADD PF14IMP TO WP38IMT
                  WHEN PF14TIP-SALDO
                      ADD PF14IMP TO WP38IMS
                  WHEN PF14TIP-VAL
                      ADD PF14IMP TO WP38IMV
                  WHEN PF14TIP-PUNTS
                      ADD PF14IMP TO WP38IMV
              END-EVALUATE
           END-IF.
       FIN-SUMAR-PAGAMENT-DIA. EXIT.


           IF NOT WS38-FI-FITXER-SI
              IF PF18EST-PAGADA AND PF18DTG = WS38-AVUI
                 IF WS38-AMBIT-OFICINA
                    CALL 'CBL25OFI' USING PF18PAG WS38-OFI-PAG
                    IF PF18PAG NOT = SPACES
                       AND WS38-OFI-PAG = WS38-OFI
                       ADD PF18IMP TO WP38DEV
                    END-IF
                 ELSE
                    ADD PF18IMP TO WP38DEV
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-DEVOLUCIO-DIA. EXIT.
               AT END MOVE 'S' TO WS38-FI-FITXER
           END-READ.

           IF WS38-FI-FITXER-SI
              GO FIN-SUMAR-FACTURA-DIA
           END-IF.

           IF WS38-AMBIT-USUARI AND PF15USR NOT = CPUSRJ-NOM-USUARI
              GO FIN-SUMAR-FACTURA-DIA
           END-IF.
           IF WS38-AMBIT-OFICINA AND PF15OFI NOT = WS38-OFI
              GO FIN-SUMAR-FACTURA-DIA
           END-IF.

           IF PF15DAT = WS38-AVUI
              ADD PF15TOT TO WP38FAC
           END-IF.
       FIN-SUMAR-FACTURA-DIA. EXIT.

           MOVE WP38FAC TO PF40FAC
           MOVE WP38CPT TO PF40CPT
           MOVE WP38DIF TO PF40DIF
           SET PF40TIP-OPERADOR TO TRUE
           MOVE WS38-OFI TO PF40OFI
           WRITE REG-PF40

           IF NOT WS38-STAT-PF40-OK
           END-READ.

           IF NOT WS38-FI-FITXER-SI
              IF WS38-AMBIT-USUARI AND PF40TIP-OPERADOR
                 AND PF40USR = CPUSRJ-NOM-USUARI
                 AND PF40DAT = WS38-AVUI
                 MOVE 'S' TO WS38-JA-TANCAT
              END-IF
              IF WS38-AMBIT-OFICINA AND PF40TIP-OFICINA
                 AND PF40OFI = WS38-OFI
                 AND PF40DAT = WS38-AVUI
                 MOVE 'S' TO WS38-JA-TANCAT
              END-IF
           END-IF.
       FIN-CERCAR-SEGUENT-TANCAMENT. EXIT.

      *----------------------------------------------------------*
      * Totals del dia de tota l'oficina de l'usuari, per mirar-  *
      * los abans de tancar-la. Un usuari sense oficina no en te. *
      *----------------------------------------------------------*
       CONSULTAR-OFICINA.
           IF WS38-OFI = SPACES
              MOVE 'Usuari sense oficina assignada' TO WP38ERR
              GO FIN-CONSULTAR-OFICINA
           END-IF.

           SET WS38-AMBIT-OFICINA TO TRUE
           PERFORM CALCULAR-TOTALS THRU FIN-CALCULAR-TOTALS
           MOVE 'Totals de loficina recalculats' TO WP38ERR.
       FIN-CONSULTAR-OFICINA. EXIT.

      *----------------------------------------------------------*
      * Tancament de l'oficina: nomes un supervisor (nivell 2 de  *
      * la funcio 38), un cop per oficina i dia, amb els totals   *
      * de l'oficina i l'efectiu comptat de tots els calaixos.    *
      * PF40USR es qui tanca i PF40OFI l'oficina tancada.         *
      *----------------------------------------------------------*
       GRAVAR-TANCAMENT-OFICINA.
           IF WS38-OFI = SPACES
              MOVE 'Usuari sense oficina assignada' TO WP38ERR
              GO FIN-GRAVAR-TANCAMENT-OFICINA
           END-IF.

           MOVE '38' TO WS38-FUN-AUT
           MOVE 2 TO WS38-NIV-AUT
           MOVE 'S' TO WS38-AUDIT-AUT
           CALL 'CBL25AUT' USING WS38-FUN-AUT WS38-NIV-AUT
                                 WS38-PERMES-AUT WS38-AUDIT-AUT
           IF WS38-PERMES-AUT NOT = 'S'
              MOVE 'Tancar loficina demana supervisor' TO WP38ERR
              GO FIN-GRAVAR-TANCAMENT-OFICINA
           END-IF.

           SET WS38-AMBIT-OFICINA TO TRUE
           PERFORM CERCAR-TANCAMENT THRU FIN-CERCAR-TANCAMENT
           IF WS38-JA-TANCAT-SI
              MOVE 'Loficina ja esta tancada avui' TO WP38ERR
              GO FIN-GRAVAR-TANCAMENT-OFICINA
           END-IF.

           PERFORM CALCULAR-TOTALS THRU FIN-CALCULAR-TOTALS
           PERFORM OBTENIR-NUM-TANCAMENT THRU
               FIN-OBTENIR-NUM-TANCAMENT

           MOVE WS38-NUM-TANCAMENT TO PF40NUM
           MOVE CPUSRJ-NOM-USUARI TO PF40USR
           MOVE WS38-AVUI TO PF40DAT
           MOVE WP38IMD TO PF40IMD
           MOVE WP38IMT TO PF40IMT
           MOVE WP38IMS TO PF40IMS
           MOVE WP38IMV TO PF40IMV
           MOVE WP38DEV TO PF40DEV
           MOVE WP38FAC TO PF40FAC
           MOVE WP38CPT TO PF40CPT
           MOVE WP38DIF TO PF40DIF
           SET PF40TIP-OFICINA TO TRUE
           MOVE WS38-OFI TO PF40OFI
           WRITE REG-PF40

           IF NOT WS38-STAT-PF40-OK
              MOVE 'No sha pogut gravar, torna-ho a intentar'
                   TO WP38ERR
           ELSE
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              MOVE 'Caixa de loficina tancada correctament'
                   TO WP38ERR
           END-IF.
       FIN-GRAVAR-TANCAMENT-OFICINA. EXIT.

       OBTENIR-NUM-TANCAMENT.
           MOVE 'TANCAMENT ' TO PF11CLA
           READ PF11 INVALID KEY
