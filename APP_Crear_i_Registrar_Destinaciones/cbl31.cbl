      * (PF03L1), opcions (PF23L1), factures (PF15L1), pagaments  *
      * (PF14 per cada referencia seva) i devolucions pendents a  *
      * PF18, amb el saldo: esperat, pagat, pendent de cobrar i   *
      * pendent de retornar, i el saldo viu de punts de fidelitat *
      * (PF63). Amb WP31IMP a 'S' el mateix extracte              *
      * s'imprimeix detallat a RPT31 per donar-lo al client.      *
      * Fins ara aixo volia dir obrir CBL20, CBL24, CBL19, CBL13  *
      * i CBL15 una darrere l'altra amb el client al telefon.     *
              RECORD KEY IS PF18SEQ
              FILE STATUS IS WS31-STAT-PF18.

           SELECT PF63
              ASSIGN TO DATABASE-PF63
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF63CLAU
              FILE STATUS IS WS31-STAT-PF63.

           SELECT RPT31
              ASSIGN TO PRINTER-RPT31.

       FD PF18 LABEL RECORD IS STANDARD.
          COPY CPPF18.

       FD PF63 LABEL RECORD IS STANDARD.
          COPY CPPF63.

       FD RPT31 LABEL RECORD IS OMITTED
                RECORDING MODE IS F.
       01 LINIA-RPT31 PIC X(80).
           05 WP31PEN PIC S9(9)V99.
           05 WP31DEV PIC 9(9)V99.
           05 WP31NET PIC S9(9)V99.
           05 WP31PNT PIC 9(7).
           05 WP31IMP PIC X(01).
           05 WP31ERR PIC X(40).

       01 WS31-NUM-ESPERES PIC 9(5).
       01 WS31-NUM-OPCIONS PIC 9(5).
       01 WS31-NUM-FACTURES PIC 9(5).
       01 WS31-SALDO-PUNTS PIC 9(7).
       01 WS31-AVUI PIC 9(8).

       01 WS31-STAT-PF13 PIC X(02).
           88 WS31-STAT-PF13-OK VALUES '00' '02'.
           88 WS31-STAT-PF14-OK VALUES '00' '02'.
       01 WS31-STAT-PF18 PIC X(02).
           88 WS31-STAT-PF18-OK VALUES '00' '02'.
       01 WS31-STAT-PF63 PIC X(02).
           88 WS31-STAT-PF63-OK VALUES '00' '02'.
       01 WS31-STAT-DSPF01 PIC X(02).
           88 WS31-STAT-DSPF01-OK VALUE '00'.

           05 D31-IMP  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(25) VALUE SPACES.

       01 DET31-02.
           05 D31-PTIP PIC X(04).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D31-PREF PIC Z(8)9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D31-PCOD PIC 9(4).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D31-PDAT PIC 9(8).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D31-PPNT PIC Z.ZZZ.ZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D31-PPEN PIC Z.ZZZ.ZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 D31-PDCA PIC 9(8).
           05 FILLER   PIC X(17) VALUE SPACES.

       01 TOT31-01.
           05 T31-ETIQ PIC X(26).
           05 T31-IMP  PIC ZZZ.ZZZ.ZZ9,99-.
           OPEN INPUT PF15L1
           OPEN INPUT PF14
           OPEN INPUT PF18
           OPEN INPUT PF63

           IF NOT WS31-STAT-DSPF01-OK OR NOT WS31-STAT-PF13-OK
              OR NOT WS31-STAT-PF02L2-OK OR NOT WS31-STAT-PF03L1-OK
              OR NOT WS31-STAT-PF23L1-OK OR NOT WS31-STAT-PF15L1-OK
              OR NOT WS31-STAT-PF14-OK OR NOT WS31-STAT-PF18-OK
              OR NOT WS31-STAT-PF63-OK
              PERFORM ERROR-OBERTURA THRU FIN-ERROR-OBERTURA
           END-IF.

           MOVE WS31-DEV-PENDENT TO WP31DEV
           COMPUTE WP31NET =
               WS31-ESPERAT - WS31-PAGAT - WS31-DEV-PENDENT
           MOVE WS31-SALDO-PUNTS TO WP31PNT

           IF WP31IMP = 'S'
              PERFORM IMPRIMIR-EXTRACTE THRU FIN-IMPRIMIR-EXTRACTE
           PERFORM SUMAR-PAGAMENTS-REF THRU FIN-SUMAR-PAGAMENTS-REF
               UNTIL WS31-I > WS31-NUM-REFS

           PERFORM SUMAR-DEVOLUCIONS THRU FIN-SUMAR-DEVOLUCIONS

           MOVE ZEROS TO WS31-SALDO-PUNTS
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS31-AVUI
           PERFORM SITUAR-PUNTS THRU FIN-SITUAR-PUNTS
           PERFORM SUMAR-PUNTS THRU FIN-SUMAR-PUNTS
               UNTIL WS31-FI-FITXER-SI.
       FIN-CALCULAR-EXTRACTE. EXIT.

       ACUMULAR-HISTORIC.
           END-IF.
       FIN-CERCAR-REF-DEVOLUCIO. EXIT.

      *----------------------------------------------------------*
      * Punts de fidelitat del client: nomes compten els punts no *
      * gastats de les files 'G' que encara no han caducat.       *
      *----------------------------------------------------------*
       SITUAR-PUNTS.
           MOVE 'N' TO WS31-FI-FITXER
           MOVE WP31CLI TO PF63CLI
           MOVE ZEROS TO PF63SEQ
           START PF63 KEY IS NOT LESS THAN PF63CLAU
               INVALID KEY MOVE 'S' TO WS31-FI-FITXER
           END-START.
       FIN-SITUAR-PUNTS. EXIT.

       SUMAR-PUNTS.
           READ PF63 NEXT RECORD
               AT END MOVE 'S' TO WS31-FI-FITXER
           END-READ.

           IF NOT WS31-FI-FITXER-SI
              IF PF63CLI NOT = WP31CLI
                 MOVE 'S' TO WS31-FI-FITXER
              ELSE
                 IF PF63TIP-GUANY AND PF63DCA >= WS31-AVUI
                    ADD PF63PEN TO WS31-SALDO-PUNTS
                 END-IF
              END-IF
           END-IF.
       FIN-SUMAR-PUNTS. EXIT.

      *----------------------------------------------------------*
      * Extracte imprimible: capcalera del client, una seccio per *
      * concepte amb les seves linies i els totals al peu.        *
           PERFORM IMPRIMIR-FACTURA THRU FIN-IMPRIMIR-FACTURA
               UNTIL WS31-FI-FITXER-SI

           MOVE 'PUNTS DE FIDELITAT' TO E31-SECCIO
           WRITE LINIA-RPT31 FROM CAP31-02 AFTER ADVANCING 2 LINES
           PERFORM SITUAR-PUNTS THRU FIN-SITUAR-PUNTS
           PERFORM IMPRIMIR-PUNTS THRU FIN-IMPRIMIR-PUNTS
               UNTIL WS31-FI-FITXER-SI

           MOVE 'ESPERAT                   ' TO T31-ETIQ
           MOVE WS31-ESPERAT TO T31-IMP
           WRITE LINIA-RPT31 FROM TOT31-01 AFTER ADVANCING 2 LINES
           MOVE 'SALDO NET                 ' TO T31-ETIQ
           MOVE WP31NET TO T31-IMP
           WRITE LINIA-RPT31 FROM TOT31-01 AFTER ADVANCING 1 LINE
           MOVE 'SALDO DE PUNTS            ' TO T31-ETIQ
           MOVE WP31PNT TO T31-IMP
           WRITE LINIA-RPT31 FROM TOT31-01 AFTER ADVANCING 1 LINE

           CLOSE RPT31.
       FIN-IMPRIMIR-EXTRACTE. EXIT.
              IF P15LCLI NOT = WP31CLI
                 MOVE 'S' TO WS31-FI-FITXER
              ELSE
      * La factura mensual agrupada (CBL68FAC) surt com una sola
      * partida, sense desglossar les reserves que porta.
                 IF P15LAGR = 'S'
                    MOVE 'FRAM' TO D31-TIP
                 ELSE
                    MOVE 'FRA ' TO D31-TIP
                 END-IF
                 MOVE P15LNUM TO D31-REF
                 MOVE ZEROS TO D31-COD
                 MOVE P15LDAT TO D31-DAT
           END-IF.
       FIN-IMPRIMIR-FACTURA. EXIT.

       IMPRIMIR-PUNTS.
           READ PF63 NEXT RECORD
               AT END MOVE 'S' TO WS31-FI-FITXER
           END-READ.

           IF NOT WS31-FI-FITXER-SI
              IF PF63CLI NOT = WP31CLI
                 MOVE 'S' TO WS31-FI-FITXER
              ELSE
                 EVALUATE TRUE
                     WHEN PF63TIP-GUANY
                         MOVE 'GUA ' TO D31-PTIP
                     WHEN PF63TIP-RETIRADA
                         MOVE 'RET ' TO D31-PTIP
                     WHEN PF63TIP-DESPESA
                         MOVE 'DES ' TO D31-PTIP
                     WHEN OTHER
                         MOVE 'CAD ' TO D31-PTIP
                 END-EVALUATE
                 MOVE PF63REF TO D31-PREF
                 MOVE PF63COD TO D31-PCOD
                 MOVE PF63DAT TO D31-PDAT
                 MOVE PF63PNT TO D31-PPNT
                 MOVE PF63PEN TO D31-PPEN
                 MOVE PF63DCA TO D31-PDCA
                 WRITE LINIA-RPT31 FROM DET31-02
                     AFTER ADVANCING 1 LINE
              END-IF
           END-IF.
       FIN-IMPRIMIR-PUNTS. EXIT.

      *----------------------------------------------------------*
      * Comprovacio d'autoritat a l'entrada (PF28 via CBL25AUT):  *
      * sense el nivell requerit, l'acces queda denegat, anotat a *
           DISPLAY 'ESTAT PF15L1 = ' WS31-STAT-PF15L1.
           DISPLAY 'ESTAT PF14   = ' WS31-STAT-PF14.
           DISPLAY 'ESTAT PF18   = ' WS31-STAT-PF18.
           DISPLAY 'ESTAT PF63   = ' WS31-STAT-PF63.
           DISPLAY 'ESTAT DSPF01 = ' WS31-STAT-DSPF01.
           GOBACK.
       FIN-ERROR-OBERTURA. EXIT.
           CLOSE PF15L1.
           CLOSE PF14.
           CLOSE PF18.
           CLOSE PF63.
           GOBACK.
