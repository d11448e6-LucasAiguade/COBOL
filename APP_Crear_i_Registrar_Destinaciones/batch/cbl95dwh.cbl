       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL95DWH.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Extracte diari de canvis per al magatzem de dades. Els    *
      * analistes copiaven cada setmana PF02, PF14, PF15, PF18 i  *
      * PF21 sencers i els comparaven per saber que havia canviat,*
      * i els extractes que teniem (INT94, INT69, INT64) son      *
      * resums, no les files. Cada nit, per a cadascun d'aquests  *
      * fitxers:                                                  *
      *  - es compara cada fila amb la darrera imatge guardada a  *
      *    PF77 i en surten les noves ('A') i les canviades ('M');*
      *    les que ja no hi son surten com a baixa ('B', nomes la *
      *    clau). L'hora del canvi es la de la passada que el     *
      *    detecta;                                               *
      *  - les files pendents de lliurar van al fitxer de canvis  *
      *    del fitxer (INT95A, INT95P, INT95F, INT95D, INT95S);   *
      *  - INT95C porta per fitxer el nombre de files per accio i *
      *    la suma de la columna d'import, per a la prova de      *
      *    carrega del magatzem.                                  *
      * Les files de PF02 anonimitzades per CBL89ARX no surten    *
      * mai: la imatge es posa al dia sense lliurar-la, i si      *
      * tenien un canvi pendent es descarta.                      *
      * Parametre:                                                *
      *   PARM-MODE  espais (CLP95DWH2) fa l'extracte; els canvis *
      *              queden pendents a PF77 i tornen a sortir a   *
      *              cada extracte fins que es confirmen;         *
      *              'CON' confirma l'extracte un cop el job l'ha *
      *              copiat al directori compartit: treu la marca *
      *              de pendent, esborra de PF77 les baixes i     *
      *              guarda la data i hora de l'extracte a PF11   *
      *              ('DWHDATA' i 'DWHHORA') com a ultim lliurat. *
      * Si una nit falla, l'extracte seguent torna a portar tot   *
      * el que s'ha canviat des de l'ultim lliurament confirmat.  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF02
              ASSIGN TO DATABASE-PF02
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF2CLAU.

           SELECT PF14
              ASSIGN TO DATABASE-PF14
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF14CLAU.

           SELECT PF15
              ASSIGN TO DATABASE-PF15
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF15NUM.

           SELECT PF18
              ASSIGN TO DATABASE-PF18
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF18SEQ.

           SELECT PF21
              ASSIGN TO DATABASE-PF21
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF21CLAU.

           SELECT PF77
              ASSIGN TO DATABASE-PF77
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF77CLAU
              FILE STATUS IS WS95D-STAT-PF77.

           SELECT PF11
              ASSIGN TO DATABASE-PF11
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF11CLA.

           SELECT INT95A
              ASSIGN TO DATABASE-INT95A
              ORGANIZATION IS SEQUENTIAL.

           SELECT INT95P
              ASSIGN TO DATABASE-INT95P
              ORGANIZATION IS SEQUENTIAL.

           SELECT INT95F
              ASSIGN TO DATABASE-INT95F
              ORGANIZATION IS SEQUENTIAL.

           SELECT INT95D
              ASSIGN TO DATABASE-INT95D
              ORGANIZATION IS SEQUENTIAL.

           SELECT INT95S
              ASSIGN TO DATABASE-INT95S
              ORGANIZATION IS SEQUENTIAL.

           SELECT INT95C
              ASSIGN TO DATABASE-INT95C
              ORGANIZATION IS SEQUENTIAL.

           SELECT PF30
              ASSIGN TO DATABASE-PF30
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF30CLAU
              FILE STATUS IS WS95D-STAT-PF30.

       DATA DIVISION.
       FILE SECTION.
       FD PF02 LABEL RECORD IS STANDARD.
          COPY CPPF02.

       FD PF14 LABEL RECORD IS STANDARD.
          COPY CPPF14.

       FD PF15 LABEL RECORD IS STANDARD.
          COPY CPPF15.

       FD PF18 LABEL RECORD IS STANDARD.
          COPY CPPF18.

       FD PF21 LABEL RECORD IS STANDARD.
          COPY CPPF21.

       FD PF77 LABEL RECORD IS STANDARD.
          COPY CPPF77.

       FD PF11 LABEL RECORD IS STANDARD.
          COPY CPPF11.

       FD INT95A LABEL RECORD IS STANDARD.
          COPY CPINT95A.

       FD INT95P LABEL RECORD IS STANDARD.
          COPY CPINT95P.

       FD INT95F LABEL RECORD IS STANDARD.
          COPY CPINT95F.

       FD INT95D LABEL RECORD IS STANDARD.
          COPY CPINT95D.

       FD INT95S LABEL RECORD IS STANDARD.
          COPY CPINT95S.

       FD INT95C LABEL RECORD IS STANDARD.
          COPY CPINT95C.

       FD PF30 LABEL RECORD IS STANDARD.
          COPY CPPF30.

       WORKING-STORAGE SECTION.
       01 WS95D-FI-FITXER PIC X(01).
           88 WS95D-FI-FITXER-SI VALUE 'S'.
       01 WS95D-FI-PF77 PIC X(01).
           88 WS95D-FI-PF77-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Fila en curs del fitxer d'origen: fitxer, clau i imatge   *
      * sencera, i si es una fila anonimitzada que no pot sortir. *
      *----------------------------------------------------------*
       01 WS95D-FIT PIC X(04).
       01 WS95D-CLA PIC X(12).
       01 WS95D-IMG PIC X(200).
       01 WS95D-ANONIM PIC X(01).
           88 WS95D-ANONIM-SI VALUE 'S'.

      *----------------------------------------------------------*
      * Passada en curs (data i hora d'inici, la del diari) i     *
      * ultim extracte confirmat, de PF11.                        *
      *----------------------------------------------------------*
       01 WS95D-RUN.
           05 WS95D-RUN-DAT PIC 9(8).
           05 WS95D-RUN-HOR PIC 9(6).
       01 WS95D-DES-DAT PIC 9(8).
       01 WS95D-DES-HOR PIC 9(6).
       01 WS95D-CLA11 PIC X(10).
       01 WS95D-VAL11 PIC 9(9).

      *----------------------------------------------------------*
      * Recomptes del fitxer de canvis en curs per a INT95C.      *
      *----------------------------------------------------------*
       01 WS95D-NOM-INT PIC X(06).
       01 WS95D-Q-ALTA PIC 9(9).
       01 WS95D-Q-MODIF PIC 9(9).
       01 WS95D-Q-BAIXA PIC 9(9).
       01 WS95D-Q-TOTAL PIC 9(9).
       01 WS95D-IMP-FIT PIC 9(11)V99.
       01 WS95D-NUM-FILES PIC 9(9) VALUE ZEROS.

       01 WS95D-STAT-PF77 PIC X(02).
           88 WS95D-STAT-PF77-OK VALUES '00' '02'.
       01 WS95D-STAT-PF30 PIC X(02).
           88 WS95D-STAT-PF30-OK VALUES '00' '02'.
       01 WS95D-JRN-DAT PIC 9(8).
       01 WS95D-JRN-HIN PIC 9(6).

       LINKAGE SECTION.
       01 PARM-MODE PIC X(03).
           88 PARM-MODE-CONFIRMAR VALUE 'CON'.

       PROCEDURE DIVISION USING PARM-MODE.

       MAIN.
           IF PARM-MODE-CONFIRMAR
              PERFORM CONFIRMAR-EXTRACTE THRU FIN-CONFIRMAR-EXTRACTE
              GOBACK
           END-IF.

           PERFORM ESCRIURE-JORNAL-INICI THRU
               FIN-ESCRIURE-JORNAL-INICI
           MOVE WS95D-JRN-DAT TO WS95D-RUN-DAT
           MOVE WS95D-JRN-HIN TO WS95D-RUN-HOR

           OPEN INPUT PF02
           OPEN INPUT PF14
           OPEN INPUT PF15
           OPEN INPUT PF18
           OPEN INPUT PF21
           OPEN I-O PF77
           OPEN I-O PF11
           OPEN OUTPUT INT95A
           OPEN OUTPUT INT95P
           OPEN OUTPUT INT95F
           OPEN OUTPUT INT95D
           OPEN OUTPUT INT95S
           OPEN OUTPUT INT95C

           MOVE 'DWHDATA   ' TO WS95D-CLA11
           PERFORM LLEGIR-COMPTADOR THRU FIN-LLEGIR-COMPTADOR
           MOVE WS95D-VAL11 TO WS95D-DES-DAT
           MOVE 'DWHHORA   ' TO WS95D-CLA11
           PERFORM LLEGIR-COMPTADOR THRU FIN-LLEGIR-COMPTADOR
           MOVE WS95D-VAL11 TO WS95D-DES-HOR

           MOVE 'PF02' TO WS95D-FIT
           PERFORM RECORRER-PF02 THRU FIN-RECORRER-PF02
           MOVE 'INT95A' TO WS95D-NOM-INT
           PERFORM LLIURAR-CANVIS THRU FIN-LLIURAR-CANVIS

           MOVE 'PF14' TO WS95D-FIT
           PERFORM RECORRER-PF14 THRU FIN-RECORRER-PF14
           MOVE 'INT95P' TO WS95D-NOM-INT
           PERFORM LLIURAR-CANVIS THRU FIN-LLIURAR-CANVIS

           MOVE 'PF15' TO WS95D-FIT
           PERFORM RECORRER-PF15 THRU FIN-RECORRER-PF15
           MOVE 'INT95F' TO WS95D-NOM-INT
           PERFORM LLIURAR-CANVIS THRU FIN-LLIURAR-CANVIS

           MOVE 'PF18' TO WS95D-FIT
           PERFORM RECORRER-PF18 THRU FIN-RECORRER-PF18
           MOVE 'INT95D' TO WS95D-NOM-INT
           PERFORM LLIURAR-CANVIS THRU FIN-LLIURAR-CANVIS

           MOVE 'PF21' TO WS95D-FIT
           PERFORM RECORRER-PF21 THRU FIN-RECORRER-PF21
           MOVE 'INT95S' TO WS95D-NOM-INT
           PERFORM LLIURAR-CANVIS THRU FIN-LLIURAR-CANVIS

      * Data i hora d'aquest extracte, que la confirmacio passara
      * a ultim lliurat.
           MOVE 'DWHEXTDAT ' TO WS95D-CLA11
           MOVE WS95D-RUN-DAT TO WS95D-VAL11
           PERFORM GRAVAR-COMPTADOR THRU FIN-GRAVAR-COMPTADOR
           MOVE 'DWHEXTHOR ' TO WS95D-CLA11
           MOVE WS95D-RUN-HOR TO WS95D-VAL11
           PERFORM GRAVAR-COMPTADOR THRU FIN-GRAVAR-COMPTADOR

           CLOSE PF02.
           CLOSE PF14.
           CLOSE PF15.
           CLOSE PF18.
           CLOSE PF21.
           CLOSE PF77.
           CLOSE PF11.
           CLOSE INT95A.
           CLOSE INT95P.
           CLOSE INT95F.
           CLOSE INT95D.
           CLOSE INT95S.
           CLOSE INT95C.

           PERFORM ESCRIURE-JORNAL-FI THRU
               FIN-ESCRIURE-JORNAL-FI

           GOBACK.

      *----------------------------------------------------------*
      * Passada per cada fitxer d'origen: clau i imatge de cada   *
      * fila, comparades amb PF77.                                *
      *----------------------------------------------------------*
       RECORRER-PF02.
           MOVE 'N' TO WS95D-FI-FITXER
           MOVE LOW-VALUES TO PF2CLAU
           START PF02 KEY IS NOT LESS THAN PF2CLAU
               INVALID KEY MOVE 'S' TO WS95D-FI-FITXER
           END-START.

           PERFORM LLEGIR-PF02 THRU FIN-LLEGIR-PF02
               UNTIL WS95D-FI-FITXER-SI
       FIN-RECORRER-PF02. EXIT.

       LLEGIR-PF02.
           READ PF02 NEXT RECORD
               AT END MOVE 'S' TO WS95D-FI-FITXER
           END-READ.

           IF WS95D-FI-FITXER-SI
              GO FIN-LLEGIR-PF02
           END-IF.

           MOVE PF2CLAU TO WS95D-CLA
           MOVE REG-PF02 TO WS95D-IMG
           MOVE 'N' TO WS95D-ANONIM
           IF PF2NOM = 'ANONIMITZAT'
              MOVE 'S' TO WS95D-ANONIM
           END-IF.
           PERFORM COMPARAR-IMATGE THRU FIN-COMPARAR-IMATGE.
       FIN-LLEGIR-PF02. EXIT.

       RECORRER-PF14.
           MOVE 'N' TO WS95D-FI-FITXER
           MOVE LOW-VALUES TO PF14CLAU
           START PF14 KEY IS NOT LESS THAN PF14CLAU
               INVALID KEY MOVE 'S' TO WS95D-FI-FITXER
           END-START.

           PERFORM LLEGIR-PF14 THRU FIN-LLEGIR-PF14
               UNTIL WS95D-FI-FITXER-SI
       FIN-RECORRER-PF14. EXIT.

       LLEGIR-PF14.
           READ PF14 NEXT RECORD
               AT END MOVE 'S' TO WS95D-FI-FITXER
           END-READ.

           IF WS95D-FI-FITXER-SI
              GO FIN-LLEGIR-PF14
           END-IF.

           MOVE PF14CLAU TO WS95D-CLA
           MOVE REG-PF14 TO WS95D-IMG
           MOVE 'N' TO WS95D-ANONIM
           PERFORM COMPARAR-IMATGE THRU FIN-COMPARAR-IMATGE.
       FIN-LLEGIR-PF14. EXIT.

       RECORRER-PF15.
           MOVE 'N' TO WS95D-FI-FITXER
           MOVE LOW-VALUES TO PF15NUM
           START PF15 KEY IS NOT LESS THAN PF15NUM
               INVALID KEY MOVE 'S' TO WS95D-FI-FITXER
           END-START.

           PERFORM LLEGIR-PF15 THRU FIN-LLEGIR-PF15
               UNTIL WS95D-FI-FITXER-SI
       FIN-RECORRER-PF15. EXIT.

       LLEGIR-PF15.
           READ PF15 NEXT RECORD
               AT END MOVE 'S' TO WS95D-FI-FITXER
           END-READ.

           IF WS95D-FI-FITXER-SI
              GO FIN-LLEGIR-PF15
           END-IF.

           MOVE PF15NUM TO WS95D-CLA
           MOVE REG-PF15 TO WS95D-IMG
           MOVE 'N' TO WS95D-ANONIM
           PERFORM COMPARAR-IMATGE THRU FIN-COMPARAR-IMATGE.
       FIN-LLEGIR-PF15. EXIT.

       RECORRER-PF18.
           MOVE 'N' TO WS95D-FI-FITXER
           MOVE LOW-VALUES TO PF18SEQ
           START PF18 KEY IS NOT LESS THAN PF18SEQ
               INVALID KEY MOVE 'S' TO WS95D-FI-FITXER
           END-START.

           PERFORM LLEGIR-PF18 THRU FIN-LLEGIR-PF18
               UNTIL WS95D-FI-FITXER-SI
       FIN-RECORRER-PF18. EXIT.

       LLEGIR-PF18.
           READ PF18 NEXT RECORD
               AT END MOVE 'S' TO WS95D-FI-FITXER
           END-READ.

           IF WS95D-FI-FITXER-SI
              GO FIN-LLEGIR-PF18
           END-IF.

           MOVE PF18SEQ TO WS95D-CLA
           MOVE REG-PF18 TO WS95D-IMG
           MOVE 'N' TO WS95D-ANONIM
           PERFORM COMPARAR-IMATGE THRU FIN-COMPARAR-IMATGE.
       FIN-LLEGIR-PF18. EXIT.

       RECORRER-PF21.
           MOVE 'N' TO WS95D-FI-FITXER
           MOVE LOW-VALUES TO PF21CLAU
           START PF21 KEY IS NOT LESS THAN PF21CLAU
               INVALID KEY MOVE 'S' TO WS95D-FI-FITXER
           END-START.

           PERFORM LLEGIR-PF21 THRU FIN-LLEGIR-PF21
               UNTIL WS95D-FI-FITXER-SI
       FIN-RECORRER-PF21. EXIT.

       LLEGIR-PF21.
           READ PF21 NEXT RECORD
               AT END MOVE 'S' TO WS95D-FI-FITXER
           END-READ.

           IF WS95D-FI-FITXER-SI
              GO FIN-LLEGIR-PF21
           END-IF.

           MOVE PF21CLAU TO WS95D-CLA
           MOVE REG-PF21 TO WS95D-IMG
           MOVE 'N' TO WS95D-ANONIM
           PERFORM COMPARAR-IMATGE THRU FIN-COMPARAR-IMATGE.
       FIN-LLEGIR-PF21. EXIT.

      *----------------------------------------------------------*
      * Compara la fila en curs amb la seva imatge de PF77:       *
      *  - sense imatge, es una alta;                             *
      *  - amb imatge diferent (o marcada com a baixa pendent, si *
      *    la clau ha tornat a apareixer), una modificacio; una   *
      *    alta encara no lliurada continua essent alta;          *
      *  - una fila anonimitzada posa la imatge al dia pero no    *
      *    queda mai pendent de lliurar.                          *
      * A totes se'ls marca la passada en curs com a vistes.      *
      *----------------------------------------------------------*
       COMPARAR-IMATGE.
           MOVE WS95D-FIT TO PF77FIT
           MOVE WS95D-CLA TO PF77CLA
           READ PF77 INVALID KEY
                MOVE WS95D-IMG TO PF77IMG
                SET PF77ACC-ALTA TO TRUE
                MOVE WS95D-RUN-DAT TO PF77DAT
                MOVE WS95D-RUN-HOR TO PF77HOR
                IF WS95D-ANONIM-SI
                   MOVE SPACE TO PF77PEN
                ELSE
                   MOVE 'S' TO PF77PEN
                END-IF
                MOVE WS95D-RUN TO PF77VIS
                WRITE REG-PF77
                GO FIN-COMPARAR-IMATGE
           END-READ.

           MOVE WS95D-RUN TO PF77VIS
           IF PF77IMG NOT = WS95D-IMG OR PF77ACC-BAIXA
              MOVE WS95D-IMG TO PF77IMG
              IF WS95D-ANONIM-SI
                 MOVE SPACE TO PF77PEN
              ELSE
                 IF NOT PF77PEN-SI OR NOT PF77ACC-ALTA
                    SET PF77ACC-MODIF TO TRUE
                 END-IF
                 MOVE 'S' TO PF77PEN
                 MOVE WS95D-RUN-DAT TO PF77DAT
                 MOVE WS95D-RUN-HOR TO PF77HOR
              END-IF
           END-IF.
           REWRITE REG-PF77.
       FIN-COMPARAR-IMATGE. EXIT.

      *----------------------------------------------------------*
      * Repassa les imatges del fitxer d'origen en curs: les que  *
      * la passada no ha vist s'han esborrat i passen a baixa     *
      * pendent (una alta que no s'havia lliurat mai simplement   *
      * s'esborra), i totes les pendents van al fitxer de canvis, *
      * amb la seva fila de control a INT95C.                     *
      *----------------------------------------------------------*
       LLIURAR-CANVIS.
           MOVE ZEROS TO WS95D-Q-ALTA
           MOVE ZEROS TO WS95D-Q-MODIF
           MOVE ZEROS TO WS95D-Q-BAIXA
           MOVE ZEROS TO WS95D-Q-TOTAL
           MOVE ZEROS TO WS95D-IMP-FIT

           MOVE 'N' TO WS95D-FI-PF77
           MOVE WS95D-FIT TO PF77FIT
           MOVE LOW-VALUES TO PF77CLA
           START PF77 KEY IS NOT LESS THAN PF77CLAU
               INVALID KEY MOVE 'S' TO WS95D-FI-PF77
           END-START.

           PERFORM REVISAR-IMATGE THRU FIN-REVISAR-IMATGE
               UNTIL WS95D-FI-PF77-SI

           MOVE WS95D-NOM-INT TO I95CFIT
           MOVE WS95D-DES-DAT TO I95CDDT
           MOVE WS95D-DES-HOR TO I95CDHR
           MOVE WS95D-RUN-DAT TO I95CFDT
           MOVE WS95D-RUN-HOR TO I95CFHR
           MOVE WS95D-Q-ALTA TO I95CQAL
           MOVE WS95D-Q-MODIF TO I95CQMO
           MOVE WS95D-Q-BAIXA TO I95CQBA
           MOVE WS95D-Q-TOTAL TO I95CQTO
           MOVE WS95D-IMP-FIT TO I95CIMP
           WRITE REG-INT95C.
       FIN-LLIURAR-CANVIS. EXIT.

       REVISAR-IMATGE.
           READ PF77 NEXT RECORD
               AT END MOVE 'S' TO WS95D-FI-PF77
           END-READ.

           IF WS95D-FI-PF77-SI
              GO FIN-REVISAR-IMATGE
           END-IF.

           IF PF77FIT NOT = WS95D-FIT
              MOVE 'S' TO WS95D-FI-PF77
              GO FIN-REVISAR-IMATGE
           END-IF.

           IF PF77VIS NOT = WS95D-RUN AND NOT PF77ACC-BAIXA
              IF PF77PEN-SI AND PF77ACC-ALTA
                 DELETE PF77 RECORD
                 GO FIN-REVISAR-IMATGE
              END-IF
              SET PF77ACC-BAIXA TO TRUE
              MOVE 'S' TO PF77PEN
              MOVE WS95D-RUN-DAT TO PF77DAT
              MOVE WS95D-RUN-HOR TO PF77HOR
              REWRITE REG-PF77
           END-IF.

           IF NOT PF77PEN-SI
              GO FIN-REVISAR-IMATGE
           END-IF.

           EVALUATE WS95D-FIT
               WHEN 'PF02'
                   PERFORM ESCRIURE-INT95A THRU FIN-ESCRIURE-INT95A
               WHEN 'PF14'
                   PERFORM ESCRIURE-INT95P THRU FIN-ESCRIURE-INT95P
               WHEN 'PF15'
                   PERFORM ESCRIURE-INT95F THRU FIN-ESCRIURE-INT95F
               WHEN 'PF18'
                   PERFORM ESCRIURE-INT95D THRU FIN-ESCRIURE-INT95D
               WHEN 'PF21'
                   PERFORM ESCRIURE-INT95S THRU FIN-ESCRIURE-INT95S
           END-EVALUATE.

           EVALUATE TRUE
               WHEN PF77ACC-ALTA
                   ADD 1 TO WS95D-Q-ALTA
               WHEN PF77ACC-MODIF
                   ADD 1 TO WS95D-Q-MODIF
               WHEN PF77ACC-BAIXA
                   ADD 1 TO WS95D-Q-BAIXA
           END-EVALUATE.
           ADD 1 TO WS95D-Q-TOTAL
           ADD 1 TO WS95D-NUM-FILES.
       FIN-REVISAR-IMATGE. EXIT.

      *----------------------------------------------------------*
      * Fila de canvis de cada fitxer a partir de la imatge de    *
      * PF77. Les baixes porten nomes la clau.                    *
      *----------------------------------------------------------*
       ESCRIURE-INT95A.
           MOVE PF77IMG TO REG-PF02
           INITIALIZE REG-INT95A
           MOVE PF77ACC TO I95AACC
           MOVE PF77DAT TO I95ACDT
           MOVE PF77HOR TO I95ACHR
           MOVE PF2COD TO I95ACOD
           MOVE PF2SEQ TO I95ASEQ
           IF NOT PF77ACC-BAIXA
              MOVE PF2TIP TO I95ATIP
              MOVE PF2NOM TO I95ANOM
              MOVE PF2QTY TO I95AQTY
              MOVE PF2DAT TO I95ADAT
              MOVE PF2MOT TO I95AMOT
              MOVE PF2REF TO I95AREF
              MOVE PF2USR TO I95AUSR
              MOVE PF2CLI TO I95ACLI
              MOVE PF2IMP TO I95AIMP
              MOVE PF2FEE TO I95AFEE
              MOVE PF2DATS TO I95ADATS
              MOVE PF2CLS TO I95ACLS
              MOVE PF2AGE TO I95AAGE
              MOVE PF2CAN TO I95ACAN
              MOVE PF2PNT TO I95APNT
              MOVE PF2ASS TO I95AASS
              MOVE PF2QNE TO I95AQNE
              MOVE PF2QSE TO I95AQSE
              MOVE PF2QIN TO I95AQIN
              MOVE PF2QSI TO I95AQSI
              MOVE PF2CAM TO I95ACAM
              MOVE PF2DTO TO I95ADTO
              MOVE PF2OFI TO I95AOFI
              ADD PF2IMP TO WS95D-IMP-FIT
           END-IF.
           WRITE REG-INT95A.
       FIN-ESCRIURE-INT95A. EXIT.

       ESCRIURE-INT95P.
           MOVE PF77IMG TO REG-PF14
           INITIALIZE REG-INT95P
           MOVE PF77ACC TO I95PACC
           MOVE PF77DAT TO I95PCDT
           MOVE PF77HOR TO I95PCHR
           MOVE PF14REF TO I95PREF
           MOVE PF14SEQ TO I95PSEQ
           IF NOT PF77ACC-BAIXA
              MOVE PF14TIP TO I95PTIP
              MOVE PF14IMP TO I95PIMP
              MOVE PF14DAT TO I95PDAT
              MOVE PF14USR TO I95PUSR
              MOVE PF14OFI TO I95POFI
              ADD PF14IMP TO WS95D-IMP-FIT
           END-IF.
           WRITE REG-INT95P.
       FIN-ESCRIURE-INT95P. EXIT.

       ESCRIURE-INT95F.
           MOVE PF77IMG TO REG-PF15
           INITIALIZE REG-INT95F
           MOVE PF77ACC TO I95FACC
           MOVE PF77DAT TO I95FCDT
           MOVE PF77HOR TO I95FCHR
           MOVE PF15NUM TO I95FNUM
           IF NOT PF77ACC-BAIXA
              MOVE PF15REF TO I95FREF
              MOVE PF15CLI TO I95FCLI
              MOVE PF15NOM TO I95FNOM
              MOVE PF15DAT TO I95FDAT
              MOVE PF15BAS TO I95FBAS
              MOVE PF15PCT TO I95FPCT
              MOVE PF15QIV TO I95FQIV
              MOVE PF15TOT TO I95FTOT
              MOVE PF15USR TO I95FUSR
              MOVE PF15TIP TO I95FTIP
              MOVE PF15ORI TO I95FORI
              MOVE PF15VMG TO I95FVMG
              MOVE PF15CMG TO I95FCMG
              MOVE PF15MRG TO I95FMRG
              MOVE PF15BMG TO I95FBMG
              MOVE PF15QMG TO I95FQMG
              MOVE PF15OFI TO I95FOFI
              MOVE PF15NSE TO I95FNSE
              MOVE PF15AGR TO I95FAGR
              MOVE PF15VEN TO I95FVEN
              ADD PF15TOT TO WS95D-IMP-FIT
           END-IF.
           WRITE REG-INT95F.
       FIN-ESCRIURE-INT95F. EXIT.

       ESCRIURE-INT95D.
           MOVE PF77IMG TO REG-PF18
           INITIALIZE REG-INT95D
           MOVE PF77ACC TO I95DACC
           MOVE PF77DAT TO I95DCDT
           MOVE PF77HOR TO I95DCHR
           MOVE PF18SEQ TO I95DSEQ
           IF NOT PF77ACC-BAIXA
              MOVE PF18COD TO I95DCOD
              MOVE PF18REF TO I95DREF
              MOVE PF18QTY TO I95DQTY
              MOVE PF18IMP TO I95DIMP
              MOVE PF18DAT TO I95DDAT
              MOVE PF18USR TO I95DUSR
              MOVE PF18EST TO I95DEST
              MOVE PF18SUP TO I95DSUP
              MOVE PF18DTA TO I95DDTA
              MOVE PF18DTG TO I95DDTG
              MOVE PF18PAG TO I95DPAG
              ADD PF18IMP TO WS95D-IMP-FIT
           END-IF.
           WRITE REG-INT95D.
       FIN-ESCRIURE-INT95D. EXIT.

       ESCRIURE-INT95S.
           MOVE PF77IMG TO REG-PF21
           INITIALIZE REG-INT95S
           MOVE PF77ACC TO I95SACC
           MOVE PF77DAT TO I95SCDT
           MOVE PF77HOR TO I95SCHR
           MOVE PF21COD TO I95SCOD
           MOVE PF21DAT TO I95SDAT
           IF NOT PF77ACC-BAIXA
              MOVE PF21PLT TO I95SPLT
              MOVE PF21PLD TO I95SPLD
              MOVE PF21EST TO I95SEST
              MOVE PF21OVS TO I95SOVS
              MOVE PF21DUR TO I95SDUR
              MOVE PF21PAT TO I95SPAT
              ADD PF21PLT TO WS95D-IMP-FIT
           END-IF.
           WRITE REG-INT95S.
       FIN-ESCRIURE-INT95S. EXIT.

      *----------------------------------------------------------*
      * Confirmacio de l'extracte ja copiat al directori          *
      * compartit: les files pendents queden lliurades, les       *
      * baixes surten de PF77, i la data i hora de l'extracte     *
      * passen a ultim lliurament ('DWHDATA' i 'DWHHORA').        *
      *----------------------------------------------------------*
       CONFIRMAR-EXTRACTE.
           OPEN I-O PF77
           OPEN I-O PF11
           IF NOT WS95D-STAT-PF77-OK
              DISPLAY 'CBL95DWH: ERROR OBRINT PF77 ' WS95D-STAT-PF77
              GO FIN-CONFIRMAR-EXTRACTE
           END-IF.

           MOVE 'N' TO WS95D-FI-PF77
           MOVE LOW-VALUES TO PF77CLAU
           START PF77 KEY IS NOT LESS THAN PF77CLAU
               INVALID KEY MOVE 'S' TO WS95D-FI-PF77
           END-START.

           PERFORM CONFIRMAR-IMATGE THRU FIN-CONFIRMAR-IMATGE
               UNTIL WS95D-FI-PF77-SI

           MOVE 'DWHEXTDAT ' TO WS95D-CLA11
           PERFORM LLEGIR-COMPTADOR THRU FIN-LLEGIR-COMPTADOR
           MOVE 'DWHDATA   ' TO WS95D-CLA11
           PERFORM GRAVAR-COMPTADOR THRU FIN-GRAVAR-COMPTADOR

           MOVE 'DWHEXTHOR ' TO WS95D-CLA11
           PERFORM LLEGIR-COMPTADOR THRU FIN-LLEGIR-COMPTADOR
           MOVE 'DWHHORA   ' TO WS95D-CLA11
           PERFORM GRAVAR-COMPTADOR THRU FIN-GRAVAR-COMPTADOR

           CLOSE PF77.
           CLOSE PF11.
       FIN-CONFIRMAR-EXTRACTE. EXIT.

       CONFIRMAR-IMATGE.
           READ PF77 NEXT RECORD
               AT END MOVE 'S' TO WS95D-FI-PF77
           END-READ.

           IF WS95D-FI-PF77-SI OR NOT PF77PEN-SI
              GO FIN-CONFIRMAR-IMATGE
           END-IF.

           IF PF77ACC-BAIXA
              DELETE PF77 RECORD
           ELSE
              MOVE SPACE TO PF77PEN
              REWRITE REG-PF77
           END-IF.
       FIN-CONFIRMAR-IMATGE. EXIT.

      *----------------------------------------------------------*
      * Lectura i gravacio d'una data o hora de lliurament a      *
      * PF11 (a zeros si encara no n'hi ha cap).                  *
      *----------------------------------------------------------*
       LLEGIR-COMPTADOR.
           MOVE WS95D-CLA11 TO PF11CLA
           READ PF11 INVALID KEY
                MOVE ZEROS TO WS95D-VAL11
                NOT INVALID KEY
                MOVE PF11VAL TO WS95D-VAL11
           END-READ.
       FIN-LLEGIR-COMPTADOR. EXIT.

       GRAVAR-COMPTADOR.
           MOVE WS95D-CLA11 TO PF11CLA
           READ PF11 INVALID KEY
                MOVE WS95D-VAL11 TO PF11VAL
                WRITE REG-PF11
                NOT INVALID KEY
                MOVE WS95D-VAL11 TO PF11VAL
                REWRITE REG-PF11
           END-READ.
       FIN-GRAVAR-COMPTADOR. EXIT.

      *----------------------------------------------------------*
      * Diari d'execucio (PF30): fila 'I' en comencar, tancada a  *
      * 'F' amb hora de fi i el nombre de files de canvis; una    *
      * fila que es queda en 'I' delata una execucio tallada.     *
      *----------------------------------------------------------*
       ESCRIURE-JORNAL-INICI.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS95D-JRN-DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS95D-JRN-HIN
           OPEN I-O PF30
           IF NOT WS95D-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-INICI
           END-IF
           MOVE 'CBL95DWH' TO PF30PGM
           MOVE WS95D-JRN-DAT TO PF30DAT
           MOVE WS95D-JRN-HIN TO PF30HIN
           MOVE ZEROS TO PF30HFI
           SET PF30EST-INICIAT TO TRUE
           MOVE ZEROS TO PF30CNT
           WRITE REG-PF30.
       FIN-ESCRIURE-JORNAL-INICI. EXIT.

       ESCRIURE-JORNAL-FI.
           IF NOT WS95D-STAT-PF30-OK
              GO FIN-ESCRIURE-JORNAL-FI
           END-IF
           MOVE 'CBL95DWH' TO PF30PGM
           MOVE WS95D-JRN-DAT TO PF30DAT
           MOVE WS95D-JRN-HIN TO PF30HIN
           READ PF30 INVALID KEY
                GO FIN-ESCRIURE-JORNAL-FI
           END-READ
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF30HFI
           SET PF30EST-FINALITZAT TO TRUE
           MOVE WS95D-NUM-FILES TO PF30CNT
           REWRITE REG-PF30
           CLOSE PF30.
       FIN-ESCRIURE-JORNAL-FI. EXIT.
