      * estat i registres tractats). Un proces amb la fila en 'I' *
      * va quedar a mitges; un proces sense cap fila no ha        *
      * arribat a executar-se mai: fins ara aixo volia dir anar a *
      * cacar joblogs. Un proces acabat amb avisos per revisar    *
      * (estat 'A') surt com a ALERTA.                            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *----------------------------------------------------------*
       01 TAULA-PROCESSOS.
           05 FILLER PIC X(10) VALUE 'CBL60PAR'.
           05 FILLER PIC X(10) VALUE 'CBL62DOC'.
           05 FILLER PIC X(10) VALUE 'CBL62MIN'.
           05 FILLER PIC X(10) VALUE 'CBL62PAS'.
           05 FILLER PIC X(10) VALUE 'CBL63CAD'.
           05 FILLER PIC X(10) VALUE 'CBL64IVA'.
           05 FILLER PIC X(10) VALUE 'CBL64RSP'.
           05 FILLER PIC X(10) VALUE 'CBL64SII'.
           05 FILLER PIC X(10) VALUE 'CBL65LAP'.
           05 FILLER PIC X(10) VALUE 'CBL66INC'.
           05 FILLER PIC X(10) VALUE 'CBL66QUA'.
           05 FILLER PIC X(10) VALUE 'CBL67UNM'.
           05 FILLER PIC X(10) VALUE 'CBL68AGE'.
           05 FILLER PIC X(10) VALUE 'CBL68ANT'.
           05 FILLER PIC X(10) VALUE 'CBL68BOR'.
           05 FILLER PIC X(10) VALUE 'CBL68FAC'.
           05 FILLER PIC X(10) VALUE 'CBL69ACC'.
           05 FILLER PIC X(10) VALUE 'CBL70NSH'.
           05 FILLER PIC X(10) VALUE 'CBL71PAC'.
           05 FILLER PIC X(10) VALUE 'CBL72AVL'.
           05 FILLER PIC X(10) VALUE 'CBL73DIV'.
           05 FILLER PIC X(10) VALUE 'CBL73LIQ'.
           05 FILLER PIC X(10) VALUE 'CBL73N43'.
           05 FILLER PIC X(10) VALUE 'CBL73RET'.
           05 FILLER PIC X(10) VALUE 'CBL74BNK'.
           05 FILLER PIC X(10) VALUE 'CBL75DIV'.
           05 FILLER PIC X(10) VALUE 'CBL75MAR'.
           05 FILLER PIC X(10) VALUE 'CBL76VAL'.
           05 FILLER PIC X(10) VALUE 'CBL77DUP'.
           05 FILLER PIC X(10) VALUE 'CBL78DUN'.
           05 FILLER PIC X(10) VALUE 'CBL79OVB'.
           05 FILLER PIC X(10) VALUE 'CBL80INT'.
           05 FILLER PIC X(10) VALUE 'CBL81FLT'.
           05 FILLER PIC X(10) VALUE 'CBL81GEN'.
           05 FILLER PIC X(10) VALUE 'CBL81MAN'.
           05 FILLER PIC X(10) VALUE 'CBL81PER'.
           05 FILLER PIC X(10) VALUE 'CBL81ROM'.
           05 FILLER PIC X(10) VALUE 'CBL81SSR'.
           05 FILLER PIC X(10) VALUE 'CBL82DES'.
           05 FILLER PIC X(10) VALUE 'CBL82EST'.
           05 FILLER PIC X(10) VALUE 'CBL82PRE'.
           05 FILLER PIC X(10) VALUE 'CBL83MOT'.
           05 FILLER PIC X(10) VALUE 'CBL83QUO'.
           05 FILLER PIC X(10) VALUE 'CBL84HLD'.
           05 FILLER PIC X(10) VALUE 'CBL85ALL'.
           05 FILLER PIC X(10) VALUE 'CBL86CAM'.
           05 FILLER PIC X(10) VALUE 'CBL86COM'.
           05 FILLER PIC X(10) VALUE 'CBL87ENQ'.
           05 FILLER PIC X(10) VALUE 'CBL87ESP'.
           05 FILLER PIC X(10) VALUE 'CBL87RES'.
           05 FILLER PIC X(10) VALUE 'CBL88CHK'.
           05 FILLER PIC X(10) VALUE 'CBL88CTL'.
           05 FILLER PIC X(10) VALUE 'CBL90RPT'.
           05 FILLER PIC X(10) VALUE 'CBL91PRC'.
           05 FILLER PIC X(10) VALUE 'CBL91REN'.
           05 FILLER PIC X(10) VALUE 'CBL92ENV'.
           05 FILLER PIC X(10) VALUE 'CBL92RET'.
           05 FILLER PIC X(10) VALUE 'CBL93SOLD'.
           05 FILLER PIC X(10) VALUE 'CBL94EXP'.
           05 FILLER PIC X(10) VALUE 'CBL94MKT'.
           05 FILLER PIC X(10) VALUE 'CBL95DWH'.
           05 FILLER PIC X(10) VALUE 'CBL95REC'.
           05 FILLER PIC X(10) VALUE 'CBL96TOP'.
           05 FILLER PIC X(10) VALUE 'CBL97LOW'.
           05 FILLER PIC X(10) VALUE 'CBL98DUE'.
           05 FILLER PIC X(10) VALUE 'CBL99REF'.
       01 TAULA-PROCESSOS-R REDEFINES TAULA-PROCESSOS.
           05 TP-PGM OCCURS 66 TIMES PIC X(10).

       01 WS29-I PIC 9(3).
       01 WS29-TROBAT PIC X(01) VALUE 'N'.

           MOVE 1 TO WS29-I
           PERFORM CARREGAR-PROCES THRU FIN-CARREGAR-PROCES
               UNTIL WS29-I > 66

           MOVE B"1" TO IN41
           PERFORM MOSTRA-CONTROL THRU FIN-MOSTRA-CONTROL
              MOVE PF30HIN TO WP29SHIN
              MOVE PF30HFI TO WP29SHFI
              MOVE PF30CNT TO WP29SCNT
              EVALUATE TRUE
                  WHEN PF30EST-AMB-AVISOS
                      MOVE 'ALERTA    ' TO WP29SEST
                  WHEN PF30EST-FINALITZAT
                      MOVE 'CORRECTE  ' TO WP29SEST
                  WHEN OTHER
                      MOVE 'TALLAT    ' TO WP29SEST
              END-EVALUATE
           ELSE
              MOVE ZEROS TO WP29SDAT
              MOVE ZEROS TO WP29SHIN
