      * modificacio i 'B' baixa (logica, no es fa DELETE per no   *
      * deixar orfes les reserves historiques de PF02). A les     *
      * altes, si el codi ve a zeros se n'assigna un de nou amb   *
      * el comptador 'CLIENT' de PF11. L'idioma del client (CA,   *
      * ES o EN; en blanc, catala) tria la plantilla dels avisos  *
      * per correu o SMS que escriu CBL92AVI.                     *
      * El consentiment publicitari es demana per canal (correu   *
      * electronic, SMS i correu postal: 'S', 'N' o en blanc si   *
      * no s'ha preguntat). Cada canvi deixa al client la data i  *
      * l'usuari que l'ha anotat, i una fila a PF06 amb el canal, *
      * que es el que cal ensenyar si un client reclama. Nomes    *
      * els clients amb el consentiment del canal surten a        *
      * l'extracte de publicitat CBL94MKT.                        *
      * La facturacio del client es per reserva (en blanc o 'R',  *
      * una factura de CBL14 per referencia) o mensual agrupada   *
      * ('M', una sola factura a final de mes de CBL68FAC), amb   *
      * els dies de termini de pagament d'aquesta factura.        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05 WP12DOC PIC X(15).
           05 WP12OBS PIC X(60).
           05 WP12IBA PIC X(34).
           05 WP12LNG PIC X(02).
           05 WP12ADR PIC X(60).
           05 WP12CEM PIC X(01).
           05 WP12DEM PIC 9(8).
           05 WP12UEM PIC X(10).
           05 WP12CSM PIC X(01).
           05 WP12DSM PIC 9(8).
           05 WP12USM PIC X(10).
           05 WP12CPO PIC X(01).
           05 WP12DPO PIC 9(8).
           05 WP12UPO PIC X(10).
           05 WP12FAC PIC X(01).
           05 WP12DPA PIC 9(3).
           05 WP12ACC PIC X(01).
           05 WP12ERR PIC X(40).

       01 WS12-NOU-CODI PIC 9(6).
       01 WS12-SEQ-AUDIT PIC 9(9) COMP-3.
       01 WS12-COD-AUDIT PIC 9(4) VALUE ZEROS.

      *----------------------------------------------------------*
      * Consentiments publicitaris: validesa del que s'ha entrat  *
      * i marca dels canals que han canviat en aquesta gravacio,  *
      * per anotar-los a PF06 un cop gravat el client.            *
      *----------------------------------------------------------*
       01 WS12-CONSENT-OK PIC X(01).
           88 WS12-CONSENT-OK-SI VALUE 'S'.
       01 WS12-CANVI-EM PIC X(01).
       01 WS12-CANVI-SM PIC X(01).
       01 WS12-CANVI-PO PIC X(01).
       01 WS12-AVUI PIC 9(8).

       01 WS12-STAT-PF13 PIC X(02).
           88 WS12-STAT-PF13-OK VALUES '00' '02'.
              GO FIN-ALTA-CLIENT
           END-IF.

           IF WP12LNG NOT = SPACES AND WP12LNG NOT = 'CA'
              AND WP12LNG NOT = 'ES' AND WP12LNG NOT = 'EN'
              MOVE 'Idioma ha de ser CA, ES, EN o en blanc'
                   TO WP12ERR
              GO FIN-ALTA-CLIENT
           END-IF.

           PERFORM VALIDAR-CONSENTIMENTS THRU
               FIN-VALIDAR-CONSENTIMENTS
           IF NOT WS12-CONSENT-OK-SI
              GO FIN-ALTA-CLIENT
           END-IF.

           IF WP12FAC NOT = SPACE AND WP12FAC NOT = 'R'
              AND WP12FAC NOT = 'M'
              MOVE 'Facturacio ha de ser R, M o en blanc' TO WP12ERR
              GO FIN-ALTA-CLIENT
           END-IF.

           IF WP12COD = ZEROS
              PERFORM OBTENIR-NOU-CODI THRU FIN-OBTENIR-NOU-CODI
              MOVE WS12-NOU-CODI TO WP12COD
              END-READ
           END-IF.

           INITIALIZE REG-PF13
           PERFORM PANTALLA-A-ARXIU THRU FIN-PANTALLA-A-ARXIU
           SET PF13EST-ACTIU TO TRUE
           WRITE REG-PF13
           ELSE
              SET PF6ACC-ALTA TO TRUE
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
              PERFORM AUDITAR-CONSENTIMENTS THRU
                  FIN-AUDITAR-CONSENTIMENTS
              PERFORM ARXIU-A-PANTALLA THRU FIN-ARXIU-A-PANTALLA
              MOVE 'Client donat dalta correctament' TO WP12ERR
           END-IF.
       FIN-ALTA-CLIENT. EXIT.
              GO FIN-MODIFICAR-CLIENT
           END-IF.

           IF WP12LNG NOT = SPACES AND WP12LNG NOT = 'CA'
              AND WP12LNG NOT = 'ES' AND WP12LNG NOT = 'EN'
              MOVE 'Idioma ha de ser CA, ES, EN o en blanc'
                   TO WP12ERR
              GO FIN-MODIFICAR-CLIENT
           END-IF.

           PERFORM VALIDAR-CONSENTIMENTS THRU
               FIN-VALIDAR-CONSENTIMENTS
           IF NOT WS12-CONSENT-OK-SI
              GO FIN-MODIFICAR-CLIENT
           END-IF.

           IF WP12FAC NOT = SPACE AND WP12FAC NOT = 'R'
              AND WP12FAC NOT = 'M'
              MOVE 'Facturacio ha de ser R, M o en blanc' TO WP12ERR
              GO FIN-MODIFICAR-CLIENT
           END-IF.

           MOVE WP12COD TO PF13COD
           READ PF13 INVALID KEY
                MOVE 'No existeix cap client amb aquest codi'
                ELSE
                   SET PF6ACC-MODIF TO TRUE
                   PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
                   PERFORM AUDITAR-CONSENTIMENTS THRU
                       FIN-AUDITAR-CONSENTIMENTS
                   PERFORM ARXIU-A-PANTALLA THRU FIN-ARXIU-A-PANTALLA
                   MOVE 'Client modificat correctament' TO WP12ERR
                END-IF
           END-READ.
           MOVE PF13DOC TO WP12DOC.
           MOVE PF13OBS TO WP12OBS.
           MOVE PF13IBA TO WP12IBA.
           MOVE PF13LNG TO WP12LNG.
           MOVE PF13ADR TO WP12ADR.
           MOVE PF13CEM TO WP12CEM.
           MOVE PF13DEM TO WP12DEM.
           MOVE PF13UEM TO WP12UEM.
           MOVE PF13CSM TO WP12CSM.
           MOVE PF13DSM TO WP12DSM.
           MOVE PF13USM TO WP12USM.
           MOVE PF13CPO TO WP12CPO.
           MOVE PF13DPO TO WP12DPO.
           MOVE PF13UPO TO WP12UPO.
           MOVE PF13FAC TO WP12FAC.
           MOVE PF13DPA TO WP12DPA.
       FIN-ARXIU-A-PANTALLA. EXIT.

       PANTALLA-A-ARXIU.
           MOVE WP12DOC TO PF13DOC.
           MOVE WP12OBS TO PF13OBS.
           MOVE WP12IBA TO PF13IBA.
           MOVE WP12LNG TO PF13LNG.
           MOVE WP12ADR TO PF13ADR.
           MOVE WP12FAC TO PF13FAC.
           MOVE WP12DPA TO PF13DPA.
           PERFORM ANOTAR-CONSENTIMENTS THRU FIN-ANOTAR-CONSENTIMENTS.
       FIN-PANTALLA-A-ARXIU. EXIT.

      *----------------------------------------------------------*
      * Cada consentiment ha de ser 'S', 'N' o en blanc.          *
      *----------------------------------------------------------*
       VALIDAR-CONSENTIMENTS.
           MOVE 'S' TO WS12-CONSENT-OK
           IF (WP12CEM NOT = SPACE AND WP12CEM NOT = 'S'
                                   AND WP12CEM NOT = 'N')
              OR (WP12CSM NOT = SPACE AND WP12CSM NOT = 'S'
                                      AND WP12CSM NOT = 'N')
              OR (WP12CPO NOT = SPACE AND WP12CPO NOT = 'S'
                                      AND WP12CPO NOT = 'N')
              MOVE 'Consentiment ha de ser S, N o en blanc'
                   TO WP12ERR
              MOVE 'N' TO WS12-CONSENT-OK
           END-IF.
       FIN-VALIDAR-CONSENTIMENTS. EXIT.

      *----------------------------------------------------------*
      * Passa a la fila els consentiments que han canviat,        *
      * datats i signats amb l'usuari del job; els que no han     *
      * canviat conserven la data i l'usuari de quan es van       *
      * anotar.                                                   *
      *----------------------------------------------------------*
       ANOTAR-CONSENTIMENTS.
           MOVE 'N' TO WS12-CANVI-EM
           MOVE 'N' TO WS12-CANVI-SM
           MOVE 'N' TO WS12-CANVI-PO
           PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS12-AVUI

           IF WP12CEM NOT = PF13CEM
              MOVE 'S' TO WS12-CANVI-EM
              MOVE WP12CEM TO PF13CEM
              MOVE WS12-AVUI TO PF13DEM
              MOVE CPUSRJ-NOM-USUARI TO PF13UEM
           END-IF.

           IF WP12CSM NOT = PF13CSM
              MOVE 'S' TO WS12-CANVI-SM
              MOVE WP12CSM TO PF13CSM
              MOVE WS12-AVUI TO PF13DSM
              MOVE CPUSRJ-NOM-USUARI TO PF13USM
           END-IF.

           IF WP12CPO NOT = PF13CPO
              MOVE 'S' TO WS12-CANVI-PO
              MOVE WP12CPO TO PF13CPO
              MOVE WS12-AVUI TO PF13DPO
              MOVE CPUSRJ-NOM-USUARI TO PF13UPO
           END-IF.
       FIN-ANOTAR-CONSENTIMENTS. EXIT.

      *----------------------------------------------------------*
      * Una fila de PF06 per cada canal que ha canviat: 'S' si el *
      * client ara accepta, 'N' si ho rebutja o es deixa en       *
      * blanc; el canal va a PF6COD.                              *
      *----------------------------------------------------------*
       AUDITAR-CONSENTIMENTS.
           IF WS12-CANVI-EM = 'S'
              MOVE 1 TO WS12-COD-AUDIT
              IF PF13CEM-SI
                 SET PF6ACC-CONSENT-SI TO TRUE
              ELSE
                 SET PF6ACC-CONSENT-NO TO TRUE
              END-IF
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           END-IF.

           IF WS12-CANVI-SM = 'S'
              MOVE 2 TO WS12-COD-AUDIT
              IF PF13CSM-SI
                 SET PF6ACC-CONSENT-SI TO TRUE
              ELSE
                 SET PF6ACC-CONSENT-NO TO TRUE
              END-IF
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           END-IF.

           IF WS12-CANVI-PO = 'S'
              MOVE 3 TO WS12-COD-AUDIT
              IF PF13CPO-SI
                 SET PF6ACC-CONSENT-SI TO TRUE
              ELSE
                 SET PF6ACC-CONSENT-NO TO TRUE
              END-IF
              PERFORM ESCRIURE-AUDIT THRU FIN-ESCRIURE-AUDIT
           END-IF.

           MOVE ZEROS TO WS12-COD-AUDIT.
       FIN-AUDITAR-CONSENTIMENTS. EXIT.

      *----------------------------------------------------------*
      * Obte el seguent codi de client del comptador 'CLIENT' de  *
      * PF11, compartit entre tots els terminals.                 *

      *----------------------------------------------------------*
      * Anota a PF06 qui ha tocat el mestre de clients i quan. El *
      * codi de destinacio no aplica aqui i es deixa a zeros,     *
      * tret de les files de consentiment, que hi porten el canal.*
      *----------------------------------------------------------*
       ESCRIURE-AUDIT.
           PERFORM OBTENIR-SEGUENT-SEQ-PF06 THRU
           MOVE FUNCTION CURRENT-DATE (1:8) TO PF6DAT
           MOVE FUNCTION CURRENT-DATE (9:6) TO PF6HOR
           MOVE 'CBL12' TO PF6PGM
           MOVE WS12-COD-AUDIT TO PF6COD
           WRITE REG-PF06.
       FIN-ESCRIURE-AUDIT. EXIT.

