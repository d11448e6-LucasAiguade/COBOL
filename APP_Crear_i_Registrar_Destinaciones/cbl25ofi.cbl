       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBL25OFI.
       AUTHOR. LUCASAM.

      *----------------------------------------------------------*
      * Oficina d'un usuari, compartit per CALL com CBL25AUT. El  *
      * programa que grava reserves, pagaments, factures o        *
      * tancaments li passa:                                      *
      *  PARM-USR  usuari a consultar; espais vol dir l'usuari    *
      *            del job actiu;                                 *
      *  PARM-OFI  resposta: l'oficina de PF72, si existeix i     *
      *            esta activa a PF71; espais en cas contrari.    *
      * Sense fitxers oberts es torna espais: l'operacio es grava *
      * igualment, nomes que sense oficina.                       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-I.
       OBJECT-COMPUTER. IBM-I.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PF72
              ASSIGN TO DATABASE-PF72
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF72USR
              FILE STATUS IS WS25O-STAT-PF72.

           SELECT PF71
              ASSIGN TO DATABASE-PF71
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PF71OFI
              FILE STATUS IS WS25O-STAT-PF71.

       DATA DIVISION.
       FILE SECTION.
       FD PF72 LABEL RECORD IS STANDARD.
          COPY CPPF72.

       FD PF71 LABEL RECORD IS STANDARD.
          COPY CPPF71.

       WORKING-STORAGE SECTION.
       01 WS25O-STAT-PF72 PIC X(02).
           88 WS25O-STAT-PF72-OK VALUES '00' '02'.
       01 WS25O-STAT-PF71 PIC X(02).
           88 WS25O-STAT-PF71-OK VALUES '00' '02'.

           COPY CPUSRJ.

       LINKAGE SECTION.
       01 PARM-USR PIC X(10).
       01 PARM-OFI PIC X(03).

       PROCEDURE DIVISION USING PARM-USR PARM-OFI.

       MAIN.
           OPEN INPUT PF72
           OPEN INPUT PF71

           MOVE SPACES TO PARM-OFI

           IF NOT WS25O-STAT-PF72-OK OR NOT WS25O-STAT-PF71-OK
              GO FI
           END-IF.

           IF PARM-USR = SPACES
              PERFORM OBTENIR-USUARI-JOB THRU FIN-OBTENIR-USUARI-JOB
              MOVE CPUSRJ-NOM-USUARI TO PF72USR
           ELSE
              MOVE PARM-USR TO PF72USR
           END-IF.

           READ PF72 INVALID KEY
                GO FI
           END-READ.

      * Una oficina donada de baixa ja no segella operacions
      * noves: l'usuari queda sense oficina fins que el reassignin.
           MOVE PF72OFI TO PF71OFI
           READ PF71 INVALID KEY
                GO FI
           END-READ.

           IF PF71EST-ACTIVA
              MOVE PF72OFI TO PARM-OFI
           END-IF.

           GO FI.

      *----------------------------------------------------------*
      * Obte el perfil d'usuari del job actiu (API QUSRJOBI,      *
      * format JOBI0100).                                         *
      *----------------------------------------------------------*
       OBTENIR-USUARI-JOB.
           CALL 'QUSRJOBI' USING CPUSRJ-RECEPTOR
                                  CPUSRJ-LONGITUD
                                  'JOBI0100'
                                  CPUSRJ-JOB-QUALIFICAT
                                  CPUSRJ-ID-INTERN-JOB
                                  CPUSRJ-CODI-ERROR.
       FIN-OBTENIR-USUARI-JOB. EXIT.

       FI.
           CLOSE PF72.
           CLOSE PF71.
           GOBACK.
