      * et EXO-CLI-ADR-ECRIT leve la quarantaine quand il corrige
      * l'ADRESSE du client. EXO-NPAI-RAPPORT liste les clients a
      * retours repetes pour le bureau de correction.
      * Chaque retour saisi laisse aussi une ligne a l'historique des
      * contacts ClientsContacts.txt (canal NPAI, lot du jour).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-NPAI.
           SELECT QUARANTAINE-FIC
               ASSIGN TO WS-QUARANTAINE-PATH
               FILE STATUS IS QUARANTAINE-STATUT.
           SELECT CONTACTS-FIC
               ASSIGN TO WS-CONTACTS-PATH
               FILE STATUS IS CONTACTS-STATUT.
           SELECT LOT-FIC
               ASSIGN TO "C:\Users\Cobol\LotCourant.txt"
               FILE STATUS IS LOT-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
           05 QUA-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 QUA-OPERATEUR PIC X(4).
      *
      * Historique des contacts (voir ENREG-CONTACT dans
      * EXO-CLI-LETTRES).
       FD  CONTACTS-FIC.
       01  ENREG-CONTACT.
           05 CTC-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-CANAL PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-PROGRAMME PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-LOT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-LOT-SEQ PIC 9(2).
      *
      * Numero de lot du jour emis par EXO-JOB-STREAM (voir EMET-LOT).
       FD  LOT-FIC.
       01  ENREG-LOT.
           05 LOT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 LOT-SEQ PIC 9(2).
      *
       WORKING-STORAGE SECTION.
       77  QUARANTAINE-STATUT PIC XX.
       77  CPT-SAISIS PIC 999 VALUE 0.
       77  WS-QUARANTAINE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsQuarantaine.txt".
       77  CONTACTS-STATUT PIC XX.
       77  LOT-STATUT PIC XX.
       77  WS-CONTACTS-OUVERT PIC 9 VALUE 0.
       77  WS-LOT-DATE PIC 9(8) VALUE 0.
       77  WS-LOT-SEQ PIC 9(2) VALUE 0.
       77  WS-CONTACTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsContacts.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   TO WS-QUARANTAINE-PATH
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM OUVRE-CONTACTS.

      * Lot du jour, reporte sur chaque contact ; sans fichier de lot
      * les contacts portent un lot a zero.
       LIT-LOT-COURANT.
           OPEN INPUT LOT-FIC
           IF LOT-STATUT = "00"
               THEN
               READ LOT-FIC
               END-READ
               IF LOT-STATUT = "00" AND LOT-DATE IS NUMERIC
                   THEN
                   MOVE LOT-DATE TO WS-LOT-DATE
                   MOVE LOT-SEQ TO WS-LOT-SEQ
               END-IF
               CLOSE LOT-FIC
           END-IF.

      * Historique des contacts ouvert en ajout pour la session : une
      * ligne par retour saisi.
       OUVRE-CONTACTS.
           ACCEPT WS-CONTACTS-PATH FROM ENVIRONMENT "CLI_CONTACTS_PATH"
           IF WS-CONTACTS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsContacts.txt"
                   TO WS-CONTACTS-PATH
           END-IF
           PERFORM LIT-LOT-COURANT
           OPEN EXTEND CONTACTS-FIC
           IF CONTACTS-STATUT NOT = "00"
               THEN
               OPEN OUTPUT CONTACTS-FIC
           END-IF
           IF CONTACTS-STATUT = "00"
               THEN
               MOVE 1 TO WS-CONTACTS-OUVERT
           ELSE
               DISPLAY "ATTENTION: historique des contacts "
                   "indisponible (" CONTACTS-STATUT ") : "
                   WS-CONTACTS-PATH
           END-IF.

       IDENTIFIE-OPERATEUR.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR_CODE"
               END-WRITE
               CLOSE QUARANTAINE-FIC
               ADD 1 TO CPT-SAISIS
               IF WS-CONTACTS-OUVERT = 1
                   THEN
                   MOVE SPACES TO ENREG-CONTACT
                   MOVE WS-IDCLI-SAISIE TO CTC-IDCLI
                   MOVE WS-DATE-JOUR TO CTC-DATE
                   MOVE "NPAI" TO CTC-CANAL
                   MOVE "EXO-CLI-NPAI" TO CTC-PROGRAMME
                   MOVE WS-LOT-DATE TO CTC-LOT-DATE
                   MOVE WS-LOT-SEQ TO CTC-LOT-SEQ
                   WRITE ENREG-CONTACT
                   END-WRITE
               END-IF
               DISPLAY "Retour enregistre pour " WS-IDCLI-SAISIE "."
           ELSE
               DISPLAY "ERREUR: quarantaine indisponible ("
           END-IF.

       FIN.
           IF WS-CONTACTS-OUVERT = 1
               THEN
               CLOSE CONTACTS-FIC
           END-IF
           DISPLAY "Retours saisis : " CPT-SAISIS.

       END PROGRAM EXO-CLI-NPAI.
