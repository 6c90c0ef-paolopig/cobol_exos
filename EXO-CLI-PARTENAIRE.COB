      * details. Le fichier produit est RELU et recompte : un ecart
      * entre l'extrait et le compte du maitre rend le code retour
      * distinct 10.
      * Chaque client transmis laisse une ligne a l'historique des
      * contacts ClientsContacts.txt (canal SIEGE, lot du jour).
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres au maitre : le
      * format du siege garde ses 10 octets de nom (5 + 5), les noms
      * coupes sont comptes au compte rendu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-PARTENAIRE.
           SELECT PARTENAIRE-FIC
               ASSIGN TO WS-PARTENAIRE-PATH
               FILE STATUS IS PARTENAIRE-STATUT.
           SELECT CONTACTS-FIC
               ASSIGN TO WS-CONTACTS-PATH
               FILE STATUS IS CONTACTS-STATUT.
           SELECT LOT-FIC
               ASSIGN TO "C:\Users\Cobol\LotCourant.txt"
               FILE STATUS IS LOT-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
      * Cycle de vie du client : P-prospect, A-actif, S-suspendu,
      * C-clos (transitions gardees par EXO-CLI-MAINT).
           05 STATUT-MASTER PIC X.
           05 PRT-NOM PIC X(10).
           05 PRT-DATE-JJMMAAAA PIC 9(8).
           05 FILLER PIC X(10).
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
       77  MASTER-STATUT PIC XX.
       77  CPT-MAITRE PIC 9(7) VALUE 0.
       77  CPT-EXTRAIT PIC 9(7) VALUE 0.
       77  CPT-RELU PIC 9(7) VALUE 0.
      * Noms plus longs que le format du siege (5 + 5), coupes.
       77  CPT-TRONQUES PIC 9(7) VALUE 0.
       77  WS-SOMME-NUMEROS PIC 9(12) VALUE 0.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-TIME PIC 9(8).
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-PARTENAIRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsEchangeSiege.txt".
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
           MOVE WS-DATE-JOUR TO ENT-DATE-GENERATION
           MOVE WS-TIME TO ENT-HEURE-GENERATION
           WRITE ENREG-PARTENAIRE FROM ENREG-PART-ENTETE
           END-WRITE
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

      * Historique des contacts ouvert en ajout : une ligne par
      * client transmis au siege.
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


       TRAIT.
           READ CLI-MASTER-FIC NEXT RECORD
               MOVE SPACES TO PRT-NOM
               MOVE NOMCLI-MASTER TO PRT-NOM(1:5)
               MOVE PNMCLI-MASTER TO PRT-NOM(6:5)
               IF NOMCLI-MASTER(6:15) NOT = SPACES
                   OR PNMCLI-MASTER(6:10) NOT = SPACES
                   THEN
                   ADD 1 TO CPT-TRONQUES
               END-IF
               MOVE WS-DATE-PARTENAIRE TO PRT-DATE-JJMMAAAA
               WRITE ENREG-PARTENAIRE
               END-WRITE
               ADD 1 TO CPT-EXTRAIT
               ADD IDCLI-MASTER TO WS-SOMME-NUMEROS
               IF WS-CONTACTS-OUVERT = 1
                   THEN
                   MOVE SPACES TO ENREG-CONTACT
                   MOVE IDCLI-MASTER TO CTC-IDCLI
                   MOVE WS-DATE-JOUR TO CTC-DATE
                   MOVE "SIEGE" TO CTC-CANAL
                   MOVE "EXO-CLI-PARTEN" TO CTC-PROGRAMME
                   MOVE WS-LOT-DATE TO CTC-LOT-DATE
                   MOVE WS-LOT-SEQ TO CTC-LOT-SEQ
                   WRITE ENREG-CONTACT
                   END-WRITE
               END-IF
           END-IF.

      * Trailer de controle du partenaire, puis relecture de preuve :
           WRITE ENREG-PARTENAIRE FROM ENREG-PART-TRAILER
           END-WRITE
           CLOSE CLI-MASTER-FIC PARTENAIRE-FIC
           IF WS-CONTACTS-OUVERT = 1
               THEN
               CLOSE CONTACTS-FIC
           END-IF
           PERFORM RELECTURE-PREUVE
           DISPLAY "Maitre lu        : " CPT-MAITRE
           DISPLAY "Details extraits : " CPT-EXTRAIT
           DISPLAY "Details relus    : " CPT-RELU
           DISPLAY "Noms tronques    : " CPT-TRONQUES
           IF CPT-RELU NOT = CPT-MAITRE
               THEN
               DISPLAY "ERREUR: l'extrait ne retombe pas sur le "
