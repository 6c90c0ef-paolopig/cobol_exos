      * correspondance ClientsFusions.txt - EXO-CLI-LOOKUP repond
      * ensuite "fusionne dans nnnnn" a une recherche sur le numero
      * absorbe au lieu d'un INCONNU sec.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      * octets, transactions de 55.
      * Les liens entre clients de l'absorbe (registre ClientsLiens.txt
      * d'EXO-CLI-LIENS, chemin CLI_LIENS_PATH) sont reportes sur le
      * survivant au moment de l'inscription de la fusion ; un lien
      * entre les deux clients fusionnes est termine a la date du jour.
      * Le trailer recalcule du lot reprend l'horodatage de derniere
      * saisie de l'ancien trailer, pour le controle d'heure limite
      * d'EXO-CLI-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-FUSION.
           SELECT FUSIONS-FIC
               ASSIGN TO WS-FUSIONS-PATH
               FILE STATUS IS FUSIONS-STATUT.
           SELECT LIENS-FIC
               ASSIGN TO WS-LIENS-PATH
               FILE STATUS IS LIENS-STATUT.
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
       01  ENREG-TRANS.
           05 TRANS-CODE PIC X.
           05 TRANS-IDCLI PIC 9(5).
           05 TRANS-NOMCLI PIC X(20).
           05 TRANS-PNMCLI PIC X(15).
           05 TRANS-SEQ PIC 9(5).
           05 TRANS-DATE-EFFET PIC 9(8).
           05 TRANS-STATUT-CLI PIC X.
           05 FUS-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 FUS-OPERATEUR PIC X(4).
      *
      * Registre des liens entre clients (voir ENREG-LIEN dans
      * EXO-CLI-LIENS).
       FD  LIENS-FIC.
       01  ENREG-LIEN.
           05 LIE-IDCLI-ORIGINE PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LIE-IDCLI-CIBLE PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LIE-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LIE-DATE-DEBUT PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LIE-DATE-FIN PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LIE-OPERATEUR PIC X(4).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  TRANS-STATUT PIC XX.
       77  FUSIONS-STATUT PIC XX.
       77  LIENS-STATUT PIC XX.
       77  EOF-LIENS PIC 9 VALUE 0.
       77  EOF-TRANS PIC 9 VALUE 0.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-DATE-JOUR PIC 9(8).
      * Lot de transactions recharge pour la reecriture avec trailer,
      * comme CHARGE-LOT dans EXO-CLI-SAISIE.
       01  TABLE-LOT.
           05 LOT-ENREG OCCURS 1000 PIC X(55).
       77  NB-LOT PIC 9(4) VALUE 0.
       77  IDX-LOT PIC 9(4) VALUE 0.
       77  WS-CPT-LOT PIC 9(5) VALUE 0.
           05 TRL-MARQUE PIC X(2) VALUE "TR".
           05 TRL-CPT PIC 9(5).
           05 TRL-SOMME PIC 9(8).
           05 TRL-SAISIE-DATE PIC 9(8).
           05 TRL-SAISIE-HEURE PIC 9(4).
           05 FILLER PIC X(28) VALUE SPACES.
      * Horodatage de derniere saisie porte par l'ancien trailer (voir
      * EXO-CLI-SAISIE), reporte tel quel sur le trailer recalcule pour
      * que le controle d'heure limite d'EXO-CLI-MAINT le retrouve.
       01  WS-HORO-MAX.
           05 WS-HORO-MAX-DATE PIC 9(8) VALUE 0.
           05 WS-HORO-MAX-HHMM PIC 9(4) VALUE 0.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-TRANS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTrans.txt".
       77  WS-FUSIONS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsFusions.txt".
      * Registre des liens recharge pour le report des liens de
      * l'absorbe sur le survivant.
       01  TABLE-LIENS.
           05 LIEN-ENREG OCCURS 500 PIC X(36).
       77  NB-LIENS PIC 999 VALUE 0.
       77  IDX-LIEN PIC 999 VALUE 0.
       77  WS-LIENS-DEBORDE PIC 9 VALUE 0.
       77  CPT-LIENS-REPORTES PIC 999 VALUE 0.
       77  CPT-LIENS-CLOS PIC 999 VALUE 0.
       77  WS-LIENS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsLiens.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               THEN
               PERFORM EMET-TRANSACTION-D
               PERFORM ECRIT-FUSION
               PERFORM REPORTE-LIENS
               DISPLAY "Fusion enregistree : " WS-ABSORBE
                   " absorbe par " WS-SURVIVANT "."
           ELSE

      * Les chemins par defaut ci-dessus peuvent etre surcharges a
      * l'execution via CLI_MASTER_PATH, CLI_TRANS_PATH (memes noms
      * que EXO-CLI-MAINT), CLI_FUSIONS_PATH et CLI_LIENS_PATH (meme
      * nom qu'EXO-CLI-LIENS), sans recompilation.
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsFusions.txt"
                   TO WS-FUSIONS-PATH
           END-IF
           ACCEPT WS-LIENS-PATH FROM ENVIRONMENT "CLI_LIENS_PATH"
           IF WS-LIENS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsLiens.txt"
                   TO WS-LIENS-PATH
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM IDENTIFIE-OPERATEUR
           OPEN INPUT CLI-MASTER-FIC
           ADD WS-ABSORBE TO WS-SOMME-LOT
           MOVE WS-CPT-LOT TO TRL-CPT
           MOVE WS-SOMME-LOT TO TRL-SOMME
           MOVE WS-HORO-MAX-DATE TO TRL-SAISIE-DATE
           MOVE WS-HORO-MAX-HHMM TO TRL-SAISIE-HEURE
           WRITE ENREG-TRANS FROM ENREG-TRANS-TRAILER
           END-WRITE
           CLOSE TRANS-FIC
           READ TRANS-FIC
               AT END MOVE 1 TO EOF-TRANS
           END-READ
           IF EOF-TRANS = 0 AND ENREG-TRANS(1:2) = "TR"
               AND ENREG-TRANS(16:12) IS NUMERIC
               AND ENREG-TRANS(16:12) > WS-HORO-MAX
               THEN
               MOVE ENREG-TRANS(16:12) TO WS-HORO-MAX
           END-IF
           IF EOF-TRANS = 0 AND ENREG-TRANS(1:2) NOT = "TR"
               THEN
               IF NB-LOT < 1000
                   FUSIONS-STATUT ")"
           END-IF.

      * Les liens du registre ClientsLiens.txt qui partent de
      * l'absorbe ou y aboutissent passent au survivant, dans la meme
      * passe que l'inscription de la fusion. Un lien entre les deux
      * clients fusionnes deviendrait un lien du survivant vers
      * lui-meme : s'il est en cours, il est termine a la date du jour.
      * Registre absent : rien a reporter ; registre trop grand pour la
      * table : rien n'est reecrit et l'operateur est prevenu.
       REPORTE-LIENS.
           MOVE 0 TO EOF-LIENS
           OPEN INPUT LIENS-FIC
           IF LIENS-STATUT = "00"
               THEN
               PERFORM CHARGE-LIENS-LECT UNTIL EOF-LIENS = 1
               CLOSE LIENS-FIC
           END-IF
           IF WS-LIENS-DEBORDE = 1
               THEN
               DISPLAY "ATTENTION: registre des liens trop grand pour "
                   "la table (500 max) - liens de " WS-ABSORBE
                   " non reportes."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 1 TO IDX-LIEN
               PERFORM REPORTE-LIEN UNTIL IDX-LIEN > NB-LIENS
               IF CPT-LIENS-REPORTES NOT = 0
                   THEN
                   PERFORM REECRIT-LIENS
               END-IF
               DISPLAY "Liens reportes sur " WS-SURVIVANT " : "
                   CPT-LIENS-REPORTES " (dont termines : "
                   CPT-LIENS-CLOS ")"
           END-IF.
       CHARGE-LIENS-LECT.
           READ LIENS-FIC
               AT END MOVE 1 TO EOF-LIENS
           END-READ
           IF EOF-LIENS = 0
               THEN
               IF NB-LIENS < 500
                   THEN
                   ADD 1 TO NB-LIENS
                   MOVE ENREG-LIEN TO LIEN-ENREG(NB-LIENS)
               ELSE
                   MOVE 1 TO WS-LIENS-DEBORDE
               END-IF
           END-IF.
       REPORTE-LIEN.
           MOVE LIEN-ENREG(IDX-LIEN) TO ENREG-LIEN
           IF LIE-IDCLI-ORIGINE IS NUMERIC
               AND LIE-IDCLI-CIBLE IS NUMERIC
               AND (LIE-IDCLI-ORIGINE = WS-ABSORBE
                   OR LIE-IDCLI-CIBLE = WS-ABSORBE)
               THEN
               IF LIE-IDCLI-ORIGINE = WS-ABSORBE
                   THEN
                   MOVE WS-SURVIVANT TO LIE-IDCLI-ORIGINE
               END-IF
               IF LIE-IDCLI-CIBLE = WS-ABSORBE
                   THEN
                   MOVE WS-SURVIVANT TO LIE-IDCLI-CIBLE
               END-IF
               IF LIE-IDCLI-ORIGINE = LIE-IDCLI-CIBLE
                   AND (LIE-DATE-FIN = ZERO
                       OR LIE-DATE-FIN > WS-DATE-JOUR)
                   THEN
                   MOVE WS-DATE-JOUR TO LIE-DATE-FIN
                   ADD 1 TO CPT-LIENS-CLOS
               END-IF
               MOVE ENREG-LIEN TO LIEN-ENREG(IDX-LIEN)
               ADD 1 TO CPT-LIENS-REPORTES
           END-IF
           ADD 1 TO IDX-LIEN.
       REECRIT-LIENS.
           OPEN OUTPUT LIENS-FIC
           IF LIENS-STATUT = "00"
               THEN
               MOVE 1 TO IDX-LIEN
               PERFORM REECRIT-LIEN-ENREG UNTIL IDX-LIEN > NB-LIENS
               CLOSE LIENS-FIC
           ELSE
               DISPLAY "ATTENTION: ClientsLiens.txt indisponible ("
                   LIENS-STATUT ") - liens non reportes."
               MOVE 4 TO RETURN-CODE
           END-IF.
       REECRIT-LIEN-ENREG.
           MOVE LIEN-ENREG(IDX-LIEN) TO ENREG-LIEN
           WRITE ENREG-LIEN
           END-WRITE
           ADD 1 TO IDX-LIEN.

       FIN.
           CLOSE CLI-MASTER-FIC.

