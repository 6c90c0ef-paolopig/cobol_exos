      * numero a ete reattribue depuis (present au maitre), un numero
      * neuf est demande a SPIDC01 et le couple ancien/nouveau part
      * dans ClientsReattributions.txt.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : archives de 68
      * octets, maitre de 41, transactions de 55 ; la recherche par nom
      * porte sur un prefixe de 20 caracteres au plus.
      * Le trailer recalcule du lot reprend l'horodatage de derniere
      * saisie de l'ancien trailer, pour le controle d'heure limite
      * d'EXO-CLI-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-REINTEGRE.
      *
       DATA DIVISION.
       FILE SECTION.
      * Generation d'archive : enregistrements clients de 68 octets,
      * entete HD et controle TR ecartes par IS NUMERIC.
       FD  ARCHIVE-FIC.
       01  ENREG-ARCHIVE.
           05 ARC-IDCLI PIC 9(5).
           05 ARC-NOMCLI PIC X(20).
           05 ARC-PNMCLI PIC X(15).
           05 ARC-ADRESSE PIC X(15).
           05 ARC-TELEPHONE PIC X(10).
           05 ARC-STATUT PIC X.
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
           05 STATUT-MASTER PIC X.
      *
      * Meme format que ClientsTrans.txt (voir ENREG-TRANS dans
       01  ENREG-TRANS.
           05 TRANS-CODE PIC X.
           05 TRANS-IDCLI PIC 9(5).
           05 TRANS-NOMCLI PIC X(20).
           05 TRANS-PNMCLI PIC X(15).
           05 TRANS-SEQ PIC 9(5).
           05 TRANS-DATE-EFFET PIC 9(8).
           05 TRANS-STATUT-CLI PIC X.
       77  EOF-TRANS PIC 9 VALUE 0.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-RECHERCHE PIC X(20) VALUE SPACES.
       77  WS-RECHERCHE-IDCLI PIC 9(5) VALUE 0.
       77  WS-LONG-RECHERCHE PIC 99 VALUE 0.
       77  WS-PAR-IDCLI PIC 9 VALUE 0.
       77  WS-CHOIX PIC 99 VALUE 0.
       77  WS-CHOIX-SAISIE PIC X(2) VALUE SPACES.
      * Candidats trouves dans les archives.
       01  TABLE-CANDIDATS.
           05 CANDIDAT-ENTREE OCCURS 20.
               10 CAND-ENREG PIC X(68).
       77  NB-CANDIDATS PIC 99 VALUE 0.
      * Occupation du maitre pour l'attribution d'un numero neuf.
       01  TABLE-IDCLI-UTILISE.
      * Lot de transactions recharge pour la reecriture avec trailer
      * (voir CHARGE-LOT dans EXO-CLI-SAISIE).
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
       77  WS-ARCHIVE-PATH PIC X(60) VALUE SPACES.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       SAISIE-RECHERCHE.
           DISPLAY "IDCLI (5 chiffres) ou nom a rechercher : "
           ACCEPT WS-RECHERCHE
           IF WS-RECHERCHE(1:5) IS NUMERIC
               AND WS-RECHERCHE(6:15) = SPACES
               THEN
               MOVE 1 TO WS-PAR-IDCLI
               MOVE WS-RECHERCHE(1:5) TO WS-RECHERCHE-IDCLI
           ELSE
               MOVE 0 TO WS-PAR-IDCLI
               MOVE 0 TO WS-LONG-RECHERCHE
               INSPECT WS-RECHERCHE TALLYING WS-LONG-RECHERCHE
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-LONG-RECHERCHE = 0
                   THEN
                   DISPLAY "ERREUR: critere vide."
                   MOVE 8 TO RETURN-CODE
               IF (WS-PAR-IDCLI = 1
                       AND ARC-IDCLI = WS-RECHERCHE-IDCLI)
                   OR (WS-PAR-IDCLI = 0
                       AND ARC-NOMCLI(1:WS-LONG-RECHERCHE)
                           = WS-RECHERCHE(1:WS-LONG-RECHERCHE))
                   THEN
                   IF NB-CANDIDATS < 20
                       THEN
           MOVE SPACES TO ENREG-TRANS
           MOVE "A" TO TRANS-CODE
           MOVE WS-IDCLI-FINAL TO TRANS-IDCLI
           MOVE CAND-ENREG(WS-CHOIX)(6:20) TO TRANS-NOMCLI
           MOVE CAND-ENREG(WS-CHOIX)(26:15) TO TRANS-PNMCLI
           MOVE WS-SEQ-TRANS TO TRANS-SEQ
           MOVE 0 TO TRANS-DATE-EFFET
           IF CAND-ENREG(WS-CHOIX)(66:1) = "I"
               THEN
               MOVE "S" TO TRANS-STATUT-CLI
           ELSE
           ADD WS-IDCLI-FINAL TO WS-SOMME-LOT
           MOVE WS-CPT-LOT TO TRL-CPT
           MOVE WS-SOMME-LOT TO TRL-SOMME
           MOVE WS-HORO-MAX-DATE TO TRL-SAISIE-DATE
           MOVE WS-HORO-MAX-HHMM TO TRL-SAISIE-HEURE
           WRITE ENREG-TRANS FROM ENREG-TRANS-TRAILER
           END-WRITE
           CLOSE TRANS-FIC.
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
