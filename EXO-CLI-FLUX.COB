      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : flux quotidien des changements pour les systemes
      * avals (siege, imprimeur, portail), qui reprenaient jusqu'ici
      * un extrait complet chaque nuit pour quelques dizaines de
      * clients modifies. Le flux est construit a partir des lignes
      * de ClientsJournal.txt (journal avant/apres d'EXO-CLI-MAINT et
      * d'EXO-CLI-OUBLI) du lot courant (LotCourant.txt, voir EMET-LOT
      * dans EXO-JOB-STREAM) : un detail par IDCLI change, avec
      * l'operation nette du lot et l'image apres.
      * Operations : A-ajoute, C-change, D-supprime, F-fusionne (le
      * numero absorbe figure dans ClientsFusions.txt, voir
      * EXO-CLI-FUSION ; le survivant accompagne le detail),
      * E-efface (suppression d'EXO-CLI-OUBLI, reconnue aux noms
      * masques de l'image avant). Un client ajoute puis supprime dans
      * le meme lot n'est pas emis.
      * Entete "01" et trailer "09" portent le numero de sequence du
      * flux : un consommateur qui voit un trou dans la sequence sait
      * qu'il a manque un jour. Le trailer porte aussi le compte et la
      * somme des IDCLI, comme les trailers de la chaine.
      * La marque de reprise FluxMarque.txt retient la date/heure de
      * la derniere ligne de journal emise, le dernier numero de
      * sequence et le lot : seules les lignes posterieures sont
      * reprises, et une relance sur le meme lot sans ligne nouvelle
      * n'emet rien (code retour 4) au lieu de renvoyer les memes
      * changements sous un nouveau numero. Un lot sans changement
      * emet un flux vide, pour que la sequence reste continue.
      * Codes retour : 0 = flux emis, 4 = rien de nouveau sur ce lot,
      * 8 = trop de clients changes pour la table, 12 = lot courant
      * ou journal introuvable.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres dans le journal ;
      * le flux garde son format publie de 44 octets (noms coupes a 5 +
      * 5) et compte les noms tronques.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-FLUX.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FIC
               ASSIGN TO "C:\Users\Cobol\LotCourant.txt"
               FILE STATUS IS LOT-STATUT.
           SELECT JOURNAL-FIC
               ASSIGN TO WS-JOURNAL-PATH
               FILE STATUS IS JOURNAL-STATUT.
           SELECT FUSIONS-FIC
               ASSIGN TO WS-FUSIONS-PATH
               FILE STATUS IS FUSIONS-STATUT.
           SELECT MARQUE-FIC
               ASSIGN TO WS-MARQUE-PATH
               FILE STATUS IS MARQUE-STATUT.
           SELECT FLUX-FIC
               ASSIGN TO WS-FLUX-PATH
               FILE STATUS IS FLUX-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Numero de lot du jour emis par EXO-JOB-STREAM (voir EMET-LOT).
       FD  LOT-FIC.
       01  ENREG-LOT.
           05 LOT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 LOT-SEQ PIC 9(2).
      *
      * Journal avant/apres du maitre (voir ECRIT-JOURNAL dans
      * EXO-CLI-MAINT).
       FD  JOURNAL-FIC.
       01  ENREG-JOURNAL.
           05 JRN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 JRN-TIME PIC 9(8).
           05 FILLER PIC X.
           05 JRN-CODE PIC X.
           05 FILLER PIC X.
           05 JRN-AVANT.
               10 JRN-AVANT-IDCLI PIC X(5).
               10 JRN-AVANT-NOMS PIC X(35).
               10 JRN-AVANT-STATUT PIC X.
           05 FILLER PIC X.
           05 JRN-APRES.
               10 JRN-APRES-IDCLI PIC X(5).
               10 JRN-APRES-NOMS PIC X(35).
               10 JRN-APRES-STATUT PIC X.
      *
      * Correspondance des fusions (voir ENREG-FUSION dans
      * EXO-CLI-FUSION).
       FD  FUSIONS-FIC.
       01  ENREG-FUSION.
           05 FUS-ABSORBE PIC 9(5).
           05 FILLER PIC X.
           05 FUS-SURVIVANT PIC 9(5).
           05 FILLER PIC X.
           05 FUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 FUS-OPERATEUR PIC X(4).
      *
      * Marque de reprise : derniere ligne de journal emise, dernier
      * numero de sequence du flux et lot qui l'a produit.
       FD  MARQUE-FIC.
       01  ENREG-MARQUE.
           05 MRQ-DATE PIC 9(8).
           05 FILLER PIC X.
           05 MRQ-TIME PIC 9(8).
           05 FILLER PIC X.
           05 MRQ-SEQUENCE PIC 9(6).
           05 FILLER PIC X.
           05 MRQ-LOT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 MRQ-LOT-SEQ PIC 9(2).
      *
      * Flux des changements, 44 octets : entete "01", un detail "02"
      * par IDCLI change, trailer "09".
       FD  FLUX-FIC.
       01  ENREG-FLUX PIC X(44).
      *
       WORKING-STORAGE SECTION.
       77  LOT-STATUT PIC XX.
       77  JOURNAL-STATUT PIC XX.
       77  FUSIONS-STATUT PIC XX.
       77  MARQUE-STATUT PIC XX.
       77  FLUX-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-HEURE-JOUR PIC 9(8).
       77  WS-LOT-DATE PIC 9(8) VALUE 0.
       77  WS-LOT-SEQ PIC 9(2) VALUE 0.
       77  WS-LOT-PRESENT PIC 9 VALUE 0.
      * Marque de reprise lue, puis avancee.
       77  WS-MRQ-DATE PIC 9(8) VALUE 0.
       77  WS-MRQ-TIME PIC 9(8) VALUE 0.
       77  WS-MRQ-SEQUENCE PIC 9(6) VALUE 0.
       77  WS-MRQ-LOT-DATE PIC 9(8) VALUE 0.
       77  WS-MRQ-LOT-SEQ PIC 9(2) VALUE 0.
       77  WS-DER-DATE PIC 9(8) VALUE 0.
       77  WS-DER-TIME PIC 9(8) VALUE 0.
       77  WS-SEQUENCE PIC 9(6) VALUE 0.
       77  WS-IDCLI PIC 9(5) VALUE 0.
       77  WS-OPERATION PIC X VALUE SPACE.
       77  CPT-LIGNES PIC 9(7) VALUE 0.
       77  CPT-RETENUES PIC 9(7) VALUE 0.
       77  CPT-EMIS PIC 9(7) VALUE 0.
       77  CPT-ANNULES PIC 9(7) VALUE 0.
       77  WS-SOMME-IDCLI PIC 9(12) VALUE 0.
       77  WS-TABLE-DEBORDE PIC 9 VALUE 0.
      * Noms coupes au format publie du flux (5 + 5).
       77  CPT-TRONQUES PIC 9(7) VALUE 0.
      * Survivant par numero absorbe (0 = pas de fusion).
       01  TABLE-FUSIONS.
           05 FUSION-SURVIVANT PIC 9(5) OCCURS 99999 VALUE 0.
      * Rang dans TABLE-CHANGES par IDCLI (0 = pas change).
       01  TABLE-RANGS.
           05 RANG-CHANGE PIC 9(4) OCCURS 99999 VALUE 0.
      * Changements consolides par IDCLI : premiere et derniere
      * operation du lot, derniere image apres et son horodatage.
       01  TABLE-CHANGES.
           05 CHANGE-ENTREE OCCURS 5000.
               10 CHG-PREMIERE-OP PIC X.
               10 CHG-DERNIERE-OP PIC X.
               10 CHG-APRES PIC X(41).
               10 CHG-DATE PIC 9(8).
               10 CHG-TIME PIC 9(8).
       77  NB-CHANGES PIC 9(4) VALUE 0.
       77  IDX-CHANGE PIC 9(4) VALUE 0.
       01  ENREG-FLUX-ENTETE.
           05 FLE-TYPE PIC XX VALUE "01".
           05 FLE-SEQUENCE PIC 9(6).
           05 FLE-LOT-DATE PIC 9(8).
           05 FLE-LOT-SEQ PIC 9(2).
           05 FLE-DATE-GENERATION PIC 9(8).
           05 FLE-HEURE PIC 9(8).
           05 FLE-EMETTEUR PIC X(8) VALUE "EXOCLI".
           05 FILLER PIC XX VALUE SPACES.
       01  ENREG-FLUX-DETAIL.
           05 FLD-TYPE PIC XX VALUE "02".
           05 FLD-OPERATION PIC X.
           05 FLD-IDCLI PIC 9(5).
           05 FLD-NOMCLI PIC X(5).
           05 FLD-PNMCLI PIC X(5).
           05 FLD-STATUT PIC X.
           05 FLD-SURVIVANT PIC 9(5).
           05 FLD-DATE PIC 9(8).
           05 FLD-TIME PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
       01  ENREG-FLUX-TRAILER.
           05 FLT-TYPE PIC XX VALUE "09".
           05 FLT-SEQUENCE PIC 9(6).
           05 FLT-CPT PIC 9(7).
           05 FLT-SOMME PIC 9(12).
           05 FILLER PIC X(17) VALUE SPACES.
       77  WS-JOURNAL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsJournal.txt".
       77  WS-FUSIONS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsFusions.txt".
       77  WS-MARQUE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\FluxMarque.txt".
       77  WS-FLUX-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsFlux.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_JOURNAL_PATH, CLI_FUSIONS_PATH (memes noms que dans
      * EXO-CLI-MAINT et EXO-CLI-FUSION), FLUX_MARQUE_PATH et
      * FLUX_PATH.
       INIT.
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "CLI_JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF
           ACCEPT WS-FUSIONS-PATH FROM ENVIRONMENT "CLI_FUSIONS_PATH"
           IF WS-FUSIONS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsFusions.txt"
                   TO WS-FUSIONS-PATH
           END-IF
           ACCEPT WS-MARQUE-PATH FROM ENVIRONMENT "FLUX_MARQUE_PATH"
           IF WS-MARQUE-PATH = SPACES
               MOVE "C:\Users\Cobol\FluxMarque.txt" TO WS-MARQUE-PATH
           END-IF
           ACCEPT WS-FLUX-PATH FROM ENVIRONMENT "FLUX_PATH"
           IF WS-FLUX-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsFlux.txt" TO WS-FLUX-PATH
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           PERFORM LIT-LOT-COURANT
           IF WS-LOT-PRESENT = 0
               THEN
               DISPLAY "ERREUR: aucun lot courant (LotCourant.txt) - "
                   "flux non emis."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LIT-MARQUE
           PERFORM CHARGE-FUSIONS.

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
                   MOVE 1 TO WS-LOT-PRESENT
               END-IF
               CLOSE LOT-FIC
           END-IF.

      * Sans marque (premier passage), tout le journal jusqu'au lot
      * est repris et la sequence part de 1.
       LIT-MARQUE.
           OPEN INPUT MARQUE-FIC
           IF MARQUE-STATUT = "00"
               THEN
               READ MARQUE-FIC
               END-READ
               IF MARQUE-STATUT = "00" AND MRQ-DATE IS NUMERIC
                   AND MRQ-TIME IS NUMERIC
                   AND MRQ-SEQUENCE IS NUMERIC
                   THEN
                   MOVE MRQ-DATE TO WS-MRQ-DATE
                   MOVE MRQ-TIME TO WS-MRQ-TIME
                   MOVE MRQ-SEQUENCE TO WS-MRQ-SEQUENCE
                   MOVE MRQ-LOT-DATE TO WS-MRQ-LOT-DATE
                   MOVE MRQ-LOT-SEQ TO WS-MRQ-LOT-SEQ
               END-IF
               CLOSE MARQUE-FIC
           END-IF
           MOVE WS-MRQ-DATE TO WS-DER-DATE
           MOVE WS-MRQ-TIME TO WS-DER-TIME.

       CHARGE-FUSIONS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT FUSIONS-FIC
           IF FUSIONS-STATUT = "00"
               THEN
               PERFORM CHARGE-FUSIONS-LECT UNTIL EOF-FIC = 1
               CLOSE FUSIONS-FIC
           END-IF.
       CHARGE-FUSIONS-LECT.
           READ FUSIONS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND FUS-ABSORBE IS NUMERIC
               AND FUS-ABSORBE > 0 AND FUS-SURVIVANT IS NUMERIC
               THEN
               MOVE FUS-SURVIVANT TO FUSION-SURVIVANT(FUS-ABSORBE)
           END-IF.

      ******************************************************************
      * Lecture du journal : lignes posterieures a la marque et pas
      * au-dela du jour du lot, consolidees par IDCLI.
      ******************************************************************
       TRAIT.
           MOVE 0 TO EOF-FIC
           OPEN INPUT JOURNAL-FIC
           IF JOURNAL-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: journal introuvable (" JOURNAL-STATUT
                   ") : " WS-JOURNAL-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TRAIT-LECT UNTIL EOF-FIC = 1
           CLOSE JOURNAL-FIC
           IF WS-TABLE-DEBORDE = 1
               THEN
               DISPLAY "ERREUR: plus de 5000 clients changes sur le "
                   "lot - flux non emis, marque inchangee."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       TRAIT-LECT.
           READ JOURNAL-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND JRN-DATE IS NUMERIC
               AND JRN-TIME IS NUMERIC
               THEN
               ADD 1 TO CPT-LIGNES
               IF (JRN-DATE > WS-MRQ-DATE
                   OR (JRN-DATE = WS-MRQ-DATE
                       AND JRN-TIME > WS-MRQ-TIME))
                   AND JRN-DATE <= WS-LOT-DATE
                   THEN
                   PERFORM RETIENT-LIGNE
               END-IF
           END-IF.

      * IDCLI pris a l'image apres, ou a l'image avant pour une
      * suppression ; la premiere operation du lot est gardee pour
      * reconnaitre un ajout, la derniere donne le sens du detail.
       RETIENT-LIGNE.
           MOVE 0 TO WS-IDCLI
           IF JRN-CODE = "D"
               THEN
               IF JRN-AVANT-IDCLI IS NUMERIC
                   THEN
                   MOVE JRN-AVANT-IDCLI TO WS-IDCLI
               END-IF
           ELSE
               IF JRN-APRES-IDCLI IS NUMERIC
                   THEN
                   MOVE JRN-APRES-IDCLI TO WS-IDCLI
               END-IF
           END-IF
           IF WS-IDCLI > 0
               THEN
               ADD 1 TO CPT-RETENUES
               IF RANG-CHANGE(WS-IDCLI) = 0
                   THEN
                   IF NB-CHANGES < 5000
                       THEN
                       ADD 1 TO NB-CHANGES
                       MOVE NB-CHANGES TO RANG-CHANGE(WS-IDCLI)
                       MOVE JRN-CODE TO CHG-PREMIERE-OP(NB-CHANGES)
                   ELSE
                       MOVE 1 TO WS-TABLE-DEBORDE
                   END-IF
               END-IF
           END-IF
           IF WS-IDCLI > 0 AND RANG-CHANGE(WS-IDCLI) > 0
               THEN
               MOVE RANG-CHANGE(WS-IDCLI) TO IDX-CHANGE
               MOVE JRN-CODE TO CHG-DERNIERE-OP(IDX-CHANGE)
               MOVE JRN-DATE TO CHG-DATE(IDX-CHANGE)
               MOVE JRN-TIME TO CHG-TIME(IDX-CHANGE)
               IF JRN-CODE = "D"
                   THEN
                   MOVE JRN-AVANT TO CHG-APRES(IDX-CHANGE)
               ELSE
                   MOVE JRN-APRES TO CHG-APRES(IDX-CHANGE)
               END-IF
           END-IF
           IF JRN-DATE > WS-DER-DATE
               OR (JRN-DATE = WS-DER-DATE AND JRN-TIME > WS-DER-TIME)
               THEN
               MOVE JRN-DATE TO WS-DER-DATE
               MOVE JRN-TIME TO WS-DER-TIME
           END-IF.

      * Rien de nouveau depuis la marque sur le meme lot : c'est une
      * relance, on n'emet rien. Sinon flux complet (eventuellement
      * vide) sous le numero de sequence suivant, puis marque avancee.
       FIN.
           IF CPT-RETENUES = 0 AND WS-MRQ-LOT-DATE = WS-LOT-DATE
               AND WS-MRQ-LOT-SEQ = WS-LOT-SEQ
               THEN
               DISPLAY "Aucun changement nouveau depuis le flux "
                   WS-MRQ-SEQUENCE " du lot " WS-LOT-DATE "/"
                   WS-LOT-SEQ " - rien n'est emis."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM ECRIT-FLUX
               PERFORM ECRIT-MARQUE
               DISPLAY "Flux " WS-SEQUENCE " du lot " WS-LOT-DATE "/"
                   WS-LOT-SEQ " : " WS-FLUX-PATH
               DISPLAY "Lignes de journal reprises : " CPT-RETENUES
               DISPLAY "Clients emis               : " CPT-EMIS
               DISPLAY "Ajoutes puis supprimes     : " CPT-ANNULES
               DISPLAY "Noms tronques (format 5+5) : " CPT-TRONQUES
           END-IF.

       ECRIT-FLUX.
           COMPUTE WS-SEQUENCE = WS-MRQ-SEQUENCE + 1
           OPEN OUTPUT FLUX-FIC
           IF FLUX-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: flux impossible a creer (" FLUX-STATUT
                   ") : " WS-FLUX-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SEQUENCE TO FLE-SEQUENCE
           MOVE WS-LOT-DATE TO FLE-LOT-DATE
           MOVE WS-LOT-SEQ TO FLE-LOT-SEQ
           MOVE WS-DATE-JOUR TO FLE-DATE-GENERATION
           MOVE WS-HEURE-JOUR TO FLE-HEURE
           WRITE ENREG-FLUX FROM ENREG-FLUX-ENTETE
           END-WRITE
           PERFORM ECRIT-DETAIL
               VARYING WS-IDCLI FROM 1 BY 1 UNTIL WS-IDCLI = 99999
           MOVE 99999 TO WS-IDCLI
           PERFORM ECRIT-DETAIL
           MOVE WS-SEQUENCE TO FLT-SEQUENCE
           MOVE CPT-EMIS TO FLT-CPT
           MOVE WS-SOMME-IDCLI TO FLT-SOMME
           WRITE ENREG-FLUX FROM ENREG-FLUX-TRAILER
           END-WRITE
           CLOSE FLUX-FIC.

      * Operation nette : un ajout du lot reste un ajout (ou disparait
      * s'il finit supprime) ; une suppression est qualifiee fusion
      * ou effacement ; le reste est un changement.
       ECRIT-DETAIL.
           IF RANG-CHANGE(WS-IDCLI) > 0
               THEN
               MOVE RANG-CHANGE(WS-IDCLI) TO IDX-CHANGE
               MOVE SPACE TO WS-OPERATION
               EVALUATE TRUE
                   WHEN CHG-DERNIERE-OP(IDX-CHANGE) = "D"
                       AND CHG-PREMIERE-OP(IDX-CHANGE) = "A"
                       ADD 1 TO CPT-ANNULES
                   WHEN CHG-DERNIERE-OP(IDX-CHANGE) = "D"
                       AND FUSION-SURVIVANT(WS-IDCLI) > 0
                       MOVE "F" TO WS-OPERATION
                   WHEN CHG-DERNIERE-OP(IDX-CHANGE) = "D"
                       AND CHG-APRES(IDX-CHANGE)(6:35) = ALL "*"
                       MOVE "E" TO WS-OPERATION
                   WHEN CHG-DERNIERE-OP(IDX-CHANGE) = "D"
                       MOVE "D" TO WS-OPERATION
                   WHEN CHG-PREMIERE-OP(IDX-CHANGE) = "A"
                       MOVE "A" TO WS-OPERATION
                   WHEN OTHER
                       MOVE "C" TO WS-OPERATION
               END-EVALUATE
               IF WS-OPERATION NOT = SPACE
                   THEN
                   MOVE WS-OPERATION TO FLD-OPERATION
                   MOVE WS-IDCLI TO FLD-IDCLI
                   MOVE CHG-DATE(IDX-CHANGE) TO FLD-DATE
                   MOVE CHG-TIME(IDX-CHANGE) TO FLD-TIME
                   MOVE 0 TO FLD-SURVIVANT
                   MOVE SPACES TO FLD-NOMCLI FLD-PNMCLI FLD-STATUT
                   IF WS-OPERATION = "A" OR WS-OPERATION = "C"
                       THEN
                       MOVE CHG-APRES(IDX-CHANGE)(6:5) TO FLD-NOMCLI
                       MOVE CHG-APRES(IDX-CHANGE)(26:5) TO FLD-PNMCLI
                       MOVE CHG-APRES(IDX-CHANGE)(41:1) TO FLD-STATUT
                       IF CHG-APRES(IDX-CHANGE)(11:15) NOT = SPACES
                           OR CHG-APRES(IDX-CHANGE)(31:10) NOT = SPACES
                           THEN
                           ADD 1 TO CPT-TRONQUES
                       END-IF
                   END-IF
                   IF WS-OPERATION = "F"
                       THEN
                       MOVE FUSION-SURVIVANT(WS-IDCLI) TO FLD-SURVIVANT
                   END-IF
                   WRITE ENREG-FLUX FROM ENREG-FLUX-DETAIL
                   END-WRITE
                   ADD 1 TO CPT-EMIS
                   ADD WS-IDCLI TO WS-SOMME-IDCLI
               END-IF
           END-IF.

       ECRIT-MARQUE.
           OPEN OUTPUT MARQUE-FIC
           MOVE SPACES TO ENREG-MARQUE
           MOVE WS-DER-DATE TO MRQ-DATE
           MOVE WS-DER-TIME TO MRQ-TIME
           MOVE WS-SEQUENCE TO MRQ-SEQUENCE
           MOVE WS-LOT-DATE TO MRQ-LOT-DATE
           MOVE WS-LOT-SEQ TO MRQ-LOT-SEQ
           WRITE ENREG-MARQUE
           END-WRITE
           CLOSE MARQUE-FIC.

       END PROGRAM EXO-CLI-FLUX.
