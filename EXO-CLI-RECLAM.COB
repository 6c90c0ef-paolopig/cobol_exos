      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : registre des reclamations clients. Jusqu'ici une
      * reclamation finissait en note libre dans ClientsNotes.txt :
      * impossible de les compter ou de savoir depuis quand elles
      * trainent. Une reclamation par enregistrement dans
      * ClientsReclamations.txt : numero (attribue a la saisie), IDCLI
      * (controle au maitre), categorie, agence de reception, code de
      * l'operateur qui l'a ouverte, date de reception, employe charge
      * du dossier (fichier employes), etat (O-ouverte, E-en cours,
      * C-close) et date de cloture. Les categories et leur delai de
      * traitement cible viennent de ReclamCategories.txt (code,
      * delai en jours, libelle) ; sans ce fichier toute categorie non
      * vide est acceptee. Ce pupitre saisit une reclamation, en suit
      * le traitement (etat, employe charge) et liste celles d'un
      * client. Une reclamation close ne se rouvre pas : une nouvelle
      * plainte est une nouvelle reclamation.
      * EXO-RECLAM-RAPPORT en tire l'anciennete hebdomadaire et la
      * statistique mensuelle ; EXO-CLI-LOOKUP affiche les
      * reclamations non closes du client a cote de ses notes.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      * octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-RECLAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MASTER-FIC
               ASSIGN TO WS-CLI-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDCLI-MASTER
               FILE STATUS IS MASTER-STATUT.
           SELECT RECLAM-FIC
               ASSIGN TO WS-RECLAM-PATH
               FILE STATUS IS RECLAM-STATUT.
           SELECT CATEGORIES-FIC
               ASSIGN TO WS-CATEGORIES-PATH
               FILE STATUS IS CATEGORIES-STATUT.
           SELECT EMPL-FIC
               ASSIGN TO WS-EMPL-PATH
               FILE STATUS IS EMPL-STATUT.
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
      *
      * Registre des reclamations, 89 octets.
       FD  RECLAM-FIC.
       01  ENREG-RECLAM.
           05 RCL-NUMERO PIC 9(6).
           05 FILLER PIC X.
           05 RCL-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 RCL-CATEGORIE PIC X(4).
           05 FILLER PIC X.
           05 RCL-AGENCE PIC XX.
           05 FILLER PIC X.
           05 RCL-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 RCL-DATE-RECUE PIC 9(8).
           05 FILLER PIC X.
           05 RCL-EMPL PIC 9(2).
           05 FILLER PIC X.
           05 RCL-ETAT PIC X.
           05 FILLER PIC X.
           05 RCL-DATE-CLOTURE PIC 9(8).
           05 FILLER PIC X.
           05 RCL-OBJET PIC X(40).
      *
      * Categories de reclamation : code, delai cible en jours,
      * libelle.
       FD  CATEGORIES-FIC.
       01  ENREG-CATEGORIE.
           05 CAT-CODE PIC X(4).
           05 FILLER PIC X.
           05 CAT-DELAI PIC 9(3).
           05 FILLER PIC X.
           05 CAT-LIBELLE PIC X(30).
      *
      * Fichier employes (voir EXO-EMPL-MAINT), 23 octets.
       FD  EMPL-FIC.
       01  ENREG-EMPL.
           05 ID-EMPL PIC 9(2).
           05 NOM-EMPL PIC X(10).
           05 DATE-EMB-EMPL PIC 9(8).
           05 SERVICE-EMPL PIC X(3).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  RECLAM-STATUT PIC XX.
       77  CATEGORIES-STATUT PIC XX.
       77  EMPL-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-CONTINUER PIC 9 VALUE 1.
       77  WS-ACTION PIC X VALUE SPACE.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-IDCLI-SAISIE PIC X(5) VALUE SPACES.
       77  WS-IDCLI PIC 9(5) VALUE 0.
       77  WS-NUMERO-SAISIE PIC X(6) VALUE SPACES.
       77  WS-NUMERO PIC 9(6) VALUE 0.
       77  WS-DERNIER-NUMERO PIC 9(6) VALUE 0.
       77  WS-CATEGORIE PIC X(4) VALUE SPACES.
       77  WS-AGENCE PIC XX VALUE SPACES.
       77  WS-DATE-SAISIE PIC X(8) VALUE SPACES.
       77  WS-DATE-RECUE PIC 9(8) VALUE 0.
       77  WS-EMPL-SAISIE PIC XX VALUE SPACES.
       77  WS-EMPL PIC 99 VALUE 0.
       77  WS-ETAT PIC X VALUE SPACE.
       77  WS-OBJET PIC X(40) VALUE SPACES.
       77  WS-SAISIE-OK PIC 9 VALUE 0.
       77  WS-TROUVE PIC 9(4) VALUE 0.
       77  CPT-OUVERTES PIC 9(4) VALUE 0.
       77  CPT-SUIVIES PIC 9(4) VALUE 0.
       77  CPT-CLOSES PIC 9(4) VALUE 0.
       77  CPT-CLIENT PIC 9(4) VALUE 0.
      * Registre charge en table le temps de la session.
       01  TABLE-RECLAM.
           05 RECLAM-ENTREE OCCURS 2000.
               10 TAB-RCL-NUMERO PIC 9(6).
               10 TAB-RCL-IDCLI PIC 9(5).
               10 TAB-RCL-CATEGORIE PIC X(4).
               10 TAB-RCL-AGENCE PIC XX.
               10 TAB-RCL-OPERATEUR PIC X(4).
               10 TAB-RCL-DATE-RECUE PIC 9(8).
               10 TAB-RCL-EMPL PIC 9(2).
               10 TAB-RCL-ETAT PIC X.
               10 TAB-RCL-DATE-CLOTURE PIC 9(8).
               10 TAB-RCL-OBJET PIC X(40).
       77  NB-RECLAM PIC 9(4) VALUE 0.
       77  IDX-RECLAM PIC 9(4) VALUE 0.
       77  WS-RECLAM-DEBORDE PIC 9 VALUE 0.
       01  TABLE-CATEGORIES.
           05 CATEGORIE-ENTREE OCCURS 50.
               10 TAB-CAT-CODE PIC X(4).
               10 TAB-CAT-DELAI PIC 9(3).
               10 TAB-CAT-LIBELLE PIC X(30).
       77  NB-CATEGORIES PIC 99 VALUE 0.
       77  IDX-CATEGORIE PIC 99 VALUE 0.
       77  WS-CATEGORIE-TROUVEE PIC 9 VALUE 0.
      * Employes presents, indexes par leur numero.
       01  TABLE-EMPLOYES.
           05 EMPLOYE-ENTREE OCCURS 99.
               10 TAB-EMP-PRESENT PIC 9 VALUE 0.
               10 TAB-EMP-NOM PIC X(10).
       77  WS-EMPLOYES-CHARGES PIC 9 VALUE 0.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-RECLAM-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsReclamations.txt".
       77  WS-CATEGORIES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ReclamCategories.txt".
       77  WS-EMPL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\BubblesortATrier.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM SESSION UNTIL WS-CONTINUER = 0
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_MASTER_PATH, EMPL_FIC_PATH (memes noms que dans
      * EXO-CLI-MAINT et EXO-EMPL-MAINT), CLI_RECLAM_PATH et
      * RECLAM_CATEGORIES_PATH.
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-RECLAM-PATH FROM ENVIRONMENT "CLI_RECLAM_PATH"
           IF WS-RECLAM-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsReclamations.txt"
                   TO WS-RECLAM-PATH
           END-IF
           ACCEPT WS-CATEGORIES-PATH FROM ENVIRONMENT
               "RECLAM_CATEGORIES_PATH"
           IF WS-CATEGORIES-PATH = SPACES
               MOVE "C:\Users\Cobol\ReclamCategories.txt"
                   TO WS-CATEGORIES-PATH
           END-IF
           ACCEPT WS-EMPL-PATH FROM ENVIRONMENT "EMPL_FIC_PATH"
           IF WS-EMPL-PATH = SPACES
               MOVE "C:\Users\Cobol\BubblesortATrier.txt"
                   TO WS-EMPL-PATH
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM IDENTIFIE-OPERATEUR
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: maitre clients introuvable ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-CATEGORIES
           PERFORM CHARGE-EMPLOYES
           PERFORM CHARGE-RECLAM.

       IDENTIFIE-OPERATEUR.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR_CODE"
           IF WS-OPERATEUR = SPACES
               THEN
               DISPLAY "Code operateur (4 caracteres) : "
               ACCEPT WS-OPERATEUR
           END-IF
           IF WS-OPERATEUR = SPACES
               THEN
               DISPLAY "ERREUR: code operateur obligatoire."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHARGE-CATEGORIES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CATEGORIES-FIC
           IF CATEGORIES-STATUT = "00"
               THEN
               PERFORM CHARGE-CATEGORIES-LECT UNTIL EOF-FIC = 1
               CLOSE CATEGORIES-FIC
           ELSE
               DISPLAY "ATTENTION: categories de reclamation "
                   "indisponibles (" CATEGORIES-STATUT
                   ") - categorie libre."
           END-IF.
       CHARGE-CATEGORIES-LECT.
           READ CATEGORIES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CAT-CODE NOT = SPACES
               AND NB-CATEGORIES < 50
               THEN
               ADD 1 TO NB-CATEGORIES
               MOVE CAT-CODE TO TAB-CAT-CODE(NB-CATEGORIES)
               MOVE CAT-LIBELLE TO TAB-CAT-LIBELLE(NB-CATEGORIES)
               IF CAT-DELAI IS NUMERIC
                   THEN
                   MOVE CAT-DELAI TO TAB-CAT-DELAI(NB-CATEGORIES)
               ELSE
                   MOVE 0 TO TAB-CAT-DELAI(NB-CATEGORIES)
               END-IF
           END-IF.

      * Sans fichier employes, le dossier ne peut etre confie qu'a
      * "00" (personne) : on le signale sans bloquer la saisie.
       CHARGE-EMPLOYES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT EMPL-FIC
           IF EMPL-STATUT = "00"
               THEN
               MOVE 1 TO WS-EMPLOYES-CHARGES
               PERFORM CHARGE-EMPLOYES-LECT UNTIL EOF-FIC = 1
               CLOSE EMPL-FIC
           ELSE
               DISPLAY "ATTENTION: fichier employes indisponible ("
                   EMPL-STATUT ") - dossiers non attribuables."
           END-IF.
       CHARGE-EMPLOYES-LECT.
           READ EMPL-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ID-EMPL IS NUMERIC AND ID-EMPL > 0
               THEN
               MOVE 1 TO TAB-EMP-PRESENT(ID-EMPL)
               MOVE NOM-EMPL TO TAB-EMP-NOM(ID-EMPL)
           END-IF.

      * Le registre etant reecrit depuis la table en fin de session,
      * une reclamation au-dela de la table serait detruite en
      * silence : on refuse de demarrer, comme CHARGE-NOTES dans
      * EXO-CLI-NOTES.
       CHARGE-RECLAM.
           MOVE 0 TO EOF-FIC
           OPEN INPUT RECLAM-FIC
           IF RECLAM-STATUT = "00"
               THEN
               PERFORM CHARGE-RECLAM-LECT UNTIL EOF-FIC = 1
               CLOSE RECLAM-FIC
           END-IF
           IF WS-RECLAM-DEBORDE = 1
               THEN
               DISPLAY "ERREUR: registre des reclamations trop grand "
                   "pour la table (2000 max) - session refusee."
               CLOSE CLI-MASTER-FIC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHARGE-RECLAM-LECT.
           READ RECLAM-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND RCL-NUMERO IS NUMERIC
               AND NB-RECLAM >= 2000
               THEN
               MOVE 1 TO WS-RECLAM-DEBORDE
           END-IF
           IF EOF-FIC = 0 AND NB-RECLAM < 2000
               AND RCL-NUMERO IS NUMERIC
               THEN
               ADD 1 TO NB-RECLAM
               MOVE RCL-NUMERO TO TAB-RCL-NUMERO(NB-RECLAM)
               MOVE RCL-IDCLI TO TAB-RCL-IDCLI(NB-RECLAM)
               MOVE RCL-CATEGORIE TO TAB-RCL-CATEGORIE(NB-RECLAM)
               MOVE RCL-AGENCE TO TAB-RCL-AGENCE(NB-RECLAM)
               MOVE RCL-OPERATEUR TO TAB-RCL-OPERATEUR(NB-RECLAM)
               MOVE RCL-DATE-RECUE TO TAB-RCL-DATE-RECUE(NB-RECLAM)
               MOVE RCL-EMPL TO TAB-RCL-EMPL(NB-RECLAM)
               MOVE RCL-ETAT TO TAB-RCL-ETAT(NB-RECLAM)
               MOVE RCL-DATE-CLOTURE TO TAB-RCL-DATE-CLOTURE(NB-RECLAM)
               MOVE RCL-OBJET TO TAB-RCL-OBJET(NB-RECLAM)
               IF RCL-NUMERO > WS-DERNIER-NUMERO
                   THEN
                   MOVE RCL-NUMERO TO WS-DERNIER-NUMERO
               END-IF
           END-IF.

       SESSION.
           DISPLAY "Action N-nouvelle / S-suivi / L-lister un client "
               "/ F-fin : "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "N"
                   PERFORM NOUVELLE-RECLAM
               WHEN "S"
                   PERFORM SUIVI-RECLAM
               WHEN "L"
                   PERFORM LISTE-CLIENT
               WHEN "F"
                   MOVE 0 TO WS-CONTINUER
               WHEN OTHER
                   DISPLAY "Action invalide."
           END-EVALUATE.

      * IDCLI saisi et lu au maitre ; WS-IDCLI reste a zero si le
      * client n'existe pas.
       SAISIE-IDCLI.
           MOVE 0 TO WS-IDCLI
           DISPLAY "IDCLI (5 chiffres) : "
           ACCEPT WS-IDCLI-SAISIE
           IF WS-IDCLI-SAISIE IS NUMERIC
               THEN
               MOVE WS-IDCLI-SAISIE TO IDCLI-MASTER
               READ CLI-MASTER-FIC
                   INVALID KEY
                       DISPLAY "ERREUR: client " WS-IDCLI-SAISIE
                           " absent du maitre."
                   NOT INVALID KEY
                       MOVE IDCLI-MASTER TO WS-IDCLI
                       DISPLAY "Client : " NOMCLI-MASTER " "
                           PNMCLI-MASTER " statut " STATUT-MASTER
               END-READ
           ELSE
               DISPLAY "ERREUR: IDCLI non numerique."
           END-IF.

       NOUVELLE-RECLAM.
           IF NB-RECLAM >= 2000
               THEN
               DISPLAY "ERREUR: registre plein (2000 max)."
           ELSE
               PERFORM SAISIE-IDCLI
               IF WS-IDCLI > 0
                   THEN
                   PERFORM SAISIE-RECLAM
                   IF WS-SAISIE-OK = 1
                       THEN
                       PERFORM AJOUTE-RECLAM
                   END-IF
               END-IF
           END-IF.

      * Categorie, agence, date de reception, employe charge et objet
      * ; WS-SAISIE-OK passe a 0 a la premiere zone refusee.
       SAISIE-RECLAM.
           MOVE 1 TO WS-SAISIE-OK
           DISPLAY "Categorie (4 caracteres) : "
           ACCEPT WS-CATEGORIE
           PERFORM CONTROLE-CATEGORIE
           IF WS-SAISIE-OK = 1
               THEN
               DISPLAY "Agence de reception (blanc = 01) : "
               ACCEPT WS-AGENCE
               IF WS-AGENCE = SPACES
                   THEN
                   MOVE "01" TO WS-AGENCE
               END-IF
               DISPLAY "Date de reception AAAAMMJJ (blanc = jour) : "
               ACCEPT WS-DATE-SAISIE
               IF WS-DATE-SAISIE = SPACES
                   THEN
                   MOVE WS-DATE-JOUR TO WS-DATE-RECUE
               ELSE
                   IF WS-DATE-SAISIE IS NUMERIC
                       AND WS-DATE-SAISIE <= WS-DATE-JOUR
                       THEN
                       MOVE WS-DATE-SAISIE TO WS-DATE-RECUE
                   ELSE
                       DISPLAY "ERREUR: date de reception invalide."
                       MOVE 0 TO WS-SAISIE-OK
                   END-IF
               END-IF
           END-IF
           IF WS-SAISIE-OK = 1
               THEN
               PERFORM SAISIE-EMPLOYE
           END-IF
           IF WS-SAISIE-OK = 1
               THEN
               DISPLAY "Objet (40 caracteres max) : "
               ACCEPT WS-OBJET
           END-IF.

       CONTROLE-CATEGORIE.
           IF WS-CATEGORIE = SPACES
               THEN
               DISPLAY "ERREUR: categorie obligatoire."
               MOVE 0 TO WS-SAISIE-OK
           ELSE
               IF NB-CATEGORIES > 0
                   THEN
                   MOVE 0 TO WS-CATEGORIE-TROUVEE
                   PERFORM CHERCHE-CATEGORIE
                       VARYING IDX-CATEGORIE FROM 1 BY 1
                       UNTIL IDX-CATEGORIE > NB-CATEGORIES
                   IF WS-CATEGORIE-TROUVEE = 0
                       THEN
                       DISPLAY "ERREUR: categorie inconnue : "
                           WS-CATEGORIE
                       PERFORM LISTE-CATEGORIE
                           VARYING IDX-CATEGORIE FROM 1 BY 1
                           UNTIL IDX-CATEGORIE > NB-CATEGORIES
                       MOVE 0 TO WS-SAISIE-OK
                   END-IF
               END-IF
           END-IF.
       CHERCHE-CATEGORIE.
           IF TAB-CAT-CODE(IDX-CATEGORIE) = WS-CATEGORIE
               THEN
               MOVE 1 TO WS-CATEGORIE-TROUVEE
           END-IF.
       LISTE-CATEGORIE.
           DISPLAY "  " TAB-CAT-CODE(IDX-CATEGORIE) " "
               TAB-CAT-LIBELLE(IDX-CATEGORIE) " ("
               TAB-CAT-DELAI(IDX-CATEGORIE) " jours)".

      * Employe charge : "00" ou blanc = personne encore ; sinon il
      * doit figurer au fichier employes.
       SAISIE-EMPLOYE.
           DISPLAY "Employe charge (2 chiffres, blanc = aucun) : "
           ACCEPT WS-EMPL-SAISIE
           MOVE 0 TO WS-EMPL
           IF WS-EMPL-SAISIE NOT = SPACES
               THEN
               IF WS-EMPL-SAISIE IS NUMERIC
                   THEN
                   MOVE WS-EMPL-SAISIE TO WS-EMPL
               ELSE
                   DISPLAY "ERREUR: numero d'employe non numerique."
                   MOVE 0 TO WS-SAISIE-OK
               END-IF
           END-IF
           IF WS-SAISIE-OK = 1 AND WS-EMPL > 0
               THEN
               IF WS-EMPLOYES-CHARGES = 0
                   OR TAB-EMP-PRESENT(WS-EMPL) = 0
                   THEN
                   DISPLAY "ERREUR: employe " WS-EMPL
                       " absent du fichier employes."
                   MOVE 0 TO WS-SAISIE-OK
               ELSE
                   DISPLAY "Employe : " TAB-EMP-NOM(WS-EMPL)
               END-IF
           END-IF.

       AJOUTE-RECLAM.
           ADD 1 TO WS-DERNIER-NUMERO
           ADD 1 TO NB-RECLAM
           MOVE WS-DERNIER-NUMERO TO TAB-RCL-NUMERO(NB-RECLAM)
           MOVE WS-IDCLI TO TAB-RCL-IDCLI(NB-RECLAM)
           MOVE WS-CATEGORIE TO TAB-RCL-CATEGORIE(NB-RECLAM)
           MOVE WS-AGENCE TO TAB-RCL-AGENCE(NB-RECLAM)
           MOVE WS-OPERATEUR TO TAB-RCL-OPERATEUR(NB-RECLAM)
           MOVE WS-DATE-RECUE TO TAB-RCL-DATE-RECUE(NB-RECLAM)
           MOVE WS-EMPL TO TAB-RCL-EMPL(NB-RECLAM)
           IF WS-EMPL > 0
               THEN
               MOVE "E" TO TAB-RCL-ETAT(NB-RECLAM)
           ELSE
               MOVE "O" TO TAB-RCL-ETAT(NB-RECLAM)
           END-IF
           MOVE 0 TO TAB-RCL-DATE-CLOTURE(NB-RECLAM)
           MOVE WS-OBJET TO TAB-RCL-OBJET(NB-RECLAM)
           ADD 1 TO CPT-OUVERTES
           DISPLAY "Reclamation " WS-DERNIER-NUMERO " enregistree ("
               TAB-RCL-ETAT(NB-RECLAM) ")."
           MOVE NB-RECLAM TO IDX-RECLAM
           PERFORM AFFICHE-RECLAM.

      * Suivi : changement d'employe charge et/ou d'etat. Confier le
      * dossier a quelqu'un le fait passer d'O a E ; la cloture
      * (etat C) date la reclamation du jour et la fige.
       SUIVI-RECLAM.
           DISPLAY "Numero de reclamation : "
           ACCEPT WS-NUMERO-SAISIE
           MOVE 0 TO WS-TROUVE
           IF WS-NUMERO-SAISIE IS NUMERIC
               THEN
               MOVE WS-NUMERO-SAISIE TO WS-NUMERO
               PERFORM CHERCHE-NUMERO VARYING IDX-RECLAM FROM 1 BY 1
                   UNTIL IDX-RECLAM > NB-RECLAM OR WS-TROUVE > 0
           END-IF
           IF WS-TROUVE = 0
               THEN
               DISPLAY "ERREUR: reclamation inconnue."
           ELSE
               MOVE WS-TROUVE TO IDX-RECLAM
               PERFORM AFFICHE-RECLAM
               IF TAB-RCL-ETAT(IDX-RECLAM) = "C"
                   THEN
                   DISPLAY "Reclamation close le "
                       TAB-RCL-DATE-CLOTURE(IDX-RECLAM)
                       " - saisir une nouvelle reclamation."
               ELSE
                   PERFORM SUIVI-SAISIE
               END-IF
           END-IF.
       CHERCHE-NUMERO.
           IF TAB-RCL-NUMERO(IDX-RECLAM) = WS-NUMERO
               THEN
               MOVE IDX-RECLAM TO WS-TROUVE
           END-IF.
       SUIVI-SAISIE.
           MOVE 1 TO WS-SAISIE-OK
           PERFORM SAISIE-EMPLOYE
           IF WS-SAISIE-OK = 1
               THEN
               DISPLAY "Nouvel etat E-en cours / C-close "
                   "(blanc = inchange) : "
               ACCEPT WS-ETAT
               IF WS-ETAT NOT = SPACE AND WS-ETAT NOT = "E"
                   AND WS-ETAT NOT = "C"
                   THEN
                   DISPLAY "ERREUR: etat invalide : " WS-ETAT
                   MOVE 0 TO WS-SAISIE-OK
               END-IF
           END-IF
           IF WS-SAISIE-OK = 1
               THEN
               IF WS-EMPL > 0
                   THEN
                   MOVE WS-EMPL TO TAB-RCL-EMPL(IDX-RECLAM)
                   IF TAB-RCL-ETAT(IDX-RECLAM) = "O"
                       THEN
                       MOVE "E" TO TAB-RCL-ETAT(IDX-RECLAM)
                   END-IF
               END-IF
               IF WS-ETAT NOT = SPACE
                   THEN
                   MOVE WS-ETAT TO TAB-RCL-ETAT(IDX-RECLAM)
               END-IF
               IF TAB-RCL-ETAT(IDX-RECLAM) = "C"
                   THEN
                   MOVE WS-DATE-JOUR TO
                       TAB-RCL-DATE-CLOTURE(IDX-RECLAM)
                   ADD 1 TO CPT-CLOSES
               ELSE
                   ADD 1 TO CPT-SUIVIES
               END-IF
               PERFORM AFFICHE-RECLAM
           END-IF.

       LISTE-CLIENT.
           PERFORM SAISIE-IDCLI
           IF WS-IDCLI > 0
               THEN
               MOVE 0 TO CPT-CLIENT
               PERFORM LISTE-CLIENT-RECLAM
                   VARYING IDX-RECLAM FROM 1 BY 1
                   UNTIL IDX-RECLAM > NB-RECLAM
               DISPLAY "Reclamations du client : " CPT-CLIENT
           END-IF.
       LISTE-CLIENT-RECLAM.
           IF TAB-RCL-IDCLI(IDX-RECLAM) = WS-IDCLI
               THEN
               ADD 1 TO CPT-CLIENT
               PERFORM AFFICHE-RECLAM
           END-IF.

       AFFICHE-RECLAM.
           DISPLAY TAB-RCL-NUMERO(IDX-RECLAM) " "
               TAB-RCL-IDCLI(IDX-RECLAM) " "
               TAB-RCL-CATEGORIE(IDX-RECLAM) " ag "
               TAB-RCL-AGENCE(IDX-RECLAM) " recue "
               TAB-RCL-DATE-RECUE(IDX-RECLAM) " ("
               TAB-RCL-OPERATEUR(IDX-RECLAM) ") empl "
               TAB-RCL-EMPL(IDX-RECLAM) " etat "
               TAB-RCL-ETAT(IDX-RECLAM) " close "
               TAB-RCL-DATE-CLOTURE(IDX-RECLAM)
           DISPLAY "       " TAB-RCL-OBJET(IDX-RECLAM).

       REECRIT-RECLAM.
           OPEN OUTPUT RECLAM-FIC
           IF RECLAM-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: registre impossible a reecrire ("
                   RECLAM-STATUT ") : " WS-RECLAM-PATH
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 1 TO IDX-RECLAM
               PERFORM REECRIT-UNE-RECLAM UNTIL IDX-RECLAM > NB-RECLAM
               CLOSE RECLAM-FIC
           END-IF.
       REECRIT-UNE-RECLAM.
           MOVE SPACES TO ENREG-RECLAM
           MOVE TAB-RCL-NUMERO(IDX-RECLAM) TO RCL-NUMERO
           MOVE TAB-RCL-IDCLI(IDX-RECLAM) TO RCL-IDCLI
           MOVE TAB-RCL-CATEGORIE(IDX-RECLAM) TO RCL-CATEGORIE
           MOVE TAB-RCL-AGENCE(IDX-RECLAM) TO RCL-AGENCE
           MOVE TAB-RCL-OPERATEUR(IDX-RECLAM) TO RCL-OPERATEUR
           MOVE TAB-RCL-DATE-RECUE(IDX-RECLAM) TO RCL-DATE-RECUE
           MOVE TAB-RCL-EMPL(IDX-RECLAM) TO RCL-EMPL
           MOVE TAB-RCL-ETAT(IDX-RECLAM) TO RCL-ETAT
           MOVE TAB-RCL-DATE-CLOTURE(IDX-RECLAM) TO RCL-DATE-CLOTURE
           MOVE TAB-RCL-OBJET(IDX-RECLAM) TO RCL-OBJET
           WRITE ENREG-RECLAM
           END-WRITE
           ADD 1 TO IDX-RECLAM.

       FIN.
           CLOSE CLI-MASTER-FIC
           IF CPT-OUVERTES NOT = 0 OR CPT-SUIVIES NOT = 0
               OR CPT-CLOSES NOT = 0
               THEN
               PERFORM REECRIT-RECLAM
           END-IF
           DISPLAY "Reclamations ouvertes : " CPT-OUVERTES
           DISPLAY "Reclamations suivies  : " CPT-SUIVIES
           DISPLAY "Reclamations closes   : " CPT-CLOSES.

       END PROGRAM EXO-CLI-RECLAM.
