      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : tenue du registre des liens entre clients
      * ClientsLiens.txt. Le registre des foyers regroupe les personnes
      * d'une meme adresse ; il ne dit pas qu'un client est le
      * representant legal d'un autre, son garant, ou la personne a
      * contacter pour un client societe.
      * - une ligne par lien : IDCLI origine, IDCLI cible, type, date
      *   de debut, date de fin (jour ou le lien cesse, zero tant
      *   qu'aucune fin n'est prevue) et operateur. Le type se lit
      *   "l'origine est ... de la cible" : G-garant, R-representant
      *   legal, C-contact (personne a contacter pour la cible
      *   societe). Un lien termine reste au registre ;
      * - les deux numeros doivent exister au maitre ClientsMaster.txt
      *   et differer ; un meme lien (origine, cible, type) ne peut
      *   etre en cours deux fois ;
      * - l'operateur s'identifie comme dans EXO-CLI-GEL (mot de passe
      *   via SPMDP01, present dans ClientsOperateurs.txt) ; le
      *   registre s'affiche, puis il ajoute (A) ou termine (T) un lien.
      *   Quand la matrice des droits ClientsDroits.txt est en service,
      *   ajouter et terminer exigent le droit LIENS - un refus est
      *   trace NONAUTOR et la session reste en consultation ;
      * - chaque ajout et chaque fin est trace au journal d'audit
      *   ClientsAuditLog.txt (code K, IDCLI origine, statut LIENAJOU
      *   ou LIENFIN, operateur, chaine de controle SPCHN01).
      * Les liens s'affichent dans EXO-CLI-LOOKUP, EXO-CLI-FUSION les
      * reporte sur le survivant, et EXO-CLI-OUBLI comme EXO-CLI-PURGE
      * previennent quand le client qui disparait represente encore
      * legalement un autre client (controle par SPLIE01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-LIENS.
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
           SELECT LIENS-FIC
               ASSIGN TO WS-LIENS-PATH
               FILE STATUS IS LIENS-STATUT.
           SELECT OPER-FIC
               ASSIGN TO WS-OPER-PATH
               FILE STATUS IS OPER-STATUT.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
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
      * Registre des liens entre clients (36 octets), meme dessin que
      * dans SPLIE01.
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
       FD  OPER-FIC.
       01  ENREG-OPER.
           05 OPER-CODE PIC X(4).
      * ID employe en queue de chaque code (voir EXO-CLI-MAINT),
      * ignore ici.
           05 FILLER PIC X(3).
      *
      * Matrice des droits par operateur et code action (voir
      * EXO-CLI-MAINT) ; absente, l'ancien regime demeure.
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
      * Journal d'audit au dessin d'EXO-CLI-MAINT (68 octets,
      * chaine de controle comprise).
       FD  AUDIT-LOG-FIC.
       01  ENREG-AUDIT-LOG.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-PROGRAMME PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-TRANS-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-STATUT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERATEUR2 PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      * Valeur de controle chainee (voir SPCHN01 et EXO-CLI-MAINT).
           05 AUD-CHAINE PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  LIENS-STATUT PIC XX.
       77  OPER-STATUT PIC XX.
       77  DROITS-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  EOF-LIENS PIC 9 VALUE 0.
       77  EOF-OPER PIC 9 VALUE 0.
       77  EOF-DROITS PIC 9 VALUE 0.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-OPER-AUTORISE PIC 9 VALUE 0.
       01  TABLE-OPERATEURS.
           05 OPERATEUR-HABILITE OCCURS 20 PIC X(4).
       77  NB-OPERATEURS PIC 99 VALUE 0.
       77  IDX-OPERATEUR PIC 99 VALUE 0.
       01  TABLE-DROITS.
           05 DROIT-ENTREE OCCURS 100.
               10 TAB-DRT-OPERATEUR PIC X(4).
               10 TAB-DRT-ACTION PIC X(8).
       77  NB-DROITS PIC 999 VALUE 0.
       77  IDX-DROIT PIC 999 VALUE 0.
       77  WS-DROITS-PRESENTS PIC 9 VALUE 0.
       77  WS-DROIT-ACCORDE PIC 9 VALUE 0.
      * Registre charge en table, dans l'ordre du fichier.
       01  TABLE-LIENS.
           05 LIEN-ENTREE OCCURS 500.
               10 TAB-LIE-ORIGINE PIC 9(5).
               10 TAB-LIE-CIBLE PIC 9(5).
               10 TAB-LIE-TYPE PIC X.
               10 TAB-LIE-DATE-DEBUT PIC 9(8).
               10 TAB-LIE-DATE-FIN PIC 9(8).
               10 TAB-LIE-OPERATEUR PIC X(4).
       77  NB-LIENS PIC 999 VALUE 0.
       77  IDX-LIEN PIC 999 VALUE 0.
       77  CPT-LIENS-EN-COURS PIC 999 VALUE 0.
       77  WS-LIBELLE-TYPE PIC X(20) VALUE SPACES.
      * Saisie d'un ajout ou d'une fin de lien.
       77  WS-FIN-SAISIE PIC 9 VALUE 0.
       77  WS-ACTION PIC X VALUE SPACE.
       77  WS-SAISIE PIC X(5) VALUE SPACES.
       77  WS-DATE-SAISIE PIC X(8) VALUE SPACES.
       77  WS-ORIGINE PIC 9(5) VALUE 0.
       77  WS-CIBLE PIC 9(5) VALUE 0.
       77  WS-TYPE PIC X VALUE SPACE.
       77  WS-DATE-DEBUT PIC 9(8) VALUE 0.
       77  WS-DATE-FIN PIC 9(8) VALUE 0.
       77  WS-SAISIE-OK PIC 9 VALUE 0.
       77  WS-LIEN-TROUVE PIC 9 VALUE 0.
       77  WS-CLIENT-CONNU PIC 9 VALUE 0.
       77  WS-AUDIT-STATUT-LIEN PIC X(8) VALUE SPACES.
       77  CPT-MODIFS PIC 99 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
      * Bloc d'appel de SPMDP01 : l'operateur qui ajoute ou termine
      * un lien doit franchir le controle de mot de passe.
       01  PARAMETRES-MDP.
           05 CTL-PROGRAMME PIC X(14).
           05 CTL-OPERATEUR PIC X(4).
           05 CTL-MDP PIC X(8).
           05 CTL-CODERETOUR PIC 9.
       77  WS-MDP-SAISIE PIC X(8) VALUE SPACES.
      * Bloc d'appel de SPCHN01 : valeur de controle chainee du
      * journal d'audit (voir SPCHN01.cbl).
       01  PARAMETRES-CHAINE.
           05 CHN-FONCTION PIC X.
           05 CHN-CONTENU PIC X(59).
           05 CHN-CHECK PIC 9(8).
           05 CHN-CODERETOUR PIC 9.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-LIENS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsLiens.txt".
       77  WS-OPER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOperateurs.txt".
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM CHARGE-REGISTRE
           PERFORM AFFICHE-REGISTRE
           IF WS-DROIT-ACCORDE = 1
               THEN
               PERFORM MAINTIENT-LIEN UNTIL WS-FIN-SAISIE = 1
               DISPLAY "Ajouts et fins enregistres : " CPT-MODIFS
           END-IF
           CLOSE CLI-MASTER-FIC
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_LIENS_PATH (meme nom que SPLIE01), CLI_MASTER_PATH,
      * CLI_OPER_PATH, CLI_DROITS_PATH et CLI_AUDIT_PATH (memes noms
      * qu'EXO-CLI-MAINT).
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-LIENS-PATH FROM ENVIRONMENT "CLI_LIENS_PATH"
           IF WS-LIENS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsLiens.txt"
                   TO WS-LIENS-PATH
           END-IF
           ACCEPT WS-OPER-PATH FROM ENVIRONMENT "CLI_OPER_PATH"
           IF WS-OPER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOperateurs.txt"
                   TO WS-OPER-PATH
           END-IF
           ACCEPT WS-DROITS-PATH FROM ENVIRONMENT "CLI_DROITS_PATH"
           IF WS-DROITS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsDroits.txt"
                   TO WS-DROITS-PATH
           END-IF
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier maitre inaccessible ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Meme identification qu'EXO-CLI-GEL : code + mot de passe,
      * et presence parmi les habilites de ClientsOperateurs.txt ;
      * puis le droit LIENS, exige pour ajouter ou terminer quand la
      * matrice des droits est en service.
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
           END-IF
           ACCEPT WS-MDP-SAISIE FROM ENVIRONMENT "OPERATEUR_MDP"
           IF WS-MDP-SAISIE = SPACES
               THEN
               DISPLAY "Mot de passe : "
               ACCEPT WS-MDP-SAISIE
           END-IF
           MOVE "EXO-CLI-LIENS" TO CTL-PROGRAMME
           MOVE WS-OPERATEUR TO CTL-OPERATEUR
           MOVE WS-MDP-SAISIE TO CTL-MDP
           CALL "SPMDP01" USING PARAMETRES-MDP
           IF CTL-CODERETOUR NOT = 0 AND CTL-CODERETOUR NOT = 1
               THEN
               DISPLAY "REFUS: identification rejetee pour "
                   WS-OPERATEUR "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-OPERATEURS
           MOVE 0 TO WS-OPER-AUTORISE
           MOVE 1 TO IDX-OPERATEUR
           PERFORM CONTROLE-OPERATEUR
               UNTIL IDX-OPERATEUR > NB-OPERATEURS
               OR WS-OPER-AUTORISE = 1
           IF WS-OPER-AUTORISE = 0
               THEN
               DISPLAY "REFUS: operateur " WS-OPERATEUR " non "
                   "habilite (ClientsOperateurs.txt)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-DROITS
           PERFORM CONTROLE-DROIT-LIENS
           IF WS-DROIT-ACCORDE = 0
               THEN
               DISPLAY "REFUS: operateur " WS-OPERATEUR " sans "
                   "droit LIENS - consultation seule."
               PERFORM ECRIT-AUDIT-NONAUTOR
               MOVE 4 TO RETURN-CODE
           END-IF.

       CONTROLE-OPERATEUR.
           IF OPERATEUR-HABILITE(IDX-OPERATEUR) = WS-OPERATEUR
               THEN
               MOVE 1 TO WS-OPER-AUTORISE
           END-IF
           ADD 1 TO IDX-OPERATEUR.

       CHARGE-OPERATEURS.
           MOVE 0 TO EOF-OPER
           OPEN INPUT OPER-FIC
           IF OPER-STATUT = "00"
               THEN
               PERFORM CHARGE-OPERATEURS-LECT UNTIL EOF-OPER = 1
               CLOSE OPER-FIC
           END-IF.
       CHARGE-OPERATEURS-LECT.
           READ OPER-FIC
               AT END MOVE 1 TO EOF-OPER
           END-READ
           IF EOF-OPER = 0 AND NB-OPERATEURS < 20
               THEN
               ADD 1 TO NB-OPERATEURS
               MOVE OPER-CODE TO OPERATEUR-HABILITE(NB-OPERATEURS)
           END-IF.

       CHARGE-DROITS.
           MOVE 0 TO EOF-DROITS
           OPEN INPUT DROITS-FIC
           IF DROITS-STATUT = "00"
               THEN
               MOVE 1 TO WS-DROITS-PRESENTS
               PERFORM CHARGE-DROITS-LECT UNTIL EOF-DROITS = 1
               CLOSE DROITS-FIC
           END-IF.
       CHARGE-DROITS-LECT.
           READ DROITS-FIC
               AT END MOVE 1 TO EOF-DROITS
           END-READ
           IF EOF-DROITS = 0 AND NB-DROITS < 100
               AND DRT-OPERATEUR NOT = SPACES
               THEN
               ADD 1 TO NB-DROITS
               MOVE DRT-OPERATEUR TO TAB-DRT-OPERATEUR(NB-DROITS)
               MOVE DRT-ACTION TO TAB-DRT-ACTION(NB-DROITS)
           END-IF.

       CONTROLE-DROIT-LIENS.
           IF WS-DROITS-PRESENTS = 0
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           ELSE
               MOVE 0 TO WS-DROIT-ACCORDE
               MOVE 1 TO IDX-DROIT
               PERFORM CONTROLE-DROIT-ENTREE
                   UNTIL IDX-DROIT > NB-DROITS
                   OR WS-DROIT-ACCORDE = 1
           END-IF.
       CONTROLE-DROIT-ENTREE.
           IF TAB-DRT-OPERATEUR(IDX-DROIT) = WS-OPERATEUR
               AND TAB-DRT-ACTION(IDX-DROIT) = "LIENS"
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           END-IF
           ADD 1 TO IDX-DROIT.

      * Registre absent : aucun lien, le premier ajout le creera.
       CHARGE-REGISTRE.
           MOVE 0 TO NB-LIENS
           MOVE 0 TO EOF-LIENS
           OPEN INPUT LIENS-FIC
           IF LIENS-STATUT = "00"
               THEN
               PERFORM CHARGE-REGISTRE-LECT UNTIL EOF-LIENS = 1
               CLOSE LIENS-FIC
           ELSE
               DISPLAY "Registre des liens absent (" LIENS-STATUT
                   ") : " WS-LIENS-PATH
           END-IF.
       CHARGE-REGISTRE-LECT.
           READ LIENS-FIC
               AT END MOVE 1 TO EOF-LIENS
           END-READ
           IF EOF-LIENS = 0 AND LIE-IDCLI-ORIGINE IS NUMERIC
               AND LIE-IDCLI-CIBLE IS NUMERIC
               AND NB-LIENS < 500
               THEN
               ADD 1 TO NB-LIENS
               MOVE LIE-IDCLI-ORIGINE TO TAB-LIE-ORIGINE(NB-LIENS)
               MOVE LIE-IDCLI-CIBLE TO TAB-LIE-CIBLE(NB-LIENS)
               MOVE LIE-TYPE TO TAB-LIE-TYPE(NB-LIENS)
               MOVE LIE-DATE-DEBUT TO TAB-LIE-DATE-DEBUT(NB-LIENS)
               MOVE LIE-DATE-FIN TO TAB-LIE-DATE-FIN(NB-LIENS)
               MOVE LIE-OPERATEUR TO TAB-LIE-OPERATEUR(NB-LIENS)
           END-IF.

      * Un lien est en cours tant que sa date de fin est a zero ou
      * n'est pas encore atteinte.
       AFFICHE-REGISTRE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO CPT-LIENS-EN-COURS
           DISPLAY "--- Registre des liens entre clients ("
               WS-LIENS-PATH ")"
           DISPLAY "ORIGINE LIEN                 CIBLE DEBUT    "
               "FIN      PAR  ETAT"
           MOVE 1 TO IDX-LIEN
           PERFORM AFFICHE-LIEN UNTIL IDX-LIEN > NB-LIENS
           DISPLAY "Liens en cours : " CPT-LIENS-EN-COURS
               " - lignes au registre : " NB-LIENS.
       AFFICHE-LIEN.
           MOVE TAB-LIE-TYPE(IDX-LIEN) TO WS-TYPE
           PERFORM LIBELLE-TYPE
           IF TAB-LIE-DATE-FIN(IDX-LIEN) = ZERO
               OR TAB-LIE-DATE-FIN(IDX-LIEN) > WS-DATE
               THEN
               ADD 1 TO CPT-LIENS-EN-COURS
               DISPLAY TAB-LIE-ORIGINE(IDX-LIEN) "   "
                   WS-LIBELLE-TYPE " "
                   TAB-LIE-CIBLE(IDX-LIEN) " "
                   TAB-LIE-DATE-DEBUT(IDX-LIEN) " "
                   TAB-LIE-DATE-FIN(IDX-LIEN) " "
                   TAB-LIE-OPERATEUR(IDX-LIEN) " EN COURS"
           ELSE
               DISPLAY TAB-LIE-ORIGINE(IDX-LIEN) "   "
                   WS-LIBELLE-TYPE " "
                   TAB-LIE-CIBLE(IDX-LIEN) " "
                   TAB-LIE-DATE-DEBUT(IDX-LIEN) " "
                   TAB-LIE-DATE-FIN(IDX-LIEN) " "
                   TAB-LIE-OPERATEUR(IDX-LIEN) " TERMINE"
           END-IF
           ADD 1 TO IDX-LIEN.

       LIBELLE-TYPE.
           EVALUATE WS-TYPE
               WHEN "G"
                   MOVE "garant de" TO WS-LIBELLE-TYPE
               WHEN "R"
                   MOVE "representant legal de" TO WS-LIBELLE-TYPE
               WHEN "C"
                   MOVE "contact de" TO WS-LIBELLE-TYPE
               WHEN OTHER
                   MOVE "lien inconnu avec" TO WS-LIBELLE-TYPE
           END-EVALUATE.

      * Un ajout ou une fin par tour ; une action a blanc termine la
      * saisie.
       MAINTIENT-LIEN.
           MOVE SPACE TO WS-ACTION
           DISPLAY "Action A-ajouter / T-terminer un lien "
               "(blanc = fin) : "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "A" WHEN "a"
                   PERFORM SAISIE-LIEN
                   IF WS-SAISIE-OK = 1
                       THEN
                       PERFORM AJOUTE-LIEN
                   END-IF
               WHEN "T" WHEN "t"
                   PERFORM SAISIE-LIEN
                   IF WS-SAISIE-OK = 1
                       THEN
                       PERFORM TERMINE-LIEN
                   END-IF
               WHEN SPACE
                   MOVE 1 TO WS-FIN-SAISIE
               WHEN OTHER
                   DISPLAY "REFUS: action " WS-ACTION " inconnue."
           END-EVALUATE.

      * IDCLI origine et cible (5 chiffres, non nuls, differents, tous
      * deux presents au maitre) et type G, R ou C.
       SAISIE-LIEN.
           MOVE 0 TO WS-SAISIE-OK
           MOVE 0 TO WS-ORIGINE
           MOVE 0 TO WS-CIBLE
           MOVE SPACES TO WS-SAISIE
           DISPLAY "IDCLI origine (5 chiffres) : "
           ACCEPT WS-SAISIE
           IF WS-SAISIE IS NUMERIC
               THEN
               MOVE WS-SAISIE TO WS-ORIGINE
           END-IF
           MOVE SPACES TO WS-SAISIE
           DISPLAY "IDCLI cible (5 chiffres) : "
           ACCEPT WS-SAISIE
           IF WS-SAISIE IS NUMERIC
               THEN
               MOVE WS-SAISIE TO WS-CIBLE
           END-IF
           MOVE SPACE TO WS-TYPE
           DISPLAY "Type G-garant / R-representant legal / "
               "C-contact : "
           ACCEPT WS-TYPE
           INSPECT WS-TYPE CONVERTING "gcr" TO "GCR"
           IF WS-ORIGINE = 0 OR WS-CIBLE = 0
               OR WS-ORIGINE = WS-CIBLE
               THEN
               DISPLAY "REFUS: numeros invalides ou identiques."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TYPE NOT = "G" AND WS-TYPE NOT = "R"
                   AND WS-TYPE NOT = "C"
                   THEN
                   DISPLAY "REFUS: type de lien " WS-TYPE " inconnu."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-ORIGINE TO IDCLI-MASTER
                   PERFORM CONTROLE-MAITRE
                   IF WS-CLIENT-CONNU = 1
                       THEN
                       MOVE WS-CIBLE TO IDCLI-MASTER
                       PERFORM CONTROLE-MAITRE
                   END-IF
                   IF WS-CLIENT-CONNU = 1
                       THEN
                       MOVE 1 TO WS-SAISIE-OK
                   END-IF
               END-IF
           END-IF.

      * Le client IDCLI-MASTER doit exister au maitre ; il est montre
      * pour que l'operateur verifie qu'il vise le bon client.
       CONTROLE-MAITRE.
           MOVE 0 TO WS-CLIENT-CONNU
           READ CLI-MASTER-FIC
               INVALID KEY
                   DISPLAY "REFUS: " IDCLI-MASTER
                       " inconnu du maitre."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 1 TO WS-CLIENT-CONNU
                   DISPLAY "  " IDCLI-MASTER " " NOMCLI-MASTER " "
                       PNMCLI-MASTER
           END-READ.

      * Date facultative au format AAAAMMJJ : blanc = date du jour.
       SAISIE-DATE.
           MOVE SPACES TO WS-DATE-SAISIE
           ACCEPT WS-DATE-SAISIE
           IF WS-DATE-SAISIE = SPACES
               THEN
               MOVE WS-DATE TO WS-DATE-SAISIE
           END-IF
           IF WS-DATE-SAISIE IS NOT NUMERIC
               THEN
               DISPLAY "REFUS: date " WS-DATE-SAISIE " invalide."
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-SAISIE-OK
           END-IF.

      * Lien en cours (WS-ORIGINE, WS-CIBLE, WS-TYPE) : IDX-LIEN
      * s'arrete sur lui, WS-LIEN-TROUVE a 1.
       CHERCHE-LIEN-EN-COURS.
           MOVE 0 TO WS-LIEN-TROUVE
           MOVE 1 TO IDX-LIEN
           PERFORM CHERCHE-LIEN-ENTREE
               UNTIL IDX-LIEN > NB-LIENS OR WS-LIEN-TROUVE = 1.
       CHERCHE-LIEN-ENTREE.
           IF TAB-LIE-ORIGINE(IDX-LIEN) = WS-ORIGINE
               AND TAB-LIE-CIBLE(IDX-LIEN) = WS-CIBLE
               AND TAB-LIE-TYPE(IDX-LIEN) = WS-TYPE
               AND (TAB-LIE-DATE-FIN(IDX-LIEN) = ZERO
                   OR TAB-LIE-DATE-FIN(IDX-LIEN) > WS-DATE)
               THEN
               MOVE 1 TO WS-LIEN-TROUVE
           ELSE
               ADD 1 TO IDX-LIEN
           END-IF.

      * Date de debut (blanc = aujourd'hui) ; date de fin facultative,
      * posterieure au debut.
       AJOUTE-LIEN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           PERFORM CHERCHE-LIEN-EN-COURS
           IF WS-LIEN-TROUVE = 1
               THEN
               DISPLAY "REFUS: lien deja en cours depuis le "
                   TAB-LIE-DATE-DEBUT(IDX-LIEN) "."
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 1 AND NB-LIENS NOT < 500
               THEN
               DISPLAY "REFUS: registre plein (500 lignes)."
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 1
               THEN
               DISPLAY "Date de debut AAAAMMJJ (blanc = ce jour) : "
               PERFORM SAISIE-DATE
           END-IF
           IF WS-SAISIE-OK = 1
               THEN
               MOVE WS-DATE-SAISIE TO WS-DATE-DEBUT
               MOVE 0 TO WS-DATE-FIN
               MOVE SPACES TO WS-DATE-SAISIE
               DISPLAY "Date de fin AAAAMMJJ (blanc = sans fin) : "
               ACCEPT WS-DATE-SAISIE
               IF WS-DATE-SAISIE NOT = SPACES
                   THEN
                   IF WS-DATE-SAISIE IS NUMERIC
                       AND WS-DATE-SAISIE > WS-DATE-DEBUT
                       THEN
                       MOVE WS-DATE-SAISIE TO WS-DATE-FIN
                   ELSE
                       DISPLAY "REFUS: date de fin " WS-DATE-SAISIE
                           " invalide ou pas apres le debut."
                       MOVE 8 TO RETURN-CODE
                       MOVE 0 TO WS-SAISIE-OK
                   END-IF
               END-IF
           END-IF
           IF WS-SAISIE-OK = 1
               THEN
               ADD 1 TO NB-LIENS
               MOVE WS-ORIGINE TO TAB-LIE-ORIGINE(NB-LIENS)
               MOVE WS-CIBLE TO TAB-LIE-CIBLE(NB-LIENS)
               MOVE WS-TYPE TO TAB-LIE-TYPE(NB-LIENS)
               MOVE WS-DATE-DEBUT TO TAB-LIE-DATE-DEBUT(NB-LIENS)
               MOVE WS-DATE-FIN TO TAB-LIE-DATE-FIN(NB-LIENS)
               MOVE WS-OPERATEUR TO TAB-LIE-OPERATEUR(NB-LIENS)
               MOVE "LIENAJOU" TO WS-AUDIT-STATUT-LIEN
               PERFORM ENREGISTRE-LIEN
               PERFORM LIBELLE-TYPE
               DISPLAY "Lien enregistre : " WS-ORIGINE " "
                   WS-LIBELLE-TYPE " " WS-CIBLE "."
           END-IF.

      * Date de fin (blanc = aujourd'hui : le lien cesse ce jour),
      * posterieure au debut du lien.
       TERMINE-LIEN.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           PERFORM CHERCHE-LIEN-EN-COURS
           IF WS-LIEN-TROUVE = 0
               THEN
               DISPLAY "REFUS: aucun lien de ce type en cours de "
                   WS-ORIGINE " vers " WS-CIBLE "."
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 1
               THEN
               DISPLAY "Date de fin AAAAMMJJ (blanc = ce jour) : "
               PERFORM SAISIE-DATE
           END-IF
           IF WS-SAISIE-OK = 1
               AND WS-DATE-SAISIE NOT > TAB-LIE-DATE-DEBUT(IDX-LIEN)
               THEN
               DISPLAY "REFUS: date de fin " WS-DATE-SAISIE
                   " pas apres le debut du lien."
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO WS-SAISIE-OK
           END-IF
           IF WS-SAISIE-OK = 1
               THEN
               MOVE WS-DATE-SAISIE TO TAB-LIE-DATE-FIN(IDX-LIEN)
               MOVE "LIENFIN" TO WS-AUDIT-STATUT-LIEN
               PERFORM ENREGISTRE-LIEN
               DISPLAY "Lien termine au " WS-DATE-SAISIE "."
           END-IF.

      * Le registre est reecrit a chaque ajout ou fin, puis le
      * mouvement est trace au journal d'audit.
       ENREGISTRE-LIEN.
           PERFORM REECRIT-REGISTRE
           PERFORM ECRIT-AUDIT-LIEN
           ADD 1 TO CPT-MODIFS.

       REECRIT-REGISTRE.
           OPEN OUTPUT LIENS-FIC
           IF LIENS-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: registre des liens impossible a "
                   "ecrire (" LIENS-STATUT ") : " WS-LIENS-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO IDX-LIEN
           PERFORM REECRIT-LIEN UNTIL IDX-LIEN > NB-LIENS
           CLOSE LIENS-FIC.
       REECRIT-LIEN.
           MOVE SPACES TO ENREG-LIEN
           MOVE TAB-LIE-ORIGINE(IDX-LIEN) TO LIE-IDCLI-ORIGINE
           MOVE TAB-LIE-CIBLE(IDX-LIEN) TO LIE-IDCLI-CIBLE
           MOVE TAB-LIE-TYPE(IDX-LIEN) TO LIE-TYPE
           MOVE TAB-LIE-DATE-DEBUT(IDX-LIEN) TO LIE-DATE-DEBUT
           MOVE TAB-LIE-DATE-FIN(IDX-LIEN) TO LIE-DATE-FIN
           MOVE TAB-LIE-OPERATEUR(IDX-LIEN) TO LIE-OPERATEUR
           WRITE ENREG-LIEN
           END-WRITE
           ADD 1 TO IDX-LIEN.

       ECRIT-AUDIT-LIEN.
           MOVE SPACES TO ENREG-AUDIT-LOG
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-LIENS" TO AUD-PROGRAMME
           MOVE "K" TO AUD-TRANS-CODE
           MOVE WS-ORIGINE TO AUD-IDCLI
           MOVE WS-AUDIT-STATUT-LIEN TO AUD-STATUT
           MOVE WS-OPERATEUR TO AUD-OPERATEUR
           MOVE SPACES TO AUD-OPERATEUR2
           PERFORM ECRIT-AUDIT-LOG.

       ECRIT-AUDIT-NONAUTOR.
           MOVE SPACES TO ENREG-AUDIT-LOG
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-LIENS" TO AUD-PROGRAMME
           MOVE "K" TO AUD-TRANS-CODE
           MOVE 0 TO AUD-IDCLI
           MOVE "NONAUTOR" TO AUD-STATUT
           MOVE WS-OPERATEUR TO AUD-OPERATEUR
           MOVE SPACES TO AUD-OPERATEUR2
           PERFORM ECRIT-AUDIT-LOG.

       ECRIT-AUDIT-LOG.
           MOVE "E" TO CHN-FONCTION
           MOVE ENREG-AUDIT-LOG(1:59) TO CHN-CONTENU
           CALL "SPCHN01" USING PARAMETRES-CHAINE
           MOVE CHN-CHECK TO AUD-CHAINE
           OPEN EXTEND AUDIT-LOG-FIC
           IF AUDIT-STATUT NOT = "00"
               THEN
               OPEN OUTPUT AUDIT-LOG-FIC
           END-IF
           IF AUDIT-STATUT = "00"
               THEN
               WRITE ENREG-AUDIT-LOG
               END-WRITE
               CLOSE AUDIT-LOG-FIC
           ELSE
               DISPLAY "ATTENTION: journal d'audit indisponible ("
                   AUDIT-STATUT ") : " WS-AUDIT-LOG-PATH
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-CLI-LIENS.
