      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : pupitre du superviseur pour les transactions
      * retenues par EXO-CLI-MAINT au-dela de la limite journaliere de
      * leur operateur (ClientsLimites.txt) et rangees dans la file de
      * supervision ClientsLimitesAttente.txt.
      * - l'operateur s'identifie comme dans EXO-CLI-GEL (mot de passe
      *   via SPMDP01, present dans ClientsOperateurs.txt) ; quand la
      *   matrice ClientsDroits.txt est en service, decider exige le
      *   droit SUPERVIS - un refus est trace NONAUTOR et la session
      *   se limite a la liste ;
      * - la file s'affiche (transaction, nom et prenom, statut
      *   demande, operateur de saisie, date de mise en supervision) ;
      *   le superviseur choisit une entree et la libere (L) ou la
      *   rejette (R). Il ne peut decider d'une transaction qu'il a
      *   saisie lui-meme ;
      * - chaque decision est tracee au journal d'audit (statut
      *   LIMLIBRE ou LIMREFUS, superviseur puis operateur de saisie)
      *   et portee dans la file : EXO-CLI-MAINT applique les liberees
      *   et recycle les rejetees (motif LIMREJET) a son passage
      *   suivant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-SUPERVISE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIM-ATT-FIC
               ASSIGN TO WS-LIM-ATT-PATH
               FILE STATUS IS LIM-ATT-STATUT.
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
      * Meme dessin que ENREG-LIM-ATT dans EXO-CLI-MAINT (76 octets).
       FD  LIM-ATT-FIC.
       01  ENREG-LIM-ATT.
           05 LAT-TRANS PIC X(55).
           05 FILLER PIC X VALUE SPACE.
           05 LAT-OPER-SAISIE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LAT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LAT-DECISION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LAT-SUPERVISEUR PIC X(4).
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
       77  LIM-ATT-STATUT PIC XX.
       77  OPER-STATUT PIC XX.
       77  DROITS-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  EOF-LIM-ATT PIC 9 VALUE 0.
       77  EOF-OPER PIC 9 VALUE 0.
       77  EOF-DROITS PIC 9 VALUE 0.
       77  WS-CONTINUER PIC 9 VALUE 1.
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
       77  WS-CHOIX PIC 999 VALUE 0.
       77  WS-CHOIX-SAISIE PIC X(3) VALUE SPACES.
       77  WS-DECISION PIC X VALUE SPACE.
       77  WS-AUDIT-STATUT-DECISION PIC X(8) VALUE SPACES.
       77  CPT-LIBEREES PIC 999 VALUE 0.
       77  CPT-REJETEES PIC 999 VALUE 0.
       77  CPT-OUVERTES PIC 999 VALUE 0.
      * File chargee en table le temps de la session, le fichier etant
      * reecrit en fin avec les decisions apposees.
       01  TABLE-LIM-ATT.
           05 LIM-ATT-ENTREE OCCURS 500.
               10 TAB-LAT-TRANS.
                   15 TAB-LAT-CODE PIC X.
                   15 TAB-LAT-IDCLI PIC 9(5).
                   15 TAB-LAT-NOMCLI PIC X(20).
                   15 TAB-LAT-PNMCLI PIC X(15).
                   15 FILLER PIC X(13).
                   15 TAB-LAT-STATUT-CLI PIC X.
               10 TAB-LAT-OPER-SAISIE PIC X(4).
               10 TAB-LAT-DATE PIC 9(8).
               10 TAB-LAT-DECISION PIC X.
               10 TAB-LAT-SUPERVISEUR PIC X(4).
       77  NB-LIM-ATT PIC 999 VALUE 0.
       77  IDX-LIM-ATT PIC 999 VALUE 0.
       77  WS-LIM-ATT-DEBORDE PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
      * Bloc d'appel de SPMDP01 : le superviseur doit franchir le
      * controle de mot de passe.
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
       77  WS-LIM-ATT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsLimitesAttente.txt".
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
           PERFORM CHARGE-LIM-ATT
           IF NB-LIM-ATT = 0
               THEN
               DISPLAY "Aucune transaction en supervision."
           ELSE
               IF WS-DROIT-ACCORDE = 1
                   THEN
                   PERFORM SESSION-SUPERVISION UNTIL WS-CONTINUER = 0
                   PERFORM REECRIT-LIM-ATT
               ELSE
                   PERFORM AFFICHE-OUVERTES
               END-IF
           END-IF
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_LIM_ATT_PATH, CLI_OPER_PATH, CLI_DROITS_PATH et
      * CLI_AUDIT_PATH (memes noms qu'EXO-CLI-MAINT).
       INIT.
           ACCEPT WS-LIM-ATT-PATH FROM ENVIRONMENT "CLI_LIM_ATT_PATH"
           IF WS-LIM-ATT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsLimitesAttente.txt"
                   TO WS-LIM-ATT-PATH
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
           END-IF.

      * Meme identification qu'EXO-CLI-GEL : code + mot de passe, et
      * presence parmi les habilites de ClientsOperateurs.txt ; puis
      * le droit SUPERVIS, exige pour decider quand la matrice des
      * droits est en service.
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
           MOVE "EXO-CLI-SUPERV" TO CTL-PROGRAMME
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
           PERFORM CONTROLE-DROIT-SUPERVIS
           IF WS-DROIT-ACCORDE = 0
               THEN
               DISPLAY "REFUS: operateur " WS-OPERATEUR " sans "
                   "droit SUPERVIS - consultation seule."
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

       CONTROLE-DROIT-SUPERVIS.
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
               AND TAB-DRT-ACTION(IDX-DROIT) = "SUPERVIS"
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           END-IF
           ADD 1 TO IDX-DROIT.

      * La file etant reecrite depuis la table en fin de session, une
      * entree au-dela de la table serait detruite en silence : on
      * refuse de demarrer, comme EXO-CLI-APPROUVE (EXO-CLI-MAINT,
      * lui, recycle l'excedent avec le motif LIMPLEIN).
       CHARGE-LIM-ATT.
           MOVE 0 TO EOF-LIM-ATT
           OPEN INPUT LIM-ATT-FIC
           IF LIM-ATT-STATUT = "00"
               THEN
               PERFORM CHARGE-LIM-ATT-LECT UNTIL EOF-LIM-ATT = 1
               CLOSE LIM-ATT-FIC
           END-IF
           IF WS-LIM-ATT-DEBORDE = 1
               THEN
               DISPLAY "ERREUR: file de supervision trop grande "
                   "pour la table (500 max) - session refusee."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHARGE-LIM-ATT-LECT.
           READ LIM-ATT-FIC
               AT END MOVE 1 TO EOF-LIM-ATT
           END-READ
           IF EOF-LIM-ATT = 0 AND NB-LIM-ATT >= 500
               THEN
               MOVE 1 TO WS-LIM-ATT-DEBORDE
           END-IF
           IF EOF-LIM-ATT = 0 AND NB-LIM-ATT < 500
               THEN
               ADD 1 TO NB-LIM-ATT
               MOVE LAT-TRANS TO TAB-LAT-TRANS(NB-LIM-ATT)
               MOVE LAT-OPER-SAISIE TO TAB-LAT-OPER-SAISIE(NB-LIM-ATT)
               MOVE LAT-DATE TO TAB-LAT-DATE(NB-LIM-ATT)
               MOVE LAT-DECISION TO TAB-LAT-DECISION(NB-LIM-ATT)
               MOVE LAT-SUPERVISEUR TO TAB-LAT-SUPERVISEUR(NB-LIM-ATT)
           END-IF.

       SESSION-SUPERVISION.
           PERFORM AFFICHE-OUVERTES
           IF CPT-OUVERTES = 0
               THEN
               DISPLAY "Plus rien a decider."
               MOVE 0 TO WS-CONTINUER
           ELSE
               DISPLAY "Numero a decider (0 pour sortir) : "
               ACCEPT WS-CHOIX-SAISIE
               MOVE 0 TO WS-CHOIX
               IF WS-CHOIX-SAISIE IS NUMERIC
                   THEN
                   MOVE WS-CHOIX-SAISIE TO WS-CHOIX
               END-IF
               IF WS-CHOIX = 0
                   THEN
                   MOVE 0 TO WS-CONTINUER
               ELSE
                   PERFORM DECIDE-ENTREE
               END-IF
           END-IF.

       AFFICHE-OUVERTES.
           MOVE 0 TO CPT-OUVERTES
           DISPLAY "--- Transactions retenues en supervision ---"
           MOVE 1 TO IDX-LIM-ATT
           PERFORM AFFICHE-OUVERTE-ENTREE
               UNTIL IDX-LIM-ATT > NB-LIM-ATT.
       AFFICHE-OUVERTE-ENTREE.
           IF TAB-LAT-DECISION(IDX-LIM-ATT) = SPACE
               THEN
               ADD 1 TO CPT-OUVERTES
               DISPLAY IDX-LIM-ATT " " TAB-LAT-CODE(IDX-LIM-ATT)
                   " IDCLI " TAB-LAT-IDCLI(IDX-LIM-ATT) " "
                   TAB-LAT-NOMCLI(IDX-LIM-ATT) " "
                   TAB-LAT-PNMCLI(IDX-LIM-ATT) " statut "
                   TAB-LAT-STATUT-CLI(IDX-LIM-ATT)
               DISPLAY "    saisie par "
                   TAB-LAT-OPER-SAISIE(IDX-LIM-ATT) " retenue le "
                   TAB-LAT-DATE(IDX-LIM-ATT)
           END-IF
           ADD 1 TO IDX-LIM-ATT.

      * Decision : refusee quand le superviseur est l'operateur qui a
      * saisi la transaction - on ne libere pas son propre depassement.
      * La borne est controlee AVANT d'indicer la table (voir
      * APPROUVE-ENTREE dans EXO-CLI-APPROUVE).
       DECIDE-ENTREE.
           IF WS-CHOIX > NB-LIM-ATT
               THEN
               DISPLAY "Choix invalide."
           ELSE
               EVALUATE TRUE
                   WHEN TAB-LAT-DECISION(WS-CHOIX) NOT = SPACE
                       DISPLAY "Choix invalide."
                   WHEN TAB-LAT-OPER-SAISIE(WS-CHOIX) = WS-OPERATEUR
                       DISPLAY "REFUS: le superviseur doit etre "
                           "different de l'operateur de saisie."
                   WHEN OTHER
                       PERFORM SAISIE-DECISION
               END-EVALUATE
           END-IF.
       SAISIE-DECISION.
           MOVE SPACE TO WS-DECISION
           DISPLAY "L-liberer / R-rejeter (blanc = abandon) : "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "L" WHEN "l"
                   MOVE "L" TO TAB-LAT-DECISION(WS-CHOIX)
                   MOVE WS-OPERATEUR TO TAB-LAT-SUPERVISEUR(WS-CHOIX)
                   ADD 1 TO CPT-LIBEREES
                   MOVE "LIMLIBRE" TO WS-AUDIT-STATUT-DECISION
                   PERFORM ECRIT-AUDIT-DECISION
                   DISPLAY "Transaction " WS-CHOIX " liberee par "
                       WS-OPERATEUR "."
               WHEN "R" WHEN "r"
                   MOVE "R" TO TAB-LAT-DECISION(WS-CHOIX)
                   MOVE WS-OPERATEUR TO TAB-LAT-SUPERVISEUR(WS-CHOIX)
                   ADD 1 TO CPT-REJETEES
                   MOVE "LIMREFUS" TO WS-AUDIT-STATUT-DECISION
                   PERFORM ECRIT-AUDIT-DECISION
                   DISPLAY "Transaction " WS-CHOIX " rejetee par "
                       WS-OPERATEUR "."
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REFUS: decision " WS-DECISION " inconnue."
           END-EVALUATE.

       REECRIT-LIM-ATT.
           OPEN OUTPUT LIM-ATT-FIC
           MOVE 1 TO IDX-LIM-ATT
           PERFORM REECRIT-LIM-ATT-ENTREE
               UNTIL IDX-LIM-ATT > NB-LIM-ATT
           CLOSE LIM-ATT-FIC.
       REECRIT-LIM-ATT-ENTREE.
           MOVE SPACES TO ENREG-LIM-ATT
           MOVE TAB-LAT-TRANS(IDX-LIM-ATT) TO LAT-TRANS
           MOVE TAB-LAT-OPER-SAISIE(IDX-LIM-ATT) TO LAT-OPER-SAISIE
           MOVE TAB-LAT-DATE(IDX-LIM-ATT) TO LAT-DATE
           MOVE TAB-LAT-DECISION(IDX-LIM-ATT) TO LAT-DECISION
           MOVE TAB-LAT-SUPERVISEUR(IDX-LIM-ATT) TO LAT-SUPERVISEUR
           WRITE ENREG-LIM-ATT
           END-WRITE
           ADD 1 TO IDX-LIM-ATT.

      * Ligne d'audit d'une decision : code et IDCLI de la transaction,
      * statut LIMLIBRE ou LIMREFUS, superviseur puis operateur de
      * saisie.
       ECRIT-AUDIT-DECISION.
           MOVE SPACES TO ENREG-AUDIT-LOG
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-SUPERV" TO AUD-PROGRAMME
           MOVE TAB-LAT-CODE(WS-CHOIX) TO AUD-TRANS-CODE
           MOVE TAB-LAT-IDCLI(WS-CHOIX) TO AUD-IDCLI
           MOVE WS-AUDIT-STATUT-DECISION TO AUD-STATUT
           MOVE WS-OPERATEUR TO AUD-OPERATEUR
           MOVE TAB-LAT-OPER-SAISIE(WS-CHOIX) TO AUD-OPERATEUR2
           PERFORM ECRIT-AUDIT-LOG.

       ECRIT-AUDIT-NONAUTOR.
           MOVE SPACES TO ENREG-AUDIT-LOG
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-SUPERV" TO AUD-PROGRAMME
           MOVE "L" TO AUD-TRANS-CODE
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

       FIN.
           DISPLAY "Transactions liberees : " CPT-LIBEREES
           DISPLAY "Transactions rejetees : " CPT-REJETEES.

       END PROGRAM EXO-CLI-SUPERVISE.
