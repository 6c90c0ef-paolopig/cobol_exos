      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : revue trimestrielle des habilitations operateur
      * pour les auditeurs ("qui peut faire quoi"). Tous les codes
      * connus du registre ClientsOperateurs.txt, de la matrice
      * ClientsDroits.txt ou du referentiel ClientsOperateursMdp.txt
      * sont edites dans OperateursRecertification.txt avec :
      *   - l'employe rattache (OPER-ID-EMPL) et son nom au fichier
      *     employes ;
      *   - les droits detenus : saisie et approbation des
      *     suppressions (registre, plus le droit SUPPR quand la
      *     matrice existe), AJOUT, CHANGE, VERROU, RESTAURE, MENAGE ;
      *   - la derniere connexion reussie (ConnexionsLog.txt, verdict
      *     OK) et la derniere action au journal ClientsAuditLog.txt
      *     (saisie ou approbation) ;
      *   - les signalements : code dormant (pas de connexion reussie
      *     depuis RECERTIF_JOURS_DORMANT jours, defaut 90), code sans
      *     employe (non rattache ou employe absent du fichier), code
      *     bloque ou revoque, code sans mot de passe, et combinaisons
      *     toxiques - un meme employe detenant plusieurs codes
      *     habilites aux suppressions (il peut saisir avec l'un et
      *     approuver avec l'autre), ou un meme code cumulant MENAGE
      *     et RESTAURE.
      * Le compte rendu donne le nombre de codes revus et de
      * signalements ; RC 4 des qu'il y a un signalement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-OPER-RECERTIF.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FIC
               ASSIGN TO WS-OPER-PATH
               FILE STATUS IS OPER-STATUT.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT MDP-FIC
               ASSIGN TO WS-MDP-PATH
               FILE STATUS IS MDP-STATUT.
           SELECT CONNEXIONS-FIC
               ASSIGN TO WS-CONNEXIONS-PATH
               FILE STATUS IS CONNEXIONS-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-LOG-STATUT.
           SELECT EMPL-FIC
               ASSIGN TO WS-EMPL-PATH
               FILE STATUS IS EMPL-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH.
      *
       DATA DIVISION.
       FILE SECTION.
      * Registre des operateurs : code et ID employe.
       FD  OPER-FIC.
       01  ENREG-OPER.
           05 OPER-CODE PIC X(4).
           05 FILLER PIC X.
           05 OPER-ID-EMPL PIC 9(2).
      *
      * Matrice des droits (voir EXO-CLI-MAINT).
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 DRT-ACTION PIC X(8).
      *
      * Meme dessin que dans SPMDP01.
       FD  MDP-FIC.
       01  ENREG-MDP.
           05 MDP-CODE PIC X(4).
           05 FILLER PIC X.
           05 MDP-SECRET PIC X(8).
           05 FILLER PIC X.
           05 MDP-ECHECS PIC 9(2).
           05 FILLER PIC X.
           05 MDP-BLOQUE PIC X.
      *
       FD  CONNEXIONS-FIC.
       01  ENREG-CONNEXION.
           05 CNX-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CNX-TIME PIC 9(8).
           05 FILLER PIC X.
           05 CNX-PROGRAMME PIC X(14).
           05 FILLER PIC X.
           05 CNX-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 CNX-VERDICT PIC X(8).
      *
      * Journal d'audit clients, 68 octets (voir ENREG-AUDIT-LOG dans
      * EXO-CLI-MAINT) ; les lignes anciennes a date AAMMJJ sont
      * ignorees.
       FD  AUDIT-LOG-FIC.
       01  ENREG-AUDIT-LOG.
           05 LOG-DATE PIC X(8).
           05 FILLER PIC X.
           05 LOG-TIME PIC X(8).
           05 FILLER PIC X.
           05 LOG-PROGRAMME PIC X(14).
           05 FILLER PIC X.
           05 LOG-TRANS-CODE PIC X.
           05 FILLER PIC X.
           05 LOG-IDCLI PIC X(5).
           05 FILLER PIC X.
           05 LOG-STATUT PIC X(8).
           05 FILLER PIC X.
           05 LOG-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 LOG-OPERATEUR2 PIC X(4).
           05 FILLER PIC X.
           05 LOG-CHAINE PIC X(8).
      *
       FD  EMPL-FIC.
       01  ENREG-EMPL.
           05 ID-EMPL PIC 9(2).
           05 NOM-EMPL PIC X(10).
           05 DATE-EMB-EMPL PIC 9(8).
           05 SERVICE-EMPL PIC X(3).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  OPER-STATUT PIC XX.
       77  DROITS-STATUT PIC XX.
       77  MDP-STATUT PIC XX.
       77  CONNEXIONS-STATUT PIC XX.
       77  AUDIT-LOG-STATUT PIC XX.
       77  EMPL-STATUT PIC XX.
       77  EOF-OPER PIC 9 VALUE 0.
       77  EOF-DROITS PIC 9 VALUE 0.
       77  EOF-MDP PIC 9 VALUE 0.
       77  EOF-CONNEXIONS PIC 9 VALUE 0.
       77  EOF-AUDIT PIC 9 VALUE 0.
       77  EOF-EMPL PIC 9 VALUE 0.
       77  WS-DROITS-PRESENTS PIC 9 VALUE 0.
       77  WS-MDP-PRESENT PIC 9 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-DORMANT-SAISIE PIC X(3) VALUE SPACES.
       77  WS-DORMANT-JOURS PIC 9(3) VALUE 90.
       77  WS-DATE-SEUIL PIC 9(8) VALUE 0.
      * Bloc d'appel de SPJOU01 (dates en jours, voir SPJOU01.cbl).
       01  PARAMETRES-JOURS.
           05 JOU-FONCTION PIC X.
           05 JOU-DATE PIC 9(8).
           05 JOU-NUMERO PIC 9(7).
           05 JOU-CODERETOUR PIC 9.
      * Noms des employes, indexes par ID-EMPL.
       01  TABLE-NOMS-EMPLOYES.
           05 NOM-EMPLOYE PIC X(10) OCCURS 99 VALUE SPACES.
      * Codes recenses, tous fichiers confondus.
       01  TABLE-CODES.
           05 CODE-ENTREE OCCURS 200.
              10 TC-CODE PIC X(4).
              10 TC-ID-EMPL PIC 99.
              10 TC-REGISTRE PIC 9.
              10 TC-MDP PIC 9.
              10 TC-BLOQUE PIC X.
              10 TC-AJOUT PIC 9.
              10 TC-CHANGE PIC 9.
              10 TC-SUPPR PIC 9.
              10 TC-VERROU PIC 9.
              10 TC-RESTAURE PIC 9.
              10 TC-MENAGE PIC 9.
              10 TC-AUTRES PIC 99.
              10 TC-DERN-CNX PIC 9(8).
              10 TC-DERN-ACT PIC 9(8).
              10 TC-DERN-ACT-CODE PIC X.
              10 TC-DERN-ACT-IDCLI PIC X(5).
       77  NB-CODES PIC 999 VALUE 0.
       77  IDX-CODE PIC 999 VALUE 0.
       77  IDX-AUTRE PIC 999 VALUE 0.
       77  WS-CODE-CHERCHE PIC X(4) VALUE SPACES.
       77  WS-IDX-TROUVE PIC 999 VALUE 0.
       77  WS-CODES-PERDUS PIC 9(5) VALUE 0.
       77  WS-SAISIE-SUPPR PIC 9 VALUE 0.
       77  WS-NB-CODES-SUPPR PIC 99 VALUE 0.
       77  WS-NB-SAISIE-SUPPR PIC 99 VALUE 0.
       77  WS-NB-SIGNAL PIC 99 VALUE 0.
       77  CPT-SIGNALEMENTS PIC 9(5) VALUE 0.
       77  CPT-CODES-SIGNALES PIC 999 VALUE 0.
       77  WS-POS PIC 99 VALUE 0.
       77  WS-ID-EMPL PIC 99 VALUE 0.
       77  WS-LIBELLE PIC X(9) VALUE SPACES.
       77  WS-OPER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOperateurs.txt".
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
       77  WS-MDP-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOperateursMdp.txt".
       77  WS-CONNEXIONS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ConnexionsLog.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
       77  WS-EMPL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\BubblesortATrier.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\OperateursRecertification.txt".
      *
       01  LIGNE-ENTETE.
           05 FILLER PIC X(36)
              VALUE "RECERTIFICATION DES ACCES OPERATEUR ".
           05 FILLER PIC X(3) VALUE "AU ".
           05 LIGNE-ENTETE-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE " - DORMANT APRES".
           05 LIGNE-ENTETE-JOURS PIC ZZ9.
           05 FILLER PIC X(6) VALUE " JOURS".
           05 FILLER PIC X(8) VALUE SPACES.
       01  LIGNE-CODE.
           05 FILLER PIC X(5) VALUE "CODE ".
           05 LIGNE-CODE-CODE PIC X(4).
           05 FILLER PIC X(10) VALUE "  EMPLOYE ".
           05 LIGNE-CODE-ID PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-CODE-NOM PIC X(10).
           05 FILLER PIC X(48) VALUE SPACES.
       01  LIGNE-DROITS.
           05 FILLER PIC X(13) VALUE "   DROITS  : ".
           05 LIGNE-DROITS-LISTE PIC X(67).
       01  LIGNE-ACTIVITE.
           05 FILLER PIC X(22) VALUE "   CONNEXION OK      :".
           05 LIGNE-ACT-CNX PIC X(9).
           05 FILLER PIC X(20) VALUE "  DERNIERE ACTION : ".
           05 LIGNE-ACT-DATE PIC X(9).
           05 LIGNE-ACT-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-ACT-IDCLI PIC X(5).
           05 FILLER PIC X(13) VALUE SPACES.
       01  LIGNE-SIGNAL.
           05 FILLER PIC X(13) VALUE "   *** SIGN. ".
           05 LIGNE-SIGNAL-TEXTE PIC X(67).
       01  LIGNE-TOTAL.
           05 LIGNE-TOTAL-LIB PIC X(30).
           05 LIGNE-TOTAL-CPT PIC ZZZZ9.
           05 FILLER PIC X(45) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_OPER_PATH, CLI_DROITS_PATH, OPER_MDP_PATH,
      * CONNEXIONS_PATH, CLI_AUDIT_PATH, EMPL_FIC_PATH (memes noms que
      * dans EXO-CLI-MAINT, SPMDP01 et EXO-EMPL-MAINT) et
      * RECERTIF_RAPPORT_PATH.
       INIT.
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
           ACCEPT WS-MDP-PATH FROM ENVIRONMENT "OPER_MDP_PATH"
           IF WS-MDP-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOperateursMdp.txt"
                   TO WS-MDP-PATH
           END-IF
           ACCEPT WS-CONNEXIONS-PATH FROM ENVIRONMENT
               "CONNEXIONS_PATH"
           IF WS-CONNEXIONS-PATH = SPACES
               MOVE "C:\Users\Cobol\ConnexionsLog.txt"
                   TO WS-CONNEXIONS-PATH
           END-IF
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF
           ACCEPT WS-EMPL-PATH FROM ENVIRONMENT "EMPL_FIC_PATH"
           IF WS-EMPL-PATH = SPACES
               MOVE "C:\Users\Cobol\BubblesortATrier.txt"
                   TO WS-EMPL-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "RECERTIF_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\OperateursRecertification.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-DORMANT-SAISIE FROM ENVIRONMENT
               "RECERTIF_JOURS_DORMANT"
           IF WS-DORMANT-SAISIE IS NUMERIC
               THEN
               MOVE WS-DORMANT-SAISIE TO WS-DORMANT-JOURS
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE "N" TO JOU-FONCTION
           MOVE WS-DATE-JOUR TO JOU-DATE
           CALL "SPJOU01" USING PARAMETRES-JOURS
           SUBTRACT WS-DORMANT-JOURS FROM JOU-NUMERO
           MOVE "D" TO JOU-FONCTION
           CALL "SPJOU01" USING PARAMETRES-JOURS
           MOVE JOU-DATE TO WS-DATE-SEUIL
           PERFORM CHARGE-EMPLOYES
           PERFORM CHARGE-REGISTRE
           PERFORM CHARGE-DROITS
           PERFORM CHARGE-MDP
           PERFORM CHARGE-CONNEXIONS
           PERFORM CHARGE-AUDIT
           IF NB-CODES = 0
               THEN
               DISPLAY "ERREUR: aucun code operateur recense ("
                   WS-OPER-PATH ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPPORT-FIC
           MOVE WS-DATE-JOUR TO LIGNE-ENTETE-DATE
           MOVE WS-DORMANT-JOURS TO LIGNE-ENTETE-JOURS
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE
           END-WRITE
           IF WS-DROITS-PRESENTS = 0
               THEN
               MOVE "MATRICE DES DROITS ABSENTE : AJOUT, CHANGE,"
                   TO ENREG-RAPPORT
               MOVE " VERROU," TO ENREG-RAPPORT(44:8)
               MOVE " RESTAURE ET MENAGE OUVERTS A TOUS"
                   TO ENREG-RAPPORT(52:29)
               WRITE ENREG-RAPPORT
               END-WRITE
           END-IF.

       CHARGE-EMPLOYES.
           MOVE 0 TO EOF-EMPL
           OPEN INPUT EMPL-FIC
           IF EMPL-STATUT = "00"
               THEN
               PERFORM CHARGE-EMPLOYES-LECT UNTIL EOF-EMPL = 1
               CLOSE EMPL-FIC
           ELSE
               DISPLAY "ATTENTION: fichier employes indisponible ("
                   EMPL-STATUT ") : " WS-EMPL-PATH
           END-IF.
       CHARGE-EMPLOYES-LECT.
           READ EMPL-FIC
               AT END MOVE 1 TO EOF-EMPL
           END-READ
           IF EOF-EMPL = 0 AND ID-EMPL IS NUMERIC AND ID-EMPL > 0
               THEN
               MOVE NOM-EMPL TO NOM-EMPLOYE(ID-EMPL)
           END-IF.

      * Recherche du code WS-CODE-CHERCHE dans la table, ajoute s'il
      * n'y est pas encore ; WS-IDX-TROUVE a zero si la table est
      * pleine (le code est alors compte comme perdu).
       RECENSE-CODE.
           MOVE 0 TO WS-IDX-TROUVE
           MOVE 1 TO IDX-CODE
           PERFORM RECENSE-CODE-CHERCHE
               UNTIL IDX-CODE > NB-CODES OR WS-IDX-TROUVE NOT = 0
           IF WS-IDX-TROUVE = 0
               THEN
               IF NB-CODES < 200
                   THEN
                   ADD 1 TO NB-CODES
                   MOVE NB-CODES TO WS-IDX-TROUVE
                   INITIALIZE CODE-ENTREE(NB-CODES)
                   MOVE WS-CODE-CHERCHE TO TC-CODE(NB-CODES)
               ELSE
                   ADD 1 TO WS-CODES-PERDUS
               END-IF
           END-IF.
       RECENSE-CODE-CHERCHE.
           IF TC-CODE(IDX-CODE) = WS-CODE-CHERCHE
               THEN
               MOVE IDX-CODE TO WS-IDX-TROUVE
           END-IF
           ADD 1 TO IDX-CODE.

      * Meme principe pour une simple recherche, sans ajout.
       CHERCHE-CODE.
           MOVE 0 TO WS-IDX-TROUVE
           MOVE 1 TO IDX-CODE
           PERFORM RECENSE-CODE-CHERCHE
               UNTIL IDX-CODE > NB-CODES OR WS-IDX-TROUVE NOT = 0.

       CHARGE-REGISTRE.
           MOVE 0 TO EOF-OPER
           OPEN INPUT OPER-FIC
           IF OPER-STATUT = "00"
               THEN
               PERFORM CHARGE-REGISTRE-LECT UNTIL EOF-OPER = 1
               CLOSE OPER-FIC
           END-IF.
       CHARGE-REGISTRE-LECT.
           READ OPER-FIC
               AT END MOVE 1 TO EOF-OPER
           END-READ
           IF EOF-OPER = 0 AND OPER-CODE NOT = SPACES
               THEN
               MOVE OPER-CODE TO WS-CODE-CHERCHE
               PERFORM RECENSE-CODE
               IF WS-IDX-TROUVE NOT = 0
                   THEN
                   MOVE 1 TO TC-REGISTRE(WS-IDX-TROUVE)
                   IF OPER-ID-EMPL IS NUMERIC
                       THEN
                       MOVE OPER-ID-EMPL TO TC-ID-EMPL(WS-IDX-TROUVE)
                   END-IF
               END-IF
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
           IF EOF-DROITS = 0 AND DRT-OPERATEUR NOT = SPACES
               THEN
               MOVE DRT-OPERATEUR TO WS-CODE-CHERCHE
               PERFORM RECENSE-CODE
               IF WS-IDX-TROUVE NOT = 0
                   THEN
                   EVALUATE DRT-ACTION
                       WHEN "AJOUT"
                           MOVE 1 TO TC-AJOUT(WS-IDX-TROUVE)
                       WHEN "CHANGE"
                           MOVE 1 TO TC-CHANGE(WS-IDX-TROUVE)
                       WHEN "SUPPR"
                           MOVE 1 TO TC-SUPPR(WS-IDX-TROUVE)
                       WHEN "VERROU"
                           MOVE 1 TO TC-VERROU(WS-IDX-TROUVE)
                       WHEN "RESTAURE"
                           MOVE 1 TO TC-RESTAURE(WS-IDX-TROUVE)
                       WHEN "MENAGE"
                           MOVE 1 TO TC-MENAGE(WS-IDX-TROUVE)
                       WHEN OTHER
                           ADD 1 TO TC-AUTRES(WS-IDX-TROUVE)
                   END-EVALUATE
               END-IF
           END-IF.

       CHARGE-MDP.
           MOVE 0 TO EOF-MDP
           OPEN INPUT MDP-FIC
           IF MDP-STATUT = "00"
               THEN
               MOVE 1 TO WS-MDP-PRESENT
               PERFORM CHARGE-MDP-LECT UNTIL EOF-MDP = 1
               CLOSE MDP-FIC
           END-IF.
       CHARGE-MDP-LECT.
           READ MDP-FIC
               AT END MOVE 1 TO EOF-MDP
           END-READ
           IF EOF-MDP = 0 AND MDP-CODE NOT = SPACES
               THEN
               MOVE MDP-CODE TO WS-CODE-CHERCHE
               PERFORM RECENSE-CODE
               IF WS-IDX-TROUVE NOT = 0
                   THEN
                   MOVE 1 TO TC-MDP(WS-IDX-TROUVE)
                   MOVE MDP-BLOQUE TO TC-BLOQUE(WS-IDX-TROUVE)
               END-IF
           END-IF.

      * Derniere connexion reussie par code : le fichier est dans
      * l'ordre chronologique, la derniere ligne OK l'emporte.
       CHARGE-CONNEXIONS.
           MOVE 0 TO EOF-CONNEXIONS
           OPEN INPUT CONNEXIONS-FIC
           IF CONNEXIONS-STATUT = "00"
               THEN
               PERFORM CHARGE-CONNEXIONS-LECT UNTIL EOF-CONNEXIONS = 1
               CLOSE CONNEXIONS-FIC
           END-IF.
       CHARGE-CONNEXIONS-LECT.
           READ CONNEXIONS-FIC
               AT END MOVE 1 TO EOF-CONNEXIONS
           END-READ
           IF EOF-CONNEXIONS = 0 AND CNX-VERDICT = "OK"
               AND CNX-DATE IS NUMERIC
               THEN
               MOVE CNX-OPERATEUR TO WS-CODE-CHERCHE
               PERFORM CHERCHE-CODE
               IF WS-IDX-TROUVE NOT = 0
                   AND CNX-DATE >= TC-DERN-CNX(WS-IDX-TROUVE)
                   THEN
                   MOVE CNX-DATE TO TC-DERN-CNX(WS-IDX-TROUVE)
               END-IF
           END-IF.

      * Derniere action au journal d'audit, en saisie (premier
      * operateur) comme en approbation (second operateur).
       CHARGE-AUDIT.
           MOVE 0 TO EOF-AUDIT
           OPEN INPUT AUDIT-LOG-FIC
           IF AUDIT-LOG-STATUT = "00"
               THEN
               PERFORM CHARGE-AUDIT-LECT UNTIL EOF-AUDIT = 1
               CLOSE AUDIT-LOG-FIC
           END-IF.
       CHARGE-AUDIT-LECT.
           READ AUDIT-LOG-FIC
               AT END MOVE 1 TO EOF-AUDIT
           END-READ
           IF EOF-AUDIT = 0 AND LOG-DATE IS NUMERIC
               THEN
               MOVE LOG-OPERATEUR TO WS-CODE-CHERCHE
               PERFORM NOTE-ACTION
               IF LOG-OPERATEUR2 NOT = SPACES
                   THEN
                   MOVE LOG-OPERATEUR2 TO WS-CODE-CHERCHE
                   PERFORM NOTE-ACTION
               END-IF
           END-IF.
       NOTE-ACTION.
           PERFORM CHERCHE-CODE
           IF WS-IDX-TROUVE NOT = 0
               AND LOG-DATE >= TC-DERN-ACT(WS-IDX-TROUVE)
               THEN
               MOVE LOG-DATE TO TC-DERN-ACT(WS-IDX-TROUVE)
               MOVE LOG-TRANS-CODE TO TC-DERN-ACT-CODE(WS-IDX-TROUVE)
               MOVE LOG-IDCLI TO TC-DERN-ACT-IDCLI(WS-IDX-TROUVE)
           END-IF.

      ******************************************************************
      * Un bloc par code : identite, droits, activite, signalements.
      ******************************************************************
       TRAIT.
           PERFORM EDITE-CODE
               VARYING IDX-CODE FROM 1 BY 1 UNTIL IDX-CODE > NB-CODES.

       EDITE-CODE.
           MOVE 0 TO WS-NB-SIGNAL
           MOVE TC-CODE(IDX-CODE) TO LIGNE-CODE-CODE
           MOVE TC-ID-EMPL(IDX-CODE) TO LIGNE-CODE-ID
           MOVE TC-ID-EMPL(IDX-CODE) TO WS-ID-EMPL
           MOVE SPACES TO LIGNE-CODE-NOM
           IF WS-ID-EMPL > 0
               THEN
               MOVE NOM-EMPLOYE(WS-ID-EMPL) TO LIGNE-CODE-NOM
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-CODE
           END-WRITE
           PERFORM EDITE-DROITS
           PERFORM EDITE-ACTIVITE
           PERFORM EDITE-SIGNALEMENTS
           IF WS-NB-SIGNAL NOT = 0
               THEN
               ADD 1 TO CPT-CODES-SIGNALES
           END-IF.

      * Saisie des suppressions : registre, plus le droit SUPPR quand
      * la matrice existe (voir TRAIT-SUPPR dans EXO-CLI-MAINT) ;
      * approbation : registre seul (voir EXO-CLI-APPROUVE). Sans
      * matrice, les autres actions sont ouvertes a tous et ne sont
      * pas repetees sur chaque code.
       EDITE-DROITS.
           MOVE SPACES TO LIGNE-DROITS-LISTE
           MOVE 1 TO WS-POS
           PERFORM CALCULE-SAISIE-SUPPR
           IF WS-SAISIE-SUPPR = 1
               THEN
               MOVE "SUPPR-SAI" TO WS-LIBELLE
               PERFORM AJOUTE-LIBELLE
           END-IF
           IF TC-REGISTRE(IDX-CODE) = 1
               THEN
               MOVE "SUPPR-APP" TO WS-LIBELLE
               PERFORM AJOUTE-LIBELLE
           END-IF
           IF TC-AJOUT(IDX-CODE) = 1
               THEN
               MOVE "AJOUT" TO WS-LIBELLE
               PERFORM AJOUTE-LIBELLE
           END-IF
           IF TC-CHANGE(IDX-CODE) = 1
               THEN
               MOVE "CHANGE" TO WS-LIBELLE
               PERFORM AJOUTE-LIBELLE
           END-IF
           IF TC-VERROU(IDX-CODE) = 1
               THEN
               MOVE "VERROU" TO WS-LIBELLE
               PERFORM AJOUTE-LIBELLE
           END-IF
           IF TC-RESTAURE(IDX-CODE) = 1
               THEN
               MOVE "RESTAURE" TO WS-LIBELLE
               PERFORM AJOUTE-LIBELLE
           END-IF
           IF TC-MENAGE(IDX-CODE) = 1
               THEN
               MOVE "MENAGE" TO WS-LIBELLE
               PERFORM AJOUTE-LIBELLE
           END-IF
           IF TC-AUTRES(IDX-CODE) > 0
               THEN
               MOVE "AUTRES" TO WS-LIBELLE
               PERFORM AJOUTE-LIBELLE
           END-IF
           IF LIGNE-DROITS-LISTE = SPACES
               THEN
               MOVE "(aucun)" TO LIGNE-DROITS-LISTE
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-DROITS
           END-WRITE.
       CALCULE-SAISIE-SUPPR.
           MOVE 0 TO WS-SAISIE-SUPPR
           IF TC-REGISTRE(IDX-CODE) = 1
               AND (WS-DROITS-PRESENTS = 0 OR TC-SUPPR(IDX-CODE) = 1)
               THEN
               MOVE 1 TO WS-SAISIE-SUPPR
           END-IF.
       AJOUTE-LIBELLE.
           IF WS-POS < 58
               THEN
               MOVE WS-LIBELLE TO LIGNE-DROITS-LISTE(WS-POS:9)
               ADD 10 TO WS-POS
           END-IF.

       EDITE-ACTIVITE.
           IF TC-DERN-CNX(IDX-CODE) = 0
               THEN
               MOVE " JAMAIS" TO LIGNE-ACT-CNX
           ELSE
               MOVE SPACES TO LIGNE-ACT-CNX
               MOVE TC-DERN-CNX(IDX-CODE) TO LIGNE-ACT-CNX(2:8)
           END-IF
           IF TC-DERN-ACT(IDX-CODE) = 0
               THEN
               MOVE "AUCUNE" TO LIGNE-ACT-DATE
               MOVE SPACE TO LIGNE-ACT-CODE
               MOVE SPACES TO LIGNE-ACT-IDCLI
           ELSE
               MOVE TC-DERN-ACT(IDX-CODE) TO LIGNE-ACT-DATE
               MOVE TC-DERN-ACT-CODE(IDX-CODE) TO LIGNE-ACT-CODE
               MOVE TC-DERN-ACT-IDCLI(IDX-CODE) TO LIGNE-ACT-IDCLI
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-ACTIVITE
           END-WRITE.

       EDITE-SIGNALEMENTS.
           IF TC-DERN-CNX(IDX-CODE) < WS-DATE-SEUIL
               THEN
               MOVE "DORMANT - aucune connexion reussie depuis le seuil"
                   TO LIGNE-SIGNAL-TEXTE
               PERFORM ECRIT-SIGNAL
           END-IF
           EVALUATE TRUE
               WHEN WS-ID-EMPL = 0
                   MOVE "SANS EMPLOYE - code non rattache au registre"
                       TO LIGNE-SIGNAL-TEXTE
                   PERFORM ECRIT-SIGNAL
               WHEN NOM-EMPLOYE(WS-ID-EMPL) = SPACES
                   MOVE "SANS EMPLOYE - employe absent du fichier"
                       TO LIGNE-SIGNAL-TEXTE
                   PERFORM ECRIT-SIGNAL
           END-EVALUATE
           EVALUATE TRUE
               WHEN TC-BLOQUE(IDX-CODE) = "B"
                   MOVE "BLOQUE - echecs de mot de passe"
                       TO LIGNE-SIGNAL-TEXTE
                   PERFORM ECRIT-SIGNAL
               WHEN TC-BLOQUE(IDX-CODE) = "R"
                   AND LIGNE-DROITS-LISTE NOT = "(aucun)"
                   MOVE "REVOQUE - mais des droits sont encore presents"
                       TO LIGNE-SIGNAL-TEXTE
                   PERFORM ECRIT-SIGNAL
               WHEN TC-BLOQUE(IDX-CODE) = "R"
                   MOVE "REVOQUE - mot de passe revoque"
                       TO LIGNE-SIGNAL-TEXTE
                   PERFORM ECRIT-SIGNAL
               WHEN WS-MDP-PRESENT = 1 AND TC-MDP(IDX-CODE) = 0
                   MOVE "SANS MOT DE PASSE au referentiel"
                       TO LIGNE-SIGNAL-TEXTE
                   PERFORM ECRIT-SIGNAL
           END-EVALUATE
           IF TC-MENAGE(IDX-CODE) = 1 AND TC-RESTAURE(IDX-CODE) = 1
               THEN
               MOVE "TOXIQUE - cumul MENAGE et RESTAURE"
                   TO LIGNE-SIGNAL-TEXTE
               PERFORM ECRIT-SIGNAL
           END-IF
           PERFORM CONTROLE-CUMUL-SUPPR.

      * Un employe qui detient plusieurs codes au registre, dont un
      * au moins peut saisir une suppression, peut saisir avec l'un et
      * approuver avec l'autre : le double controle ne tient plus.
       CONTROLE-CUMUL-SUPPR.
           MOVE 0 TO WS-NB-CODES-SUPPR
           MOVE 0 TO WS-NB-SAISIE-SUPPR
           IF TC-REGISTRE(IDX-CODE) = 1 AND TC-ID-EMPL(IDX-CODE) > 0
               THEN
               PERFORM COMPTE-CODES-SUPPR
                   VARYING IDX-AUTRE FROM 1 BY 1
                   UNTIL IDX-AUTRE > NB-CODES
           END-IF
           IF WS-NB-CODES-SUPPR > 1 AND WS-NB-SAISIE-SUPPR > 0
               THEN
               MOVE "TOXIQUE - meme employe en saisie et en approbation"
                   TO LIGNE-SIGNAL-TEXTE
               MOVE " des suppressions" TO LIGNE-SIGNAL-TEXTE(51:17)
               PERFORM ECRIT-SIGNAL
           END-IF.
       COMPTE-CODES-SUPPR.
           IF TC-REGISTRE(IDX-AUTRE) = 1
               AND TC-ID-EMPL(IDX-AUTRE) = TC-ID-EMPL(IDX-CODE)
               THEN
               ADD 1 TO WS-NB-CODES-SUPPR
               IF WS-DROITS-PRESENTS = 0 OR TC-SUPPR(IDX-AUTRE) = 1
                   THEN
                   ADD 1 TO WS-NB-SAISIE-SUPPR
               END-IF
           END-IF.

       ECRIT-SIGNAL.
           ADD 1 TO WS-NB-SIGNAL
           ADD 1 TO CPT-SIGNALEMENTS
           WRITE ENREG-RAPPORT FROM LIGNE-SIGNAL
           END-WRITE.

       FIN.
           MOVE "CODES REVUS           : " TO LIGNE-TOTAL-LIB
           MOVE NB-CODES TO LIGNE-TOTAL-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "CODES SIGNALES        : " TO LIGNE-TOTAL-LIB
           MOVE CPT-CODES-SIGNALES TO LIGNE-TOTAL-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "SIGNALEMENTS          : " TO LIGNE-TOTAL-LIB
           MOVE CPT-SIGNALEMENTS TO LIGNE-TOTAL-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           CLOSE RAPPORT-FIC
           DISPLAY "Codes revus    : " NB-CODES
           DISPLAY "Codes signales : " CPT-CODES-SIGNALES
           DISPLAY "Signalements   : " CPT-SIGNALEMENTS
           IF WS-CODES-PERDUS NOT = 0
               THEN
               DISPLAY "ATTENTION: table des codes pleine, "
                   WS-CODES-PERDUS " reference(s) non revue(s)."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CPT-SIGNALEMENTS NOT = 0
                   THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM EXO-OPER-RECERTIF.
