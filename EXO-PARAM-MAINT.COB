      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : maintenance du fichier central des parametres de la
      * chaine, ParametresChaine.txt, lu par les programmes via
      * SPPAR01 (la variable d'environnement de meme nom garde la
      * priorite). Chaque parametre connu est decrit dans le
      * catalogue ci-dessous : nature (O = oui/non, N = numerique),
      * largeur, bornes admises et programme utilisateur.
      * - affichage : valeur du fichier, surcharge d'environnement
      *   eventuelle, domaine admis et conformite de chaque valeur ;
      * - modification : un operateur habilite (mot de passe via
      *   SPMDP01, present dans ClientsOperateurs.txt) saisit le nom
      *   et la nouvelle valeur ; la valeur est controlee contre son
      *   domaine avant ecriture (numerique cadree a sa largeur,
      *   oui/non ramene a O/N ; a blanc, le parametre retourne au
      *   defaut du programme) ;
      * - chaque modification est tracee au journal d'audit
      *   ClientsAuditLog.txt (code P, rang du parametre au catalogue,
      *   statut PARAMCHG, operateur, chaine de controle SPCHN01) et,
      *   en clair avec l'ancienne et la nouvelle valeur, dans
      *   ParametresHisto.txt ;
      * - PARAM_MODE=C : controle seul du fichier, sans
      *   identification, pour la chaine de nuit (code retour 8 si une
      *   valeur est hors domaine, 4 si un nom est inconnu du
      *   catalogue).
      * - SAISIE_HEURE_LIMITE (HHMM) : heure limite de saisie du lot
      *   du jour dans EXO-CLI-SAISIE, controlee aussi par
      *   EXO-CLI-MAINT a l'application du lot.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-PARAM-MAINT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FIC
               ASSIGN TO WS-PARAM-PATH
               FILE STATUS IS PARAM-STATUT.
           SELECT HISTO-FIC
               ASSIGN TO WS-HISTO-PATH
               FILE STATUS IS HISTO-STATUT.
           SELECT OPER-FIC
               ASSIGN TO WS-OPER-PATH
               FILE STATUS IS OPER-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que dans SPPAR01.
       FD  PARAM-FIC.
       01  ENREG-PARAM.
           05 PRM-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 PRM-VALEUR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 PRM-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 PRM-OPERATEUR PIC X(4).
      *
      * Historique en clair des modifications.
       FD  HISTO-FIC.
       01  ENREG-HISTO.
           05 HIS-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-ANCIENNE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-NOUVELLE PIC X(10).
      *
       FD  OPER-FIC.
       01  ENREG-OPER.
           05 OPER-CODE PIC X(4).
      * ID employe en queue de chaque code (voir EXO-CLI-MAINT),
      * ignore ici.
           05 FILLER PIC X(3).
      *
      * Journal d'audit au dessin d'EXO-CLI-MAINT (68 octets,
      * chaine de controle comprise) : le rang du parametre au
      * catalogue tient la place de l'IDCLI.
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
       77  PARAM-STATUT PIC XX.
       77  HISTO-STATUT PIC XX.
       77  OPER-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  EOF-PARAM PIC 9 VALUE 0.
       77  EOF-OPER PIC 9 VALUE 0.
       77  WS-MODE PIC X VALUE SPACE.
           88 MODE-CONTROLE VALUE "C" "c".
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-OPER-AUTORISE PIC 9 VALUE 0.
       01  TABLE-OPERATEURS.
           05 OPERATEUR-HABILITE OCCURS 20 PIC X(4).
       77  NB-OPERATEURS PIC 99 VALUE 0.
       77  IDX-OPERATEUR PIC 99 VALUE 0.
      * Catalogue des parametres : nom, nature, largeur, borne basse,
      * borne haute, programme utilisateur.
       01  TABLE-CATALOGUE.
           05 FILLER PIC X(44) VALUE
               "DEDUP_SIMULATION    O100000001EXO-VI-C-V4   ".
           05 FILLER PIC X(44) VALUE
               "ETIQ_MODE_PRESORT   O100000001EXO-CLI-ETIQUE".
           05 FILLER PIC X(44) VALUE
               "ETIQ_LIASSE_MAX     N200010099EXO-CLI-ETIQUE".
           05 FILLER PIC X(44) VALUE
               "NPAI_SEUIL          N200010099EXO-NPAI-RAPPO".
           05 FILLER PIC X(44) VALUE
               "SUSPENS_MAX_JOURS   N300010365EXO-VI-B      ".
           05 FILLER PIC X(44) VALUE
               "TENDANCE_MARGE_PCT  N300010500EXO-JOB-TENDAN".
           05 FILLER PIC X(44) VALUE
               "MDP_MAX_ECHECS      N200010010SPMDP01       ".
           05 FILLER PIC X(44) VALUE
               "CONSULT_SEUIL       N400019999EXO-CONSULT-RA".
           05 FILLER PIC X(44) VALUE
               "SAISIE_HEURE_LIMITE N400012359EXO-CLI-SAISIE".
       01  TABLE-CATALOGUE-R REDEFINES TABLE-CATALOGUE.
           05 CAT-ENTREE OCCURS 9.
               10 CAT-NOM PIC X(20).
               10 CAT-NATURE PIC X.
               10 CAT-LARGEUR PIC 9.
               10 CAT-MIN PIC 9(4).
               10 CAT-MAX PIC 9(4).
               10 CAT-PROGRAMME PIC X(14).
       77  NB-CATALOGUE PIC 99 VALUE 9.
       77  IDX-CAT PIC 99 VALUE 0.
      * Valeurs du fichier, au rang du catalogue.
       01  TABLE-VALEURS.
           05 VAL-ENTREE OCCURS 9.
               10 VAL-VALEUR PIC X(10).
               10 VAL-DATE PIC 9(8).
               10 VAL-OPERATEUR PIC X(4).
      * Noms inconnus du catalogue : signales, et conserves tels quels
      * a la reecriture.
       01  TABLE-INCONNUS.
           05 INC-ENREG PIC X(44) OCCURS 20.
       77  NB-INCONNUS PIC 99 VALUE 0.
       77  IDX-INCONNU PIC 99 VALUE 0.
       77  CPT-HORS-DOMAINE PIC 99 VALUE 0.
      * Controle d'une valeur contre son domaine.
       77  WS-VALEUR-A-CONTROLER PIC X(10) VALUE SPACES.
       77  WS-VALEUR-NORMEE PIC X(10) VALUE SPACES.
       77  WS-VALEUR-OK PIC 9 VALUE 0.
       77  WS-LONGUEUR PIC 99 VALUE 0.
       77  WS-VALEUR-NUM PIC 9(4) VALUE 0.
       77  WS-POSITION PIC 99 VALUE 0.
       77  WS-ENV-VALEUR PIC X(10) VALUE SPACES.
       77  WS-CONFORMITE PIC X(12) VALUE SPACES.
       77  WS-DOMAINE PIC X(12) VALUE SPACES.
      * Saisie d'une modification.
       77  WS-FIN-SAISIE PIC 9 VALUE 0.
       77  WS-NOM-SAISIE PIC X(20) VALUE SPACES.
       77  WS-VALEUR-SAISIE PIC X(10) VALUE SPACES.
       77  WS-ANCIENNE PIC X(10) VALUE SPACES.
       77  CPT-MODIFS PIC 99 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
      * Bloc d'appel de SPMDP01 : l'operateur qui modifie doit
      * franchir le controle de mot de passe.
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
       77  WS-PARAM-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ParametresChaine.txt".
       77  WS-HISTO-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ParametresHisto.txt".
       77  WS-OPER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOperateurs.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM CHARGE-PARAMETRES
           PERFORM AFFICHE-PARAMETRES
           IF MODE-CONTROLE
               THEN
               PERFORM FIN-CONTROLE
           ELSE
               PERFORM IDENTIFIE-OPERATEUR
               PERFORM MODIFIE-PARAMETRE UNTIL WS-FIN-SAISIE = 1
               DISPLAY "Modifications enregistrees : " CPT-MODIFS
           END-IF
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * PARAMETRES_PATH (meme nom que SPPAR01),
      * PARAMETRES_HISTO_PATH, CLI_OPER_PATH et CLI_AUDIT_PATH (memes
      * noms qu'EXO-CLI-MAINT).
       INIT.
           ACCEPT WS-PARAM-PATH FROM ENVIRONMENT "PARAMETRES_PATH"
           IF WS-PARAM-PATH = SPACES
               MOVE "C:\Users\Cobol\ParametresChaine.txt"
                   TO WS-PARAM-PATH
           END-IF
           ACCEPT WS-HISTO-PATH FROM ENVIRONMENT
               "PARAMETRES_HISTO_PATH"
           IF WS-HISTO-PATH = SPACES
               MOVE "C:\Users\Cobol\ParametresHisto.txt"
                   TO WS-HISTO-PATH
           END-IF
           ACCEPT WS-OPER-PATH FROM ENVIRONMENT "CLI_OPER_PATH"
           IF WS-OPER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOperateurs.txt"
                   TO WS-OPER-PATH
           END-IF
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF
           ACCEPT WS-MODE FROM ENVIRONMENT "PARAM_MODE".

      * Fichier absent : tous les parametres sont au defaut de leur
      * programme, le premier enregistrement le creera.
       CHARGE-PARAMETRES.
           MOVE 1 TO IDX-CAT
           PERFORM VIDE-VALEUR UNTIL IDX-CAT > NB-CATALOGUE
           MOVE 0 TO EOF-PARAM
           OPEN INPUT PARAM-FIC
           IF PARAM-STATUT = "00"
               THEN
               PERFORM CHARGE-PARAMETRES-LECT UNTIL EOF-PARAM = 1
               CLOSE PARAM-FIC
           ELSE
               DISPLAY "Fichier des parametres absent (" PARAM-STATUT
                   ") : " WS-PARAM-PATH
           END-IF.
       VIDE-VALEUR.
           MOVE SPACES TO VAL-VALEUR(IDX-CAT)
           MOVE 0 TO VAL-DATE(IDX-CAT)
           MOVE SPACES TO VAL-OPERATEUR(IDX-CAT)
           ADD 1 TO IDX-CAT.
       CHARGE-PARAMETRES-LECT.
           READ PARAM-FIC
               AT END MOVE 1 TO EOF-PARAM
           END-READ
           IF EOF-PARAM = 0 AND PRM-NOM NOT = SPACES
               THEN
               MOVE PRM-NOM TO WS-NOM-SAISIE
               PERFORM CHERCHE-CATALOGUE
               IF IDX-CAT > NB-CATALOGUE
                   THEN
                   IF NB-INCONNUS < 20
                       THEN
                       ADD 1 TO NB-INCONNUS
                       MOVE ENREG-PARAM TO INC-ENREG(NB-INCONNUS)
                   END-IF
               ELSE
                   MOVE PRM-VALEUR TO VAL-VALEUR(IDX-CAT)
                   IF PRM-DATE IS NUMERIC
                       THEN
                       MOVE PRM-DATE TO VAL-DATE(IDX-CAT)
                   END-IF
                   MOVE PRM-OPERATEUR TO VAL-OPERATEUR(IDX-CAT)
               END-IF
           END-IF.

      * Rang au catalogue de WS-NOM-SAISIE ; au-dela de NB-CATALOGUE
      * si le nom est inconnu.
       CHERCHE-CATALOGUE.
           MOVE 1 TO IDX-CAT
           PERFORM CHERCHE-CATALOGUE-ENTREE
               UNTIL IDX-CAT > NB-CATALOGUE
               OR CAT-NOM(IDX-CAT) = WS-NOM-SAISIE.
       CHERCHE-CATALOGUE-ENTREE.
           ADD 1 TO IDX-CAT.

       AFFICHE-PARAMETRES.
           MOVE 0 TO CPT-HORS-DOMAINE
           DISPLAY "--- Parametres de la chaine (" WS-PARAM-PATH ")"
           DISPLAY "PARAMETRE            VALEUR     DOMAINE      "
               "ETAT         PROGRAMME"
           MOVE 1 TO IDX-CAT
           PERFORM AFFICHE-PARAMETRE UNTIL IDX-CAT > NB-CATALOGUE
           MOVE 1 TO IDX-INCONNU
           PERFORM AFFICHE-INCONNU UNTIL IDX-INCONNU > NB-INCONNUS.
       AFFICHE-PARAMETRE.
           MOVE SPACES TO WS-DOMAINE
           IF CAT-NATURE(IDX-CAT) = "O"
               THEN
               MOVE "O/N" TO WS-DOMAINE
           ELSE
               STRING CAT-MIN(IDX-CAT) DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   CAT-MAX(IDX-CAT) DELIMITED BY SIZE
                   INTO WS-DOMAINE
               END-STRING
           END-IF
           IF VAL-VALEUR(IDX-CAT) = SPACES
               THEN
               MOVE "(defaut)" TO WS-CONFORMITE
           ELSE
               MOVE VAL-VALEUR(IDX-CAT) TO WS-VALEUR-A-CONTROLER
               PERFORM CONTROLE-VALEUR
               IF WS-VALEUR-OK = 1
                   THEN
                   MOVE "conforme" TO WS-CONFORMITE
               ELSE
                   MOVE "HORS DOMAINE" TO WS-CONFORMITE
                   ADD 1 TO CPT-HORS-DOMAINE
               END-IF
           END-IF
           DISPLAY CAT-NOM(IDX-CAT) " " VAL-VALEUR(IDX-CAT) " "
               WS-DOMAINE " " WS-CONFORMITE " " CAT-PROGRAMME(IDX-CAT)
           MOVE SPACES TO WS-ENV-VALEUR
           ACCEPT WS-ENV-VALEUR FROM ENVIRONMENT CAT-NOM(IDX-CAT)
           IF WS-ENV-VALEUR NOT = SPACES
               THEN
               DISPLAY "    surcharge par l'environnement : "
                   WS-ENV-VALEUR
           END-IF
           ADD 1 TO IDX-CAT.
       AFFICHE-INCONNU.
           DISPLAY INC-ENREG(IDX-INCONNU)(1:31) " INCONNU DU CATALOGUE"
           ADD 1 TO IDX-INCONNU.

      * Valeur controlee contre le domaine du parametre IDX-CAT ; la
      * forme normee (cadree a la largeur, ou O/N) est rendue dans
      * WS-VALEUR-NORMEE.
       CONTROLE-VALEUR.
           MOVE 0 TO WS-VALEUR-OK
           MOVE SPACES TO WS-VALEUR-NORMEE
           IF CAT-NATURE(IDX-CAT) = "O"
               THEN
               PERFORM CONTROLE-OUI-NON
           ELSE
               PERFORM CONTROLE-NUMERIQUE
           END-IF.
       CONTROLE-OUI-NON.
           INSPECT WS-VALEUR-A-CONTROLER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE WS-VALEUR-A-CONTROLER
               WHEN "O" WHEN "OUI" WHEN "Y" WHEN "1"
                   MOVE "O" TO WS-VALEUR-NORMEE
                   MOVE 1 TO WS-VALEUR-OK
               WHEN "N" WHEN "NON" WHEN "0"
                   MOVE "N" TO WS-VALEUR-NORMEE
                   MOVE 1 TO WS-VALEUR-OK
           END-EVALUATE.
       CONTROLE-NUMERIQUE.
           MOVE 0 TO WS-LONGUEUR
           INSPECT WS-VALEUR-A-CONTROLER TALLYING WS-LONGUEUR
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LONGUEUR > 0
               AND WS-LONGUEUR NOT > CAT-LARGEUR(IDX-CAT)
               THEN
               IF WS-VALEUR-A-CONTROLER(WS-LONGUEUR + 1:) = SPACES
                   AND WS-VALEUR-A-CONTROLER(1:WS-LONGUEUR) IS NUMERIC
                   THEN
                   MOVE WS-VALEUR-A-CONTROLER(1:WS-LONGUEUR)
                       TO WS-VALEUR-NUM
                   IF WS-VALEUR-NUM NOT < CAT-MIN(IDX-CAT)
                       AND WS-VALEUR-NUM NOT > CAT-MAX(IDX-CAT)
                       THEN
                       COMPUTE WS-POSITION = 5 - CAT-LARGEUR(IDX-CAT)
                       MOVE WS-VALEUR-NUM(WS-POSITION:
                           CAT-LARGEUR(IDX-CAT)) TO WS-VALEUR-NORMEE
                       MOVE 1 TO WS-VALEUR-OK
                   END-IF
               END-IF
           END-IF.

       FIN-CONTROLE.
           DISPLAY "Valeurs hors domaine : " CPT-HORS-DOMAINE
               " - noms inconnus : " NB-INCONNUS
           EVALUATE TRUE
               WHEN CPT-HORS-DOMAINE > 0
                   MOVE 8 TO RETURN-CODE
               WHEN NB-INCONNUS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      * Meme identification qu'EXO-OPER-DEBLOQUE : code + mot de passe,
      * et presence parmi les habilites de ClientsOperateurs.txt.
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
           MOVE "EXO-PARAM-MAIN" TO CTL-PROGRAMME
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

      * Une modification par tour ; un nom a blanc termine la saisie.
       MODIFIE-PARAMETRE.
           MOVE SPACES TO WS-NOM-SAISIE
           DISPLAY "Parametre a modifier (blanc = fin) : "
           ACCEPT WS-NOM-SAISIE
           INSPECT WS-NOM-SAISIE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-NOM-SAISIE = SPACES
               THEN
               MOVE 1 TO WS-FIN-SAISIE
           ELSE
               PERFORM CHERCHE-CATALOGUE
               IF IDX-CAT > NB-CATALOGUE
                   THEN
                   DISPLAY "REFUS: " WS-NOM-SAISIE " inconnu du "
                       "catalogue."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM SAISIT-VALEUR
               END-IF
           END-IF.

       SAISIT-VALEUR.
           MOVE SPACES TO WS-VALEUR-SAISIE
           DISPLAY "Nouvelle valeur de " CAT-NOM(IDX-CAT)
               " (blanc = defaut du programme) : "
           ACCEPT WS-VALEUR-SAISIE
           IF WS-VALEUR-SAISIE = SPACES
               THEN
               MOVE SPACES TO WS-VALEUR-NORMEE
               MOVE 1 TO WS-VALEUR-OK
           ELSE
               MOVE WS-VALEUR-SAISIE TO WS-VALEUR-A-CONTROLER
               PERFORM CONTROLE-VALEUR
           END-IF
           IF WS-VALEUR-OK = 0
               THEN
               DISPLAY "REFUS: " WS-VALEUR-SAISIE " hors domaine pour "
                   CAT-NOM(IDX-CAT) "."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-VALEUR-NORMEE = VAL-VALEUR(IDX-CAT)
                   THEN
                   DISPLAY CAT-NOM(IDX-CAT) " inchange."
               ELSE
                   PERFORM ENREGISTRE-MODIFICATION
               END-IF
           END-IF.

      * Le fichier est reecrit a chaque modification, puis la
      * modification est tracee (audit chaine, historique en clair).
       ENREGISTRE-MODIFICATION.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE VAL-VALEUR(IDX-CAT) TO WS-ANCIENNE
           MOVE WS-VALEUR-NORMEE TO VAL-VALEUR(IDX-CAT)
           MOVE WS-DATE TO VAL-DATE(IDX-CAT)
           MOVE WS-OPERATEUR TO VAL-OPERATEUR(IDX-CAT)
           PERFORM REECRIT-PARAMETRES
           PERFORM ECRIT-AUDIT-PARAMETRE
           PERFORM ECRIT-HISTO-PARAMETRE
           ADD 1 TO CPT-MODIFS
           DISPLAY CAT-NOM(IDX-CAT) " : " WS-ANCIENNE " -> "
               WS-VALEUR-NORMEE.

       REECRIT-PARAMETRES.
           OPEN OUTPUT PARAM-FIC
           IF PARAM-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier des parametres impossible a "
                   "ecrire (" PARAM-STATUT ") : " WS-PARAM-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE IDX-CAT TO WS-POSITION
           MOVE 1 TO IDX-CAT
           PERFORM REECRIT-PARAMETRE UNTIL IDX-CAT > NB-CATALOGUE
           MOVE 1 TO IDX-INCONNU
           PERFORM REECRIT-INCONNU UNTIL IDX-INCONNU > NB-INCONNUS
           CLOSE PARAM-FIC
           MOVE WS-POSITION TO IDX-CAT.
       REECRIT-PARAMETRE.
           IF VAL-VALEUR(IDX-CAT) NOT = SPACES
               THEN
               MOVE SPACES TO ENREG-PARAM
               MOVE CAT-NOM(IDX-CAT) TO PRM-NOM
               MOVE VAL-VALEUR(IDX-CAT) TO PRM-VALEUR
               MOVE VAL-DATE(IDX-CAT) TO PRM-DATE
               MOVE VAL-OPERATEUR(IDX-CAT) TO PRM-OPERATEUR
               WRITE ENREG-PARAM
               END-WRITE
           END-IF
           ADD 1 TO IDX-CAT.
       REECRIT-INCONNU.
           MOVE INC-ENREG(IDX-INCONNU) TO ENREG-PARAM
           WRITE ENREG-PARAM
           END-WRITE
           ADD 1 TO IDX-INCONNU.

       ECRIT-AUDIT-PARAMETRE.
           MOVE SPACES TO ENREG-AUDIT-LOG
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-PARAM-MAIN" TO AUD-PROGRAMME
           MOVE "P" TO AUD-TRANS-CODE
           MOVE IDX-CAT TO AUD-IDCLI
           MOVE "PARAMCHG" TO AUD-STATUT
           MOVE WS-OPERATEUR TO AUD-OPERATEUR
           MOVE SPACES TO AUD-OPERATEUR2
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

       ECRIT-HISTO-PARAMETRE.
           MOVE SPACES TO ENREG-HISTO
           MOVE WS-DATE TO HIS-DATE
           MOVE WS-TIME TO HIS-TIME
           MOVE WS-OPERATEUR TO HIS-OPERATEUR
           MOVE CAT-NOM(IDX-CAT) TO HIS-NOM
           MOVE WS-ANCIENNE TO HIS-ANCIENNE
           MOVE WS-VALEUR-NORMEE TO HIS-NOUVELLE
           OPEN EXTEND HISTO-FIC
           IF HISTO-STATUT NOT = "00"
               THEN
               OPEN OUTPUT HISTO-FIC
           END-IF
           IF HISTO-STATUT = "00"
               THEN
               WRITE ENREG-HISTO
               END-WRITE
               CLOSE HISTO-FIC
           END-IF.

       END PROGRAM EXO-PARAM-MAINT.
