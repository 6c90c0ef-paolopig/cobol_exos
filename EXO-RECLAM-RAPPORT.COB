      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : etats du registre des reclamations tenu par
      * EXO-CLI-RECLAM (ClientsReclamations.txt). Deux etats selon
      * RECLAM_MODE :
      *   H (defaut, hebdomadaire) - anciennete des reclamations non
      *     closes, par categorie : chaque reclamation avec son age en
      *     jours (SPJOU01) contre le delai cible de sa categorie
      *     (ReclamCategories.txt), "HORS DELAI" au-dela, et par
      *     categorie le compte des non closes et des hors delai ;
      *   M (mensuel) - statistique du mois RECLAM_PERIODE (AAAAMM,
      *     defaut : mois du jour) par categorie puis par agence :
      *     reclamations recues, closes (dont dans le delai, et delai
      *     moyen de cloture), et restant ouvertes a la fin du mois.
      * Une categorie absente de ReclamCategories.txt prend le delai
      * RECLAM_DELAI_DEFAUT (30 jours par defaut). Une agence a blanc
      * vaut "01" comme dans EXO-VI-C-RAPPORT.
      * Code retour : 0 = etat produit, 12 = registre ou etat
      * inaccessible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-RECLAM-RAPPORT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAM-FIC
               ASSIGN TO WS-RECLAM-PATH
               FILE STATUS IS RECLAM-STATUT.
           SELECT CATEGORIES-FIC
               ASSIGN TO WS-CATEGORIES-PATH
               FILE STATUS IS CATEGORIES-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH
               FILE STATUS IS RAPPORT-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que ENREG-RECLAM dans EXO-CLI-RECLAM.
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
       FD  CATEGORIES-FIC.
       01  ENREG-CATEGORIE.
           05 CAT-CODE PIC X(4).
           05 FILLER PIC X.
           05 CAT-DELAI PIC 9(3).
           05 FILLER PIC X.
           05 CAT-LIBELLE PIC X(30).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  RECLAM-STATUT PIC XX.
       77  CATEGORIES-STATUT PIC XX.
       77  RAPPORT-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-MODE PIC X VALUE "H".
           88 MODE-HEBDO VALUE "H".
           88 MODE-MENSUEL VALUE "M".
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-NUM-JOUR PIC 9(7) VALUE 0.
       77  WS-PERIODE PIC 9(6) VALUE 0.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77  WS-DEBUT-MOIS PIC 9(8) VALUE 0.
       77  WS-FIN-MOIS PIC 9(8) VALUE 0.
       77  WS-DELAI-DEFAUT PIC 9(3) VALUE 30.
       77  WS-DELAI-SAISIE PIC X(3) VALUE SPACES.
       77  WS-DELAI-CLOTURE PIC 9(7) VALUE 0.
       77  WS-AGENCE PIC XX VALUE SPACES.
       77  WS-IDX-CAT PIC 99 VALUE 0.
       77  WS-IDX-AGENCE PIC 999 VALUE 0.
      * Registre en table.
       01  TABLE-RECLAM.
           05 RECLAM-ENTREE OCCURS 2000.
               10 TAB-RCL-NUMERO PIC 9(6).
               10 TAB-RCL-IDCLI PIC 9(5).
               10 TAB-RCL-CAT PIC 99.
               10 TAB-RCL-AGENCE PIC XX.
               10 TAB-RCL-DATE-RECUE PIC 9(8).
               10 TAB-RCL-EMPL PIC 9(2).
               10 TAB-RCL-ETAT PIC X.
               10 TAB-RCL-DATE-CLOTURE PIC 9(8).
               10 TAB-RCL-AGE PIC 9(7).
       77  NB-RECLAM PIC 9(4) VALUE 0.
       77  IDX-RECLAM PIC 9(4) VALUE 0.
       77  CPT-IGNOREES PIC 9(5) VALUE 0.
      * Categories : celles du fichier de reference, puis celles
      * rencontrees au registre sans y figurer.
       01  TABLE-CATEGORIES.
           05 CATEGORIE-ENTREE OCCURS 60.
               10 TAB-CAT-CODE PIC X(4).
               10 TAB-CAT-DELAI PIC 9(3).
               10 TAB-CAT-LIBELLE PIC X(30).
               10 TAB-CAT-NON-CLOSES PIC 9(5).
               10 TAB-CAT-HORS-DELAI PIC 9(5).
               10 TAB-CAT-RECUES PIC 9(5).
               10 TAB-CAT-CLOSES PIC 9(5).
               10 TAB-CAT-DANS-DELAI PIC 9(5).
               10 TAB-CAT-JOURS-CLOTURE PIC 9(9).
               10 TAB-CAT-OUVERTES-FIN PIC 9(5).
       77  NB-CATEGORIES PIC 99 VALUE 0.
       77  IDX-CATEGORIE PIC 99 VALUE 0.
       01  TABLE-AGENCES.
           05 AGENCE-ENTREE OCCURS 100.
               10 TAB-AGC-CODE PIC XX.
               10 TAB-AGC-RECUES PIC 9(5).
               10 TAB-AGC-CLOSES PIC 9(5).
               10 TAB-AGC-DANS-DELAI PIC 9(5).
               10 TAB-AGC-JOURS-CLOTURE PIC 9(9).
               10 TAB-AGC-OUVERTES-FIN PIC 9(5).
       77  NB-AGENCES PIC 999 VALUE 0.
       77  IDX-AGENCE PIC 999 VALUE 0.
      * Totaux.
       77  TOT-NON-CLOSES PIC 9(5) VALUE 0.
       77  TOT-HORS-DELAI PIC 9(5) VALUE 0.
       77  TOT-RECUES PIC 9(5) VALUE 0.
       77  TOT-CLOSES PIC 9(5) VALUE 0.
       77  TOT-DANS-DELAI PIC 9(5) VALUE 0.
       77  TOT-JOURS-CLOTURE PIC 9(9) VALUE 0.
       77  TOT-OUVERTES-FIN PIC 9(5) VALUE 0.
      * Bloc d'appel de SPJOU01 (dates en jours, voir SPJOU01.cbl).
       01  PARAMETRES-JOURS.
           05 JOU-FONCTION PIC X.
           05 JOU-DATE PIC 9(8).
           05 JOU-NUMERO PIC 9(7).
           05 JOU-CODERETOUR PIC 9.
       77  WS-RECLAM-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsReclamations.txt".
       77  WS-CATEGORIES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ReclamCategories.txt".
       77  WS-RAPPORT-PATH PIC X(60) VALUE SPACES.
      *
       01  LIGNE-TITRE-HEBDO.
           05 FILLER PIC X(39)
              VALUE "ANCIENNETE DES RECLAMATIONS NON CLOSES ".
           05 FILLER PIC X(3) VALUE "AU ".
           05 LTH-DATE PIC 9(8).
       01  LIGNE-CATEGORIE.
           05 FILLER PIC X(10) VALUE "CATEGORIE ".
           05 LCA-CODE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LCA-LIBELLE PIC X(30).
           05 FILLER PIC X(15) VALUE " DELAI CIBLE : ".
           05 LCA-DELAI PIC ZZ9.
           05 FILLER PIC X(6) VALUE " JOURS".
       01  LIGNE-ENTETE-HEBDO.
           05 FILLER PIC X(40)
              VALUE "  NUMERO IDCLI AG RECUE LE  JOURS EMPL E".
       01  LIGNE-RECLAM.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-NUMERO PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 LR-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LR-AGENCE PIC XX.
           05 FILLER PIC X VALUE SPACE.
           05 LR-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LR-AGE PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LR-EMPL PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 LR-ETAT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LR-DEPASSE PIC X(10).
       01  LIGNE-SOUS-TOTAL.
           05 FILLER PIC X(16) VALUE "  NON CLOSES : ".
           05 LST-NON-CLOSES PIC ZZZZ9.
           05 FILLER PIC X(16) VALUE "   HORS DELAI : ".
           05 LST-HORS-DELAI PIC ZZZZ9.
       01  LIGNE-TITRE-MOIS.
           05 FILLER PIC X(36)
              VALUE "STATISTIQUE DES RECLAMATIONS - MOIS ".
           05 LTM-PERIODE PIC 9(6).
       01  LIGNE-ENTETE-MOIS.
           05 LEM-LIBELLE PIC X(10).
           05 FILLER PIC X(40)
              VALUE "  RECUES  CLOSES DS DELAI  MOY.J OUV.FIN".
       01  LIGNE-STAT.
           05 LS-CODE PIC X(10).
           05 LS-RECUES PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LS-CLOSES PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LS-DANS-DELAI PIC ZZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LS-MOYENNE PIC ZZZ9.9.
           05 FILLER PIC X VALUE SPACE.
           05 LS-OUVERTES-FIN PIC ZZZZZZ9.
       77  WS-MOYENNE PIC 9(4)V9 VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables : CLI_RECLAM_PATH et
      * RECLAM_CATEGORIES_PATH (memes noms que EXO-CLI-RECLAM), et
      * l'etat : RECLAM_ANCIENNETE_PATH (mode H, defaut
      * ReclamAnciennete.txt) ou RECLAM_STATS_PATH (mode M, defaut
      * ReclamStatistiques.txt).
       INIT.
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
           ACCEPT WS-MODE FROM ENVIRONMENT "RECLAM_MODE"
           IF WS-MODE = SPACE
               THEN
               MOVE "H" TO WS-MODE
           END-IF
           IF NOT MODE-HEBDO AND NOT MODE-MENSUEL
               THEN
               DISPLAY "ERREUR: RECLAM_MODE inconnu : " WS-MODE
                   " (H-hebdomadaire, M-mensuel)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODE-HEBDO
               THEN
               ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
                   "RECLAM_ANCIENNETE_PATH"
               IF WS-RAPPORT-PATH = SPACES
                   MOVE "C:\Users\Cobol\ReclamAnciennete.txt"
                       TO WS-RAPPORT-PATH
               END-IF
           ELSE
               ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
                   "RECLAM_STATS_PATH"
               IF WS-RAPPORT-PATH = SPACES
                   MOVE "C:\Users\Cobol\ReclamStatistiques.txt"
                       TO WS-RAPPORT-PATH
               END-IF
           END-IF
           ACCEPT WS-DELAI-SAISIE FROM ENVIRONMENT
               "RECLAM_DELAI_DEFAUT"
           IF WS-DELAI-SAISIE IS NUMERIC
               THEN
               MOVE WS-DELAI-SAISIE TO WS-DELAI-DEFAUT
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT "RECLAM_PERIODE"
           IF WS-PERIODE-SAISIE IS NUMERIC
               THEN
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF
           COMPUTE WS-DEBUT-MOIS = WS-PERIODE * 100 + 1
           COMPUTE WS-FIN-MOIS = WS-PERIODE * 100 + 31
           MOVE "N" TO JOU-FONCTION
           MOVE WS-DATE-JOUR TO JOU-DATE
           CALL "SPJOU01" USING PARAMETRES-JOURS
           MOVE JOU-NUMERO TO WS-NUM-JOUR.

       TRAIT.
           PERFORM CHARGE-CATEGORIES
           PERFORM CHARGE-RECLAM
           OPEN OUTPUT RAPPORT-FIC
           IF RAPPORT-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: etat impossible a creer ("
                   RAPPORT-STATUT ") : " WS-RAPPORT-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODE-HEBDO
               THEN
               PERFORM EDITE-ANCIENNETE
           ELSE
               PERFORM EDITE-STATISTIQUE
           END-IF
           CLOSE RAPPORT-FIC.

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
                   ") - delai cible " WS-DELAI-DEFAUT " jours."
           END-IF.
       CHARGE-CATEGORIES-LECT.
           READ CATEGORIES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CAT-CODE NOT = SPACES
               AND NB-CATEGORIES < 50
               THEN
               ADD 1 TO NB-CATEGORIES
               MOVE NB-CATEGORIES TO WS-IDX-CAT
               PERFORM INITIALISE-CATEGORIE
               MOVE CAT-CODE TO TAB-CAT-CODE(WS-IDX-CAT)
               MOVE CAT-LIBELLE TO TAB-CAT-LIBELLE(WS-IDX-CAT)
               IF CAT-DELAI IS NUMERIC
                   THEN
                   MOVE CAT-DELAI TO TAB-CAT-DELAI(WS-IDX-CAT)
               END-IF
           END-IF.
       INITIALISE-CATEGORIE.
           MOVE SPACES TO TAB-CAT-LIBELLE(WS-IDX-CAT)
           MOVE WS-DELAI-DEFAUT TO TAB-CAT-DELAI(WS-IDX-CAT)
           MOVE 0 TO TAB-CAT-NON-CLOSES(WS-IDX-CAT)
           MOVE 0 TO TAB-CAT-HORS-DELAI(WS-IDX-CAT)
           MOVE 0 TO TAB-CAT-RECUES(WS-IDX-CAT)
           MOVE 0 TO TAB-CAT-CLOSES(WS-IDX-CAT)
           MOVE 0 TO TAB-CAT-DANS-DELAI(WS-IDX-CAT)
           MOVE 0 TO TAB-CAT-JOURS-CLOTURE(WS-IDX-CAT)
           MOVE 0 TO TAB-CAT-OUVERTES-FIN(WS-IDX-CAT).

      * Registre en table, chaque reclamation rattachee a sa categorie
      * et, pour les non closes, datee de son age en jours.
       CHARGE-RECLAM.
           MOVE 0 TO EOF-FIC
           OPEN INPUT RECLAM-FIC
           IF RECLAM-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: registre des reclamations introuvable ("
                   RECLAM-STATUT ") : " WS-RECLAM-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-RECLAM-LECT UNTIL EOF-FIC = 1
           CLOSE RECLAM-FIC.
       CHARGE-RECLAM-LECT.
           READ RECLAM-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               IF RCL-NUMERO IS NUMERIC AND RCL-DATE-RECUE IS NUMERIC
                   AND NB-RECLAM < 2000
                   THEN
                   PERFORM AJOUTE-RECLAM
               ELSE
                   ADD 1 TO CPT-IGNOREES
               END-IF
           END-IF.
       AJOUTE-RECLAM.
           PERFORM LOCALISE-CATEGORIE
           ADD 1 TO NB-RECLAM
           MOVE RCL-NUMERO TO TAB-RCL-NUMERO(NB-RECLAM)
           MOVE RCL-IDCLI TO TAB-RCL-IDCLI(NB-RECLAM)
           MOVE WS-IDX-CAT TO TAB-RCL-CAT(NB-RECLAM)
           MOVE RCL-AGENCE TO TAB-RCL-AGENCE(NB-RECLAM)
           IF RCL-AGENCE = SPACES
               THEN
               MOVE "01" TO TAB-RCL-AGENCE(NB-RECLAM)
           END-IF
           MOVE RCL-DATE-RECUE TO TAB-RCL-DATE-RECUE(NB-RECLAM)
           MOVE RCL-EMPL TO TAB-RCL-EMPL(NB-RECLAM)
           MOVE RCL-ETAT TO TAB-RCL-ETAT(NB-RECLAM)
           IF RCL-DATE-CLOTURE IS NUMERIC
               THEN
               MOVE RCL-DATE-CLOTURE TO TAB-RCL-DATE-CLOTURE(NB-RECLAM)
           ELSE
               MOVE 0 TO TAB-RCL-DATE-CLOTURE(NB-RECLAM)
           END-IF
           MOVE "N" TO JOU-FONCTION
           MOVE RCL-DATE-RECUE TO JOU-DATE
           CALL "SPJOU01" USING PARAMETRES-JOURS
           MOVE 0 TO TAB-RCL-AGE(NB-RECLAM)
           IF JOU-CODERETOUR = 0 AND JOU-NUMERO < WS-NUM-JOUR
               THEN
               COMPUTE TAB-RCL-AGE(NB-RECLAM)
                   = WS-NUM-JOUR - JOU-NUMERO
           END-IF.

      * Categorie du registre dans la table ; inconnue, elle y est
      * ajoutee avec le delai par defaut.
       LOCALISE-CATEGORIE.
           MOVE 0 TO WS-IDX-CAT
           MOVE 1 TO IDX-CATEGORIE
           PERFORM CHERCHE-CATEGORIE
               UNTIL IDX-CATEGORIE > NB-CATEGORIES OR WS-IDX-CAT > 0
           IF WS-IDX-CAT = 0
               THEN
               IF NB-CATEGORIES < 60
                   THEN
                   ADD 1 TO NB-CATEGORIES
                   MOVE NB-CATEGORIES TO WS-IDX-CAT
                   PERFORM INITIALISE-CATEGORIE
                   MOVE RCL-CATEGORIE TO TAB-CAT-CODE(WS-IDX-CAT)
                   MOVE "(HORS REFERENCE)"
                       TO TAB-CAT-LIBELLE(WS-IDX-CAT)
               ELSE
                   MOVE NB-CATEGORIES TO WS-IDX-CAT
               END-IF
           END-IF.
       CHERCHE-CATEGORIE.
           IF TAB-CAT-CODE(IDX-CATEGORIE) = RCL-CATEGORIE
               THEN
               MOVE IDX-CATEGORIE TO WS-IDX-CAT
           END-IF
           ADD 1 TO IDX-CATEGORIE.

      ******************************************************************
      * Etat hebdomadaire : anciennete des non closes par categorie.
      ******************************************************************
       EDITE-ANCIENNETE.
           MOVE WS-DATE-JOUR TO LTH-DATE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE-HEBDO
           END-WRITE
           PERFORM EDITE-ANC-CATEGORIE
               VARYING IDX-CATEGORIE FROM 1 BY 1
               UNTIL IDX-CATEGORIE > NB-CATEGORIES
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "TOTAL" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE TOT-NON-CLOSES TO LST-NON-CLOSES
           MOVE TOT-HORS-DELAI TO LST-HORS-DELAI
           WRITE ENREG-RAPPORT FROM LIGNE-SOUS-TOTAL
           END-WRITE
           DISPLAY "Reclamations non closes : " TOT-NON-CLOSES
           DISPLAY "Dont hors delai         : " TOT-HORS-DELAI.
       EDITE-ANC-CATEGORIE.
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE TAB-CAT-CODE(IDX-CATEGORIE) TO LCA-CODE
           MOVE TAB-CAT-LIBELLE(IDX-CATEGORIE) TO LCA-LIBELLE
           MOVE TAB-CAT-DELAI(IDX-CATEGORIE) TO LCA-DELAI
           WRITE ENREG-RAPPORT FROM LIGNE-CATEGORIE
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE-HEBDO
           END-WRITE
           PERFORM EDITE-ANC-RECLAM VARYING IDX-RECLAM FROM 1 BY 1
               UNTIL IDX-RECLAM > NB-RECLAM
           MOVE TAB-CAT-NON-CLOSES(IDX-CATEGORIE) TO LST-NON-CLOSES
           MOVE TAB-CAT-HORS-DELAI(IDX-CATEGORIE) TO LST-HORS-DELAI
           WRITE ENREG-RAPPORT FROM LIGNE-SOUS-TOTAL
           END-WRITE.
       EDITE-ANC-RECLAM.
           IF TAB-RCL-CAT(IDX-RECLAM) = IDX-CATEGORIE
               AND TAB-RCL-ETAT(IDX-RECLAM) NOT = "C"
               THEN
               ADD 1 TO TAB-CAT-NON-CLOSES(IDX-CATEGORIE)
               ADD 1 TO TOT-NON-CLOSES
               MOVE TAB-RCL-NUMERO(IDX-RECLAM) TO LR-NUMERO
               MOVE TAB-RCL-IDCLI(IDX-RECLAM) TO LR-IDCLI
               MOVE TAB-RCL-AGENCE(IDX-RECLAM) TO LR-AGENCE
               MOVE TAB-RCL-DATE-RECUE(IDX-RECLAM) TO LR-DATE
               MOVE TAB-RCL-AGE(IDX-RECLAM) TO LR-AGE
               MOVE TAB-RCL-EMPL(IDX-RECLAM) TO LR-EMPL
               MOVE TAB-RCL-ETAT(IDX-RECLAM) TO LR-ETAT
               MOVE SPACES TO LR-DEPASSE
               IF TAB-RCL-AGE(IDX-RECLAM)
                   > TAB-CAT-DELAI(IDX-CATEGORIE)
                   THEN
                   MOVE "HORS DELAI" TO LR-DEPASSE
                   ADD 1 TO TAB-CAT-HORS-DELAI(IDX-CATEGORIE)
                   ADD 1 TO TOT-HORS-DELAI
               END-IF
               WRITE ENREG-RAPPORT FROM LIGNE-RECLAM
               END-WRITE
           END-IF.

      ******************************************************************
      * Etat mensuel : recues, closes et encore ouvertes en fin de
      * mois, par categorie puis par agence.
      ******************************************************************
       EDITE-STATISTIQUE.
           PERFORM CUMUL-MOIS VARYING IDX-RECLAM FROM 1 BY 1
               UNTIL IDX-RECLAM > NB-RECLAM
           MOVE WS-PERIODE TO LTM-PERIODE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE-MOIS
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "CATEGORIE" TO LEM-LIBELLE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE-MOIS
           END-WRITE
           PERFORM EDITE-STAT-CATEGORIE
               VARYING IDX-CATEGORIE FROM 1 BY 1
               UNTIL IDX-CATEGORIE > NB-CATEGORIES
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "AGENCE" TO LEM-LIBELLE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE-MOIS
           END-WRITE
           PERFORM EDITE-STAT-AGENCE
               VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > NB-AGENCES
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "TOTAL" TO LS-CODE
           MOVE TOT-RECUES TO LS-RECUES
           MOVE TOT-CLOSES TO LS-CLOSES
           MOVE TOT-DANS-DELAI TO LS-DANS-DELAI
           MOVE 0 TO WS-MOYENNE
           IF TOT-CLOSES > 0
               THEN
               COMPUTE WS-MOYENNE ROUNDED
                   = TOT-JOURS-CLOTURE / TOT-CLOSES
           END-IF
           MOVE WS-MOYENNE TO LS-MOYENNE
           MOVE TOT-OUVERTES-FIN TO LS-OUVERTES-FIN
           WRITE ENREG-RAPPORT FROM LIGNE-STAT
           END-WRITE
           DISPLAY "Reclamations recues " WS-PERIODE " : " TOT-RECUES
           DISPLAY "Reclamations closes  : " TOT-CLOSES
           DISPLAY "Ouvertes fin de mois : " TOT-OUVERTES-FIN.

      * Une reclamation compte au mois si elle y a ete recue, close,
      * ou si elle etait encore ouverte le dernier jour du mois.
       CUMUL-MOIS.
           MOVE TAB-RCL-CAT(IDX-RECLAM) TO WS-IDX-CAT
           MOVE TAB-RCL-AGENCE(IDX-RECLAM) TO WS-AGENCE
           PERFORM LOCALISE-AGENCE
           IF TAB-RCL-DATE-RECUE(IDX-RECLAM) >= WS-DEBUT-MOIS
               AND TAB-RCL-DATE-RECUE(IDX-RECLAM) <= WS-FIN-MOIS
               THEN
               ADD 1 TO TAB-CAT-RECUES(WS-IDX-CAT)
               ADD 1 TO TAB-AGC-RECUES(WS-IDX-AGENCE)
               ADD 1 TO TOT-RECUES
           END-IF
           IF TAB-RCL-ETAT(IDX-RECLAM) = "C"
               AND TAB-RCL-DATE-CLOTURE(IDX-RECLAM) >= WS-DEBUT-MOIS
               AND TAB-RCL-DATE-CLOTURE(IDX-RECLAM) <= WS-FIN-MOIS
               THEN
               PERFORM CUMUL-CLOTURE
           END-IF
           IF TAB-RCL-DATE-RECUE(IDX-RECLAM) <= WS-FIN-MOIS
               AND (TAB-RCL-ETAT(IDX-RECLAM) NOT = "C"
                   OR TAB-RCL-DATE-CLOTURE(IDX-RECLAM) > WS-FIN-MOIS)
               THEN
               ADD 1 TO TAB-CAT-OUVERTES-FIN(WS-IDX-CAT)
               ADD 1 TO TAB-AGC-OUVERTES-FIN(WS-IDX-AGENCE)
               ADD 1 TO TOT-OUVERTES-FIN
           END-IF.
      * Delai de cloture en jours, rapproche du delai cible.
       CUMUL-CLOTURE.
           MOVE "N" TO JOU-FONCTION
           MOVE TAB-RCL-DATE-RECUE(IDX-RECLAM) TO JOU-DATE
           CALL "SPJOU01" USING PARAMETRES-JOURS
           MOVE JOU-NUMERO TO WS-DELAI-CLOTURE
           MOVE TAB-RCL-DATE-CLOTURE(IDX-RECLAM) TO JOU-DATE
           CALL "SPJOU01" USING PARAMETRES-JOURS
           IF JOU-CODERETOUR = 0 AND JOU-NUMERO >= WS-DELAI-CLOTURE
               THEN
               COMPUTE WS-DELAI-CLOTURE = JOU-NUMERO - WS-DELAI-CLOTURE
           ELSE
               MOVE 0 TO WS-DELAI-CLOTURE
           END-IF
           ADD 1 TO TAB-CAT-CLOSES(WS-IDX-CAT)
           ADD 1 TO TAB-AGC-CLOSES(WS-IDX-AGENCE)
           ADD 1 TO TOT-CLOSES
           ADD WS-DELAI-CLOTURE TO TAB-CAT-JOURS-CLOTURE(WS-IDX-CAT)
           ADD WS-DELAI-CLOTURE TO TAB-AGC-JOURS-CLOTURE(WS-IDX-AGENCE)
           ADD WS-DELAI-CLOTURE TO TOT-JOURS-CLOTURE
           IF WS-DELAI-CLOTURE <= TAB-CAT-DELAI(WS-IDX-CAT)
               THEN
               ADD 1 TO TAB-CAT-DANS-DELAI(WS-IDX-CAT)
               ADD 1 TO TAB-AGC-DANS-DELAI(WS-IDX-AGENCE)
               ADD 1 TO TOT-DANS-DELAI
           END-IF.

       LOCALISE-AGENCE.
           MOVE 0 TO WS-IDX-AGENCE
           MOVE 1 TO IDX-AGENCE
           PERFORM CHERCHE-AGENCE
               UNTIL IDX-AGENCE > NB-AGENCES OR WS-IDX-AGENCE > 0
           IF WS-IDX-AGENCE = 0 AND NB-AGENCES >= 100
               THEN
               MOVE NB-AGENCES TO WS-IDX-AGENCE
           END-IF
           IF WS-IDX-AGENCE = 0
               THEN
               ADD 1 TO NB-AGENCES
               MOVE NB-AGENCES TO WS-IDX-AGENCE
               MOVE WS-AGENCE TO TAB-AGC-CODE(WS-IDX-AGENCE)
               MOVE 0 TO TAB-AGC-RECUES(WS-IDX-AGENCE)
               MOVE 0 TO TAB-AGC-CLOSES(WS-IDX-AGENCE)
               MOVE 0 TO TAB-AGC-DANS-DELAI(WS-IDX-AGENCE)
               MOVE 0 TO TAB-AGC-JOURS-CLOTURE(WS-IDX-AGENCE)
               MOVE 0 TO TAB-AGC-OUVERTES-FIN(WS-IDX-AGENCE)
           END-IF.
       CHERCHE-AGENCE.
           IF TAB-AGC-CODE(IDX-AGENCE) = WS-AGENCE
               THEN
               MOVE IDX-AGENCE TO WS-IDX-AGENCE
           END-IF
           ADD 1 TO IDX-AGENCE.

       EDITE-STAT-CATEGORIE.
           MOVE TAB-CAT-CODE(IDX-CATEGORIE) TO LS-CODE
           MOVE TAB-CAT-RECUES(IDX-CATEGORIE) TO LS-RECUES
           MOVE TAB-CAT-CLOSES(IDX-CATEGORIE) TO LS-CLOSES
           MOVE TAB-CAT-DANS-DELAI(IDX-CATEGORIE) TO LS-DANS-DELAI
           MOVE 0 TO WS-MOYENNE
           IF TAB-CAT-CLOSES(IDX-CATEGORIE) > 0
               THEN
               COMPUTE WS-MOYENNE ROUNDED
                   = TAB-CAT-JOURS-CLOTURE(IDX-CATEGORIE)
                   / TAB-CAT-CLOSES(IDX-CATEGORIE)
           END-IF
           MOVE WS-MOYENNE TO LS-MOYENNE
           MOVE TAB-CAT-OUVERTES-FIN(IDX-CATEGORIE) TO LS-OUVERTES-FIN
           WRITE ENREG-RAPPORT FROM LIGNE-STAT
           END-WRITE.
       EDITE-STAT-AGENCE.
           MOVE SPACES TO LS-CODE
           MOVE TAB-AGC-CODE(IDX-AGENCE) TO LS-CODE
           MOVE TAB-AGC-RECUES(IDX-AGENCE) TO LS-RECUES
           MOVE TAB-AGC-CLOSES(IDX-AGENCE) TO LS-CLOSES
           MOVE TAB-AGC-DANS-DELAI(IDX-AGENCE) TO LS-DANS-DELAI
           MOVE 0 TO WS-MOYENNE
           IF TAB-AGC-CLOSES(IDX-AGENCE) > 0
               THEN
               COMPUTE WS-MOYENNE ROUNDED
                   = TAB-AGC-JOURS-CLOTURE(IDX-AGENCE)
                   / TAB-AGC-CLOSES(IDX-AGENCE)
           END-IF
           MOVE WS-MOYENNE TO LS-MOYENNE
           MOVE TAB-AGC-OUVERTES-FIN(IDX-AGENCE) TO LS-OUVERTES-FIN
           WRITE ENREG-RAPPORT FROM LIGNE-STAT
           END-WRITE.

       FIN.
           IF CPT-IGNOREES > 0
               THEN
               DISPLAY "ATTENTION: " CPT-IGNOREES " ligne(s) du "
                   "registre ignoree(s) (illisibles ou table pleine)."
           END-IF
           DISPLAY "Etat : " WS-RAPPORT-PATH.

       END PROGRAM EXO-RECLAM-RAPPORT.
