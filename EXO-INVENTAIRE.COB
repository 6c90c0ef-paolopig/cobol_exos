      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : inventaire de nuit des fichiers de la chaine et
      * historique de leur croissance. EXO-CLI-CAPACITE surveille la
      * marge des IDCLI du maitre, mais rien ne surveillait le reste :
      * journal, journal d'audit, trace des consultations, generations
      * d'archive, copies .bak, catalogue des generations. Chaque
      * passage compte les enregistrements de chaque fichier de la
      * liste (taille rendue par CBL_CHECK_FILE_EXIST divisee par la
      * longueur d'enregistrement, comme CONVERTIT-SEQUENTIEL dans
      * EXO-CLI-ELARGIT ; lecture complete pour le maitre indexe) et
      * les ajoute, dates, a InventaireHisto.txt. Le rapport de
      * croissance InventaireRapport.txt donne pour chaque fichier le
      * compte du jour, la croissance depuis l'inventaire precedent et
      * depuis la fin du mois precedent, et projette, au rythme du
      * mois, la date a laquelle le fichier atteindra sa limite
      * (INV_LIMITE, defaut 1000000 enregistrements, ou la limite
      * propre du fichier). Un fichier qui retrecit sans raison est
      * signale "troncature possible" et part en alerte dans
      * Alerts.txt. Ce qui est une raison depend du fichier : aucune
      * pour les generations et la trace des consultations (N), le
      * changement de mois pour les fichiers bascules par
      * EXO-ROLLOVER-LOGS (R), une baisse sous INV_SEUIL_BAISSE %
      * (defaut 10) pour le maitre et l'archive, que la purge
      * remanie (P), toujours pour les fichiers consommes ou refaits
      * chaque jour, le catalogue et les .bak (V).
      * La liste integree se complete par InventaireListe.txt (type I
      * indexe ou S sequentiel, regle de baisse, longueur, limite,
      * chemin) ; un chemin deja connu y recoit sa propre longueur, sa
      * regle et sa limite. Les generations de ClientsOUTV4-2 et
      * ClientsArchive viennent du catalogue, les .bak sont pris quand
      * ils existent.
      * Codes retour : 0 = rien a signaler, 4 = troncature possible ou
      * limite a moins de INV_HORIZON jours (defaut 90), 12 = historique
      * impossible a ecrire.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-INVENTAIRE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
           SELECT LISTE-FIC
               ASSIGN TO WS-LISTE-PATH
               FILE STATUS IS LISTE-STATUT.
           SELECT HISTO-FIC
               ASSIGN TO WS-HISTO-PATH
               FILE STATUS IS HISTO-STATUT.
           SELECT MAITRE-FIC
               ASSIGN TO WS-FIC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAI-IDCLI
               FILE STATUS IS MAITRE-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Catalogue des generations (voir EXO-MENAGE-GEN).
       FD  CATALOGUE-FIC.
       01  ENREG-CATALOGUE.
           05 CAT-BASE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 CAT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CAT-CPT PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CAT-STATUT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 CAT-PATH PIC X(60).
      *
      * Liste complementaire : type, regle de baisse, longueur
      * d'enregistrement, limite (0 = INV_LIMITE), chemin.
       FD  LISTE-FIC.
       01  ENREG-LISTE.
           05 LST-TYPE PIC X.
           05 FILLER PIC X.
           05 LST-REGLE PIC X.
           05 FILLER PIC X.
           05 LST-LONG PIC 9(4).
           05 FILLER PIC X.
           05 LST-LIMITE PIC 9(9).
           05 FILLER PIC X.
           05 LST-PATH PIC X(60).
      *
      * Historique : date, chemin, nombre d'enregistrements et etat du
      * comptage (O compte, A absent, L taille hors longueur).
       FD  HISTO-FIC.
       01  ENREG-HISTO.
           05 HIS-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-PATH PIC X(60).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-CPT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-ETAT PIC X.
      *
       FD  MAITRE-FIC.
       01  ENREG-MAITRE.
           05 MAI-IDCLI PIC 9(5).
           05 FILLER PIC X(36).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       FD  ALERTES-FIC.
       01  ENREG-ALERTE.
           05 ALERTE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-PROGRAMME PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-SEVERITE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-MESSAGE PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  CATALOGUE-STATUT PIC XX.
       77  LISTE-STATUT PIC XX.
       77  HISTO-STATUT PIC XX.
       77  MAITRE-STATUT PIC XX.
       77  ALERTES-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-LISTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\InventaireListe.txt".
       77  WS-HISTO-PATH PIC X(60)
           VALUE "C:\Users\Cobol\InventaireHisto.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\InventaireRapport.txt".
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-DEBUT-MOIS PIC 9(8) VALUE 0.
       77  WS-LIMITE-DEFAUT PIC 9(9) VALUE 1000000.
       77  WS-LIMITE-SAISIE PIC X(9) VALUE SPACES.
       77  WS-SEUIL-BAISSE PIC 9(3) VALUE 10.
       77  WS-SEUIL-SAISIE PIC X(3) VALUE SPACES.
       77  WS-HORIZON PIC 9(4) VALUE 90.
       77  WS-HORIZON-SAISIE PIC X(4) VALUE SPACES.
      * Fichiers connus de la chaine : type (I indexe, S sequentiel),
      * regle de baisse (N, R, P, V), longueur d'enregistrement,
      * variable d'environnement qui en surcharge le chemin (les memes
      * que les programmes proprietaires), chemin par defaut.
       01  TABLE-STANDARDS.
           05 FILLER PIC X(30) VALUE "I P 0041 CLI_MASTER_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsMaster.txt".
           05 FILLER PIC X(30) VALUE "S R 0103 CLI_JOURNAL_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsJournal.txt".
           05 FILLER PIC X(30) VALUE "S R 0068 CLI_AUDIT_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsAuditLog.txt".
           05 FILLER PIC X(30) VALUE "S N 0041 CONSULT_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ConsultationsLog.txt".
           05 FILLER PIC X(30) VALUE "S R 0105".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\Alerts.txt".
           05 FILLER PIC X(30) VALUE "S V 0098".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\CatalogueGenerations.txt".
           05 FILLER PIC X(30) VALUE "S V 0055 CLI_TRANS_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsTrans.txt".
           05 FILLER PIC X(30) VALUE "S P 0068 CLI_ARCHIVE_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsArchive.txt".
           05 FILLER PIC X(30) VALUE "S V 0068".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsOUTV4-2.txt".
       01  TABLE-STANDARDS-R REDEFINES TABLE-STANDARDS.
           05 STD-ENTREE OCCURS 9.
               10 STD-TYPE PIC X.
               10 FILLER PIC X.
               10 STD-REGLE PIC X.
               10 FILLER PIC X.
               10 STD-LONG PIC 9(4).
               10 FILLER PIC X.
               10 STD-VARIABLE PIC X(21).
               10 STD-DEFAUT PIC X(56).
       77  IDX-STANDARD PIC 99 VALUE 0.
      * Plan de l'inventaire : un poste par fichier, sans doublon, avec
      * les deux references tirees de l'historique (inventaire
      * precedent, et dernier inventaire avant le mois courant ou, a
      * defaut, premier du mois).
       01  TABLE-PLAN.
           05 PLAN-FICHIER OCCURS 500.
               10 PLAN-TYPE PIC X.
               10 PLAN-REGLE PIC X.
               10 PLAN-LONG PIC 9(4).
               10 PLAN-LIMITE PIC 9(9).
               10 PLAN-PATH PIC X(60).
               10 PLAN-CPT PIC 9(9).
               10 PLAN-ETAT PIC X.
               10 PLAN-PREC-DATE PIC 9(8).
               10 PLAN-PREC-CPT PIC 9(9).
               10 PLAN-REF-DATE PIC 9(8).
               10 PLAN-REF-CPT PIC 9(9).
       77  NB-PLAN PIC 9(3) VALUE 0.
       77  IDX-PLAN PIC 9(3) VALUE 0.
       77  IDX-AUTRE PIC 9(3) VALUE 0.
       77  WS-TROUVE PIC 9 VALUE 0.
       77  WS-CANDIDAT-TYPE PIC X VALUE SPACE.
           88 TYPE-CONNU VALUE "I" "S".
       77  WS-CANDIDAT-REGLE PIC X VALUE SPACE.
           88 REGLE-CONNUE VALUE "N" "R" "P" "V".
       77  WS-CANDIDAT-LONG PIC 9(4) VALUE 0.
       77  WS-CANDIDAT-LIMITE PIC 9(9) VALUE 0.
       77  WS-CANDIDAT-PATH PIC X(60) VALUE SPACES.
       77  WS-ENTREE-PATH PIC X(60) VALUE SPACES.
       77  WS-ENTREE-REGLE PIC X VALUE SPACE.
       77  WS-REMPLACE PIC 9 VALUE 0.
       77  WS-BAK-PATH PIC X(64) VALUE SPACES.
       77  WS-FIC-PATH PIC X(60) VALUE SPACES.
       77  WS-TAILLE PIC 9(12) VALUE 0.
       77  WS-RESTE PIC 9(4) VALUE 0.
      * Renseignements rendus par CBL_CHECK_FILE_EXIST (voir
      * EXO-CLI-ELARGIT).
       01  WS-FICHIER-INFO.
           05 INF-TAILLE PIC X(8) COMP-X.
           05 INF-JOUR PIC X COMP-X.
           05 INF-MOIS PIC X COMP-X.
           05 INF-ANNEE PIC X(2) COMP-X.
           05 INF-HEURE PIC X COMP-X.
           05 INF-MINUTE PIC X COMP-X.
           05 INF-SECONDE PIC X COMP-X.
           05 INF-CENTIEME PIC X COMP-X.
       77  WS-FICHIER-STATUT PIC 9(9) COMP-5 VALUE 0.
      * Croissance et projection du fichier en cours.
       77  WS-CROIS-JOUR PIC S9(9) VALUE 0.
       77  WS-CROIS-MOIS PIC S9(9) VALUE 0.
       77  WS-NB-JOURS PIC 9(4) VALUE 0.
       77  WS-RYTHME PIC 9(9)V9(4) VALUE 0.
       77  WS-JOURS-RESTANTS PIC 9(9) VALUE 0.
       77  WS-BAISSE-PCT PIC 9(3) VALUE 0.
       77  WS-TRONCATURE PIC 9 VALUE 0.
       77  WS-PROJECTION PIC X(30) VALUE SPACES.
       77  WS-JOURS-ECRAN PIC ZZZ9.
       77  CPT-FICHIERS PIC 9(3) VALUE 0.
       77  CPT-ABSENTS PIC 9(3) VALUE 0.
       77  CPT-TRONCATURES PIC 9(3) VALUE 0.
       77  CPT-PROCHES PIC 9(3) VALUE 0.
       77  WS-ALERTE-TEXTE PIC X(60) VALUE SPACES.
       77  WS-ALERTE-SEVERITE PIC X(9) VALUE SPACES.
      * Arithmetique des dates, jour par jour (voir AVANCE-JOUR dans
      * EXO-CLI-SAISIE).
       77  WS-DATE-CALCUL PIC 9(8) VALUE 0.
       01  WS-DATE-DECOUPE.
           05 WS-DD-AAAA PIC 9(4).
           05 WS-DD-MM PIC 99.
           05 WS-DD-JJ PIC 99.
       77  WS-JJ-MAX PIC 99 VALUE 0.
       77  WS-RESTE-4 PIC 9 VALUE 0.
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(39)
              VALUE "INVENTAIRE ET CROISSANCE DES FICHIERS -".
           05 FILLER PIC X VALUE SPACE.
           05 LT-DATE PIC 9(8).
       01  LIGNE-FICHIER.
           05 LF-PATH PIC X(60).
           05 FILLER PIC X VALUE SPACE.
           05 LF-CPT PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 LF-ETAT PIC X(9).
       01  LIGNE-CROISSANCE.
           05 FILLER PIC X(9) VALUE "   JOUR ".
           05 LC-JOUR PIC -(7)9.
           05 FILLER PIC X(7) VALUE "  MOIS ".
           05 LC-MOIS PIC -(7)9.
           05 FILLER PIC X(9) VALUE "  LIMITE ".
           05 LC-LIMITE PIC Z(8)9.
           05 FILLER PIC X VALUE SPACE.
           05 LC-PROJECTION PIC X(30).
       01  LIGNE-SIGNAL.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LSI-TEXTE PIC X(77).
       01  LIGNE-TOTAL.
           05 FILLER PIC X(10) VALUE "FICHIERS :".
           05 LTO-FICHIERS PIC ZZ9.
           05 FILLER PIC X(12) VALUE "  ABSENTS :".
           05 LTO-ABSENTS PIC ZZ9.
           05 FILLER PIC X(16) VALUE "  TRONCATURES :".
           05 LTO-TRONCATURES PIC ZZ9.
           05 FILLER PIC X(20) VALUE "  LIMITE PROCHE :".
           05 LTO-PROCHES PIC ZZ9.
       01  LIGNE-TEXTE PIC X(80).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * INV_LISTE_PATH, INV_HISTO_PATH, INV_RAPPORT_PATH surchargent
      * les chemins ; INV_LIMITE, INV_SEUIL_BAISSE et INV_HORIZON les
      * seuils, sans recompilation.
       INIT.
           ACCEPT WS-LISTE-PATH FROM ENVIRONMENT "INV_LISTE_PATH"
           IF WS-LISTE-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\InventaireListe.txt"
                   TO WS-LISTE-PATH
           END-IF
           ACCEPT WS-HISTO-PATH FROM ENVIRONMENT "INV_HISTO_PATH"
           IF WS-HISTO-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\InventaireHisto.txt"
                   TO WS-HISTO-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT "INV_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\InventaireRapport.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-LIMITE-SAISIE FROM ENVIRONMENT "INV_LIMITE"
           IF WS-LIMITE-SAISIE IS NUMERIC
               THEN
               MOVE WS-LIMITE-SAISIE TO WS-LIMITE-DEFAUT
           END-IF
           ACCEPT WS-SEUIL-SAISIE FROM ENVIRONMENT "INV_SEUIL_BAISSE"
           IF WS-SEUIL-SAISIE IS NUMERIC
               THEN
               MOVE WS-SEUIL-SAISIE TO WS-SEUIL-BAISSE
           END-IF
           ACCEPT WS-HORIZON-SAISIE FROM ENVIRONMENT "INV_HORIZON"
           IF WS-HORIZON-SAISIE IS NUMERIC
               THEN
               MOVE WS-HORIZON-SAISIE TO WS-HORIZON
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO WS-DEBUT-MOIS
           MOVE "01" TO WS-DEBUT-MOIS(7:2)
           PERFORM CHARGE-STANDARD
               VARYING IDX-STANDARD FROM 1 BY 1
               UNTIL IDX-STANDARD > 9
           PERFORM CHARGE-CATALOGUE
           PERFORM CHARGE-LISTE
           PERFORM CHARGE-HISTO.

      ******************************************************************
      * Constitution du plan : fichiers connus, generations du
      * catalogue, liste complementaire, et les .bak de chacun.
      ******************************************************************
       CHARGE-STANDARD.
           MOVE SPACES TO WS-CANDIDAT-PATH
           IF STD-VARIABLE(IDX-STANDARD) NOT = SPACES
               THEN
               ACCEPT WS-CANDIDAT-PATH FROM ENVIRONMENT
                   STD-VARIABLE(IDX-STANDARD)
           END-IF
           IF WS-CANDIDAT-PATH = SPACES
               THEN
               MOVE STD-DEFAUT(IDX-STANDARD) TO WS-CANDIDAT-PATH
           END-IF
           MOVE STD-TYPE(IDX-STANDARD) TO WS-CANDIDAT-TYPE
           MOVE STD-REGLE(IDX-STANDARD) TO WS-CANDIDAT-REGLE
           MOVE STD-LONG(IDX-STANDARD) TO WS-CANDIDAT-LONG
           MOVE 0 TO WS-CANDIDAT-LIMITE
           MOVE 0 TO WS-REMPLACE
           PERFORM AJOUTE-PLAN.

      * Une generation ne bouge plus une fois ecrite : toute baisse
      * est suspecte.
       CHARGE-CATALOGUE.
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               MOVE 0 TO EOF-FIC
               PERFORM CHARGE-CATALOGUE-LECT UNTIL EOF-FIC = 1
               CLOSE CATALOGUE-FIC
           END-IF.
       CHARGE-CATALOGUE-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               AND (CAT-BASE = "ClientsOUTV4-2"
                   OR CAT-BASE = "ClientsArchive")
               THEN
               MOVE CAT-PATH TO WS-CANDIDAT-PATH
               MOVE "S" TO WS-CANDIDAT-TYPE
               MOVE "N" TO WS-CANDIDAT-REGLE
               MOVE 68 TO WS-CANDIDAT-LONG
               MOVE 0 TO WS-CANDIDAT-LIMITE
               MOVE 0 TO WS-REMPLACE
               PERFORM AJOUTE-PLAN
           END-IF.

       CHARGE-LISTE.
           OPEN INPUT LISTE-FIC
           IF LISTE-STATUT = "00"
               THEN
               MOVE 0 TO EOF-FIC
               PERFORM CHARGE-LISTE-LECT UNTIL EOF-FIC = 1
               CLOSE LISTE-FIC
           END-IF.
       CHARGE-LISTE-LECT.
           READ LISTE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND LST-PATH NOT = SPACES
               AND LST-TYPE NOT = "*"
               THEN
               MOVE LST-TYPE TO WS-CANDIDAT-TYPE
               MOVE LST-REGLE TO WS-CANDIDAT-REGLE
               IF TYPE-CONNU AND REGLE-CONNUE
                   AND LST-LONG IS NUMERIC AND LST-LONG > 0
                   AND LST-LIMITE IS NUMERIC
                   THEN
                   MOVE LST-LONG TO WS-CANDIDAT-LONG
                   MOVE LST-LIMITE TO WS-CANDIDAT-LIMITE
                   MOVE LST-PATH TO WS-CANDIDAT-PATH
                   MOVE 1 TO WS-REMPLACE
                   PERFORM AJOUTE-PLAN
               ELSE
                   DISPLAY "ATTENTION: ligne de liste illisible, "
                       "ignoree : " LST-PATH
               END-IF
           END-IF.

      * Un fichier entre au plan avec sa copie .bak quand elle existe ;
      * la copie est refaite a chaque passage, sa baisse n'a pas de
      * sens.
       AJOUTE-PLAN.
           IF WS-CANDIDAT-PATH NOT = SPACES
               THEN
               MOVE WS-CANDIDAT-PATH TO WS-ENTREE-PATH
               MOVE WS-CANDIDAT-REGLE TO WS-ENTREE-REGLE
               PERFORM AJOUTE-ENTREE
               MOVE SPACES TO WS-BAK-PATH
               STRING WS-CANDIDAT-PATH DELIMITED BY SPACE
                   ".bak" DELIMITED BY SIZE
                   INTO WS-BAK-PATH
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-BAK-PATH
                   WS-FICHIER-INFO
                   RETURNING WS-FICHIER-STATUT
               IF WS-FICHIER-STATUT = 0 AND WS-BAK-PATH(61:4) = SPACES
                   THEN
                   MOVE WS-BAK-PATH TO WS-ENTREE-PATH
                   MOVE "V" TO WS-ENTREE-REGLE
                   PERFORM AJOUTE-ENTREE
               END-IF
           END-IF.
       AJOUTE-ENTREE.
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHE-PLAN VARYING IDX-AUTRE FROM 1 BY 1
               UNTIL IDX-AUTRE > NB-PLAN OR WS-TROUVE = 1
           IF WS-TROUVE = 0
               THEN
               IF NB-PLAN < 500
                   THEN
                   ADD 1 TO NB-PLAN
                   MOVE NB-PLAN TO IDX-PLAN
                   MOVE WS-ENTREE-PATH TO PLAN-PATH(IDX-PLAN)
                   PERFORM RENSEIGNE-ENTREE
                   MOVE 0 TO PLAN-CPT(IDX-PLAN)
                   MOVE SPACE TO PLAN-ETAT(IDX-PLAN)
                   MOVE 0 TO PLAN-PREC-DATE(IDX-PLAN)
                   MOVE 0 TO PLAN-PREC-CPT(IDX-PLAN)
                   MOVE 0 TO PLAN-REF-DATE(IDX-PLAN)
                   MOVE 0 TO PLAN-REF-CPT(IDX-PLAN)
               ELSE
                   DISPLAY "ATTENTION: plan complet, fichier ignore : "
                       WS-ENTREE-PATH
               END-IF
           ELSE
               IF WS-REMPLACE = 1
                   THEN
                   PERFORM RENSEIGNE-ENTREE
               END-IF
           END-IF.
       CHERCHE-PLAN.
           IF PLAN-PATH(IDX-AUTRE) = WS-ENTREE-PATH
               THEN
               MOVE 1 TO WS-TROUVE
               MOVE IDX-AUTRE TO IDX-PLAN
           END-IF.
       RENSEIGNE-ENTREE.
           MOVE WS-CANDIDAT-TYPE TO PLAN-TYPE(IDX-PLAN)
           MOVE WS-ENTREE-REGLE TO PLAN-REGLE(IDX-PLAN)
           MOVE WS-CANDIDAT-LONG TO PLAN-LONG(IDX-PLAN)
           MOVE WS-CANDIDAT-LIMITE TO PLAN-LIMITE(IDX-PLAN)
           IF PLAN-LIMITE(IDX-PLAN) = 0
               THEN
               MOVE WS-LIMITE-DEFAUT TO PLAN-LIMITE(IDX-PLAN)
           END-IF.

      ******************************************************************
      * References tirees de l'historique : un passage repete dans la
      * journee ne sert pas de reference a lui-meme.
      ******************************************************************
       CHARGE-HISTO.
           OPEN INPUT HISTO-FIC
           IF HISTO-STATUT = "00"
               THEN
               MOVE 0 TO EOF-FIC
               PERFORM CHARGE-HISTO-LECT UNTIL EOF-FIC = 1
               CLOSE HISTO-FIC
           END-IF.
       CHARGE-HISTO-LECT.
           READ HISTO-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND HIS-DATE IS NUMERIC
               AND HIS-CPT IS NUMERIC AND HIS-DATE < WS-DATE
               AND HIS-ETAT NOT = "A"
               THEN
               MOVE HIS-PATH TO WS-ENTREE-PATH
               MOVE 0 TO WS-TROUVE
               PERFORM CHERCHE-PLAN VARYING IDX-AUTRE FROM 1 BY 1
                   UNTIL IDX-AUTRE > NB-PLAN OR WS-TROUVE = 1
               IF WS-TROUVE = 1
                   THEN
                   PERFORM RANGE-REFERENCES
               END-IF
           END-IF.
       RANGE-REFERENCES.
           IF HIS-DATE >= PLAN-PREC-DATE(IDX-PLAN)
               THEN
               MOVE HIS-DATE TO PLAN-PREC-DATE(IDX-PLAN)
               MOVE HIS-CPT TO PLAN-PREC-CPT(IDX-PLAN)
           END-IF
           EVALUATE TRUE
               WHEN HIS-DATE < WS-DEBUT-MOIS
                   AND (PLAN-REF-DATE(IDX-PLAN) < WS-DEBUT-MOIS
                       OR PLAN-REF-DATE(IDX-PLAN) = 0)
                   AND HIS-DATE >= PLAN-REF-DATE(IDX-PLAN)
                   MOVE HIS-DATE TO PLAN-REF-DATE(IDX-PLAN)
                   MOVE HIS-CPT TO PLAN-REF-CPT(IDX-PLAN)
               WHEN HIS-DATE >= WS-DEBUT-MOIS
                   AND PLAN-REF-DATE(IDX-PLAN) = 0
                   MOVE HIS-DATE TO PLAN-REF-DATE(IDX-PLAN)
                   MOVE HIS-CPT TO PLAN-REF-CPT(IDX-PLAN)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Comptage, historique du jour, rapport.
      ******************************************************************
       TRAIT.
           PERFORM COMPTE-FICHIER
               VARYING IDX-PLAN FROM 1 BY 1 UNTIL IDX-PLAN > NB-PLAN
           PERFORM ECRIT-HISTO
           OPEN OUTPUT RAPPORT-FIC
           MOVE WS-DATE TO LT-DATE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           MOVE SPACES TO LIGNE-TEXTE
           WRITE ENREG-RAPPORT FROM LIGNE-TEXTE
           END-WRITE
           PERFORM EDITE-FICHIER
               VARYING IDX-PLAN FROM 1 BY 1 UNTIL IDX-PLAN > NB-PLAN
           MOVE SPACES TO LIGNE-TEXTE
           WRITE ENREG-RAPPORT FROM LIGNE-TEXTE
           END-WRITE
           MOVE CPT-FICHIERS TO LTO-FICHIERS
           MOVE CPT-ABSENTS TO LTO-ABSENTS
           MOVE CPT-TRONCATURES TO LTO-TRONCATURES
           MOVE CPT-PROCHES TO LTO-PROCHES
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           CLOSE RAPPORT-FIC.

      * Sequentiel : taille sur longueur ; une taille qui n'en est pas
      * un multiple est comptee par defaut et marquee L. Indexe :
      * lecture complete.
       COMPTE-FICHIER.
           ADD 1 TO CPT-FICHIERS
           MOVE PLAN-PATH(IDX-PLAN) TO WS-FIC-PATH
           MOVE 0 TO PLAN-CPT(IDX-PLAN)
           MOVE "O" TO PLAN-ETAT(IDX-PLAN)
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FIC-PATH
               WS-FICHIER-INFO
               RETURNING WS-FICHIER-STATUT
           IF WS-FICHIER-STATUT NOT = 0
               THEN
               MOVE "A" TO PLAN-ETAT(IDX-PLAN)
               ADD 1 TO CPT-ABSENTS
           ELSE
               IF PLAN-TYPE(IDX-PLAN) = "I"
                   THEN
                   PERFORM COMPTE-INDEXE
               ELSE
                   MOVE INF-TAILLE TO WS-TAILLE
                   DIVIDE WS-TAILLE BY PLAN-LONG(IDX-PLAN)
                       GIVING PLAN-CPT(IDX-PLAN)
                       REMAINDER WS-RESTE
                   IF WS-RESTE NOT = 0
                       THEN
                       MOVE "L" TO PLAN-ETAT(IDX-PLAN)
                   END-IF
               END-IF
           END-IF.
       COMPTE-INDEXE.
           OPEN INPUT MAITRE-FIC
           IF MAITRE-STATUT = "00"
               THEN
               MOVE 0 TO EOF-FIC
               PERFORM COMPTE-INDEXE-LECT UNTIL EOF-FIC = 1
               CLOSE MAITRE-FIC
           ELSE
               MOVE "A" TO PLAN-ETAT(IDX-PLAN)
               ADD 1 TO CPT-ABSENTS
           END-IF.
       COMPTE-INDEXE-LECT.
           READ MAITRE-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO PLAN-CPT(IDX-PLAN)
           END-IF.

       ECRIT-HISTO.
           OPEN EXTEND HISTO-FIC
           IF HISTO-STATUT NOT = "00"
               THEN
               OPEN OUTPUT HISTO-FIC
           END-IF
           IF HISTO-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: historique impossible a ecrire ("
                   HISTO-STATUT ") : " WS-HISTO-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ECRIT-HISTO-LIGNE
               VARYING IDX-PLAN FROM 1 BY 1 UNTIL IDX-PLAN > NB-PLAN
           CLOSE HISTO-FIC.
       ECRIT-HISTO-LIGNE.
           MOVE SPACES TO ENREG-HISTO
           MOVE WS-DATE TO HIS-DATE
           MOVE PLAN-PATH(IDX-PLAN) TO HIS-PATH
           MOVE PLAN-CPT(IDX-PLAN) TO HIS-CPT
           MOVE PLAN-ETAT(IDX-PLAN) TO HIS-ETAT
           WRITE ENREG-HISTO
           END-WRITE.

       EDITE-FICHIER.
           MOVE PLAN-PATH(IDX-PLAN) TO LF-PATH
           MOVE PLAN-CPT(IDX-PLAN) TO LF-CPT
           EVALUATE PLAN-ETAT(IDX-PLAN)
               WHEN "A"
                   MOVE "ABSENT" TO LF-ETAT
               WHEN "L"
                   MOVE "LONGUEUR" TO LF-ETAT
               WHEN OTHER
                   MOVE SPACES TO LF-ETAT
           END-EVALUATE
           WRITE ENREG-RAPPORT FROM LIGNE-FICHIER
           END-WRITE
           IF PLAN-ETAT(IDX-PLAN) NOT = "A"
               THEN
               PERFORM CALCULE-CROISSANCE
               MOVE WS-CROIS-JOUR TO LC-JOUR
               MOVE WS-CROIS-MOIS TO LC-MOIS
               MOVE PLAN-LIMITE(IDX-PLAN) TO LC-LIMITE
               MOVE WS-PROJECTION TO LC-PROJECTION
               WRITE ENREG-RAPPORT FROM LIGNE-CROISSANCE
               END-WRITE
               IF WS-TRONCATURE = 1
                   THEN
                   MOVE SPACES TO LSI-TEXTE
                   STRING "*** TRONCATURE POSSIBLE : "
                           DELIMITED BY SIZE
                       PLAN-PREC-CPT(IDX-PLAN) DELIMITED BY SIZE
                       " ENREGISTREMENTS LE " DELIMITED BY SIZE
                       PLAN-PREC-DATE(IDX-PLAN) DELIMITED BY SIZE
                       INTO LSI-TEXTE
                   END-STRING
                   WRITE ENREG-RAPPORT FROM LIGNE-SIGNAL
                   END-WRITE
               END-IF
           END-IF.

      * Croissance depuis les deux references, baisse jugee selon la
      * regle du fichier, et projection au rythme journalier moyen
      * depuis la reference mensuelle.
       CALCULE-CROISSANCE.
           MOVE 0 TO WS-CROIS-JOUR
           MOVE 0 TO WS-CROIS-MOIS
           MOVE 0 TO WS-TRONCATURE
           IF PLAN-PREC-DATE(IDX-PLAN) NOT = 0
               THEN
               COMPUTE WS-CROIS-JOUR = PLAN-CPT(IDX-PLAN)
                   - PLAN-PREC-CPT(IDX-PLAN)
           END-IF
           IF PLAN-REF-DATE(IDX-PLAN) NOT = 0
               THEN
               COMPUTE WS-CROIS-MOIS = PLAN-CPT(IDX-PLAN)
                   - PLAN-REF-CPT(IDX-PLAN)
           END-IF
           IF WS-CROIS-JOUR < 0
               THEN
               PERFORM JUGE-BAISSE
           END-IF
           PERFORM PROJETTE-LIMITE.

       JUGE-BAISSE.
           EVALUATE PLAN-REGLE(IDX-PLAN)
               WHEN "N"
                   MOVE 1 TO WS-TRONCATURE
               WHEN "R"
                   IF PLAN-PREC-DATE(IDX-PLAN) >= WS-DEBUT-MOIS
                       THEN
                       MOVE 1 TO WS-TRONCATURE
                   END-IF
               WHEN "P"
                   COMPUTE WS-BAISSE-PCT =
                       (PLAN-PREC-CPT(IDX-PLAN) - PLAN-CPT(IDX-PLAN))
                       * 100 / PLAN-PREC-CPT(IDX-PLAN)
                   IF WS-BAISSE-PCT >= WS-SEUIL-BAISSE
                       THEN
                       MOVE 1 TO WS-TRONCATURE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-TRONCATURE = 1
               THEN
               ADD 1 TO CPT-TRONCATURES
               MOVE SPACES TO WS-ALERTE-TEXTE
               STRING "troncature possible " DELIMITED BY SIZE
                   PLAN-PATH(IDX-PLAN) DELIMITED BY SPACE
                   INTO WS-ALERTE-TEXTE
               END-STRING
               MOVE "ERREUR" TO WS-ALERTE-SEVERITE
               PERFORM ECRIT-ALERTE
           END-IF.

       PROJETTE-LIMITE.
           MOVE SPACES TO WS-PROJECTION
           EVALUATE TRUE
               WHEN PLAN-CPT(IDX-PLAN) >= PLAN-LIMITE(IDX-PLAN)
                   MOVE "LIMITE ATTEINTE" TO WS-PROJECTION
                   PERFORM SIGNALE-LIMITE
               WHEN PLAN-REF-DATE(IDX-PLAN) = 0
                   MOVE "PREMIER INVENTAIRE" TO WS-PROJECTION
               WHEN WS-CROIS-MOIS NOT > 0
                   MOVE "PAS DE CROISSANCE" TO WS-PROJECTION
               WHEN OTHER
                   MOVE PLAN-REF-DATE(IDX-PLAN) TO WS-DATE-CALCUL
                   MOVE 0 TO WS-NB-JOURS
                   PERFORM COMPTE-JOUR
                       UNTIL WS-DATE-CALCUL >= WS-DATE
                       OR WS-NB-JOURS = 9999
                   COMPUTE WS-RYTHME = WS-CROIS-MOIS / WS-NB-JOURS
                   MOVE 9999 TO WS-JOURS-RESTANTS
                   IF WS-RYTHME > 0
                       THEN
                       COMPUTE WS-JOURS-RESTANTS ROUNDED =
                           (PLAN-LIMITE(IDX-PLAN) - PLAN-CPT(IDX-PLAN))
                           / WS-RYTHME
                           ON SIZE ERROR MOVE 9999 TO WS-JOURS-RESTANTS
                       END-COMPUTE
                   END-IF
                   IF WS-JOURS-RESTANTS > 3650
                       THEN
                       MOVE "AU-DELA DE 10 ANS" TO WS-PROJECTION
                   ELSE
                       MOVE WS-DATE TO WS-DATE-CALCUL
                       MOVE WS-JOURS-RESTANTS TO WS-NB-JOURS
                       PERFORM AVANCE-JOUR WS-NB-JOURS TIMES
                       MOVE WS-JOURS-RESTANTS TO WS-JOURS-ECRAN
                       STRING "ATTEINTE LE " DELIMITED BY SIZE
                           WS-DATE-CALCUL DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           WS-JOURS-ECRAN DELIMITED BY SIZE
                           " J)" DELIMITED BY SIZE
                           INTO WS-PROJECTION
                       END-STRING
                       IF WS-JOURS-RESTANTS <= WS-HORIZON
                           THEN
                           PERFORM SIGNALE-LIMITE
                       END-IF
                   END-IF
           END-EVALUATE.
       COMPTE-JOUR.
           PERFORM AVANCE-JOUR
           ADD 1 TO WS-NB-JOURS.
       SIGNALE-LIMITE.
           ADD 1 TO CPT-PROCHES
           MOVE SPACES TO WS-ALERTE-TEXTE
           STRING "limite proche " DELIMITED BY SIZE
               PLAN-PATH(IDX-PLAN) DELIMITED BY SPACE
               INTO WS-ALERTE-TEXTE
           END-STRING
           MOVE "ATTENTION" TO WS-ALERTE-SEVERITE
           PERFORM ECRIT-ALERTE.

       ECRIT-ALERTE.
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT NOT = "00"
               THEN
               OPEN OUTPUT ALERTES-FIC
           END-IF
           IF ALERTES-STATUT = "00"
               THEN
               MOVE SPACES TO ENREG-ALERTE
               MOVE WS-DATE TO ALERTE-DATE
               MOVE WS-TIME TO ALERTE-TIME
               MOVE "EXO-INVENTAIRE" TO ALERTE-PROGRAMME
               MOVE WS-ALERTE-SEVERITE TO ALERTE-SEVERITE
               MOVE WS-ALERTE-TEXTE TO ALERTE-MESSAGE
               WRITE ENREG-ALERTE
               END-WRITE
               CLOSE ALERTES-FIC
           END-IF.

      * Lendemain de WS-DATE-CALCUL.
       AVANCE-JOUR.
           MOVE WS-DATE-CALCUL TO WS-DATE-DECOUPE
           PERFORM CALCUL-JJ-MAX
           IF WS-DD-JJ < WS-JJ-MAX
               THEN
               ADD 1 TO WS-DD-JJ
           ELSE
               MOVE 1 TO WS-DD-JJ
               IF WS-DD-MM < 12
                   THEN
                   ADD 1 TO WS-DD-MM
               ELSE
                   MOVE 1 TO WS-DD-MM
                   ADD 1 TO WS-DD-AAAA
               END-IF
           END-IF
           MOVE WS-DATE-DECOUPE TO WS-DATE-CALCUL.
       CALCUL-JJ-MAX.
           EVALUATE WS-DD-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-JJ-MAX
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-JJ-MAX
               WHEN OTHER
                   DIVIDE WS-DD-AAAA BY 4 GIVING WS-RESTE-4
                       REMAINDER WS-RESTE-4
                   IF WS-RESTE-4 = 0
                       THEN
                       MOVE 29 TO WS-JJ-MAX
                   ELSE
                       MOVE 28 TO WS-JJ-MAX
                   END-IF
           END-EVALUATE.

       FIN.
           DISPLAY "Fichiers inventories : " CPT-FICHIERS
               " (absents : " CPT-ABSENTS ")"
           DISPLAY "Rapport de croissance : " WS-RAPPORT-PATH
           IF CPT-TRONCATURES > 0 OR CPT-PROCHES > 0
               THEN
               DISPLAY "ATTENTION: " CPT-TRONCATURES " troncature(s) "
                   "possible(s), " CPT-PROCHES " limite(s) proche(s)"
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-INVENTAIRE.
