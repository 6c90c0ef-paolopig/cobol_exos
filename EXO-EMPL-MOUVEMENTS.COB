      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : rapport mensuel des mouvements du personnel.
      * EXO-EMPL-RAPPORT donne l'etat du personnel au jour, avec
      * l'anciennete ; le service du personnel veut aussi savoir ce
      * qui a change dans le mois. Pour chaque SERVICE-EMPL : effectif
      * d'ouverture, entrees, sorties, mutations recues (+) et cedees
      * (-) d'un service a l'autre, effectif de cloture, et preuve de
      * la cloture par le fichier employes trie (BubblesortTrie.txt,
      * resolu au catalogue comme dans EXO-EMPL-RAPPORT). Suit le taux
      * de rotation par service depuis le 1er janvier (sorties de
      * l'annee / effectif moyen entre l'ouverture de janvier et la
      * cloture du mois).
      * Les mouvements viennent d'EmployesMouvements.txt, ecrit par
      * EXO-EMPL-MAINT a chaque entree, sortie ou mutation appliquee
      * (le journal d'audit EmployesAuditLog.txt ne porte pas le
      * service) ; les entrees et sorties du mois sont rapprochees des
      * transactions A et D appliquees du journal d'audit.
      * L'effectif d'ouverture est la cloture du mois precedent
      * archivee dans EffectifsHisto.txt ; sans archive, il est
      * reconstitue en retranchant les mouvements du mois de
      * l'effectif de fin de mois (marque "*"). L'effectif de fin de
      * mois est celui du fichier trie, diminue des mouvements
      * enregistres apres le mois edite. La cloture d'un mois
      * termine est archivee pour servir d'ouverture au mois suivant.
      * MVT_PERIODE (AAAAMM, defaut : mois du jour) choisit le mois.
      * Codes retour : 0 = cloture prouvee, 4 = ecart entre la cloture
      * et le fichier trie ou avec le journal d'audit, 12 = fichier
      * employes introuvable ou mois invalide.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-EMPL-MOUVEMENTS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPL-FIC
               ASSIGN TO WS-EMPL-FIC-PATH
               FILE STATUS IS EMPL-FIC-STATUT.
           SELECT MOUVEMENTS-FIC
               ASSIGN TO WS-MOUVEMENTS-PATH
               FILE STATUS IS MOUVEMENTS-STATUT.
           SELECT AUDIT-FIC
               ASSIGN TO WS-AUDIT-PATH
               FILE STATUS IS AUDIT-STATUT.
           SELECT EFFECTIFS-FIC
               ASSIGN TO WS-EFFECTIFS-PATH
               FILE STATUS IS EFFECTIFS-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que le fichier trie par BUBBLESORT-V3.
       FD  EMPL-FIC.
       01  ENREG-EMPL.
           05 ID-EMPL PIC 9(2).
           05 NOM-EMPL PIC X(10).
           05 DATE-EMB-EMPL PIC 9(8).
           05 SERVICE-EMPL PIC X(3).
      *
      * Meme dessin que ENREG-MOUVEMENT dans EXO-EMPL-MAINT.
       FD  MOUVEMENTS-FIC.
       01  ENREG-MOUVEMENT.
           05 MVT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 MVT-TIME PIC 9(8).
           05 FILLER PIC X.
           05 MVT-TYPE PIC X.
               88 MVT-ENTREE VALUE "E".
               88 MVT-SORTIE VALUE "S".
               88 MVT-MUTATION VALUE "M".
           05 FILLER PIC X.
           05 MVT-ID PIC 9(2).
           05 FILLER PIC X.
           05 MVT-SRV-AVANT PIC X(3).
           05 FILLER PIC X.
           05 MVT-SRV-APRES PIC X(3).
           05 FILLER PIC X.
           05 MVT-OPERATEUR PIC X(4).
      *
      * Meme dessin que ENREG-AUDIT dans EXO-EMPL-MAINT.
       FD  AUDIT-FIC.
       01  ENREG-AUDIT.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X.
           05 AUD-TIME PIC 9(8).
           05 FILLER PIC X.
           05 AUD-PROGRAMME PIC X(14).
           05 FILLER PIC X.
           05 AUD-CODE PIC X.
           05 FILLER PIC X.
           05 AUD-ID PIC 9(2).
           05 FILLER PIC X.
           05 AUD-STATUT PIC X(8).
           05 FILLER PIC X.
           05 AUD-OPERATEUR PIC X(4).
      *
      * Effectifs de cloture archives : un enregistrement par mois
      * termine et par service.
       FD  EFFECTIFS-FIC.
       01  ENREG-EFFECTIF.
           05 EFF-PERIODE PIC 9(6).
           05 FILLER PIC X.
           05 EFF-SERVICE PIC X(3).
           05 FILLER PIC X.
           05 EFF-CPT PIC 9(5).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
      * Catalogue des generations (voir ECRIT-CATALOGUE dans
      * BUBBLESORT-V3).
       FD  CATALOGUE-FIC.
       01  ENREG-CATALOGUE.
           05 CAT-BASE PIC X(20).
           05 FILLER PIC X.
           05 CAT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CAT-CPT PIC 9(5).
           05 FILLER PIC X.
           05 CAT-STATUT PIC X.
           05 FILLER PIC X.
           05 CAT-PATH PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  EMPL-FIC-STATUT PIC XX.
       77  MOUVEMENTS-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  EFFECTIFS-STATUT PIC XX.
       77  CATALOGUE-STATUT PIC XX.
       77  EOF-EMPL PIC 9 VALUE 0.
       77  EOF-MOUVEMENTS PIC 9 VALUE 0.
       77  EOF-AUDIT PIC 9 VALUE 0.
       77  EOF-EFFECTIFS PIC 9 VALUE 0.
       77  EOF-CATALOGUE PIC 9 VALUE 0.
       77  WS-CAT-DATE-RETENUE PIC 9(8) VALUE 0.
       77  WS-CAT-PATH-RETENU PIC X(60) VALUE SPACES.
       77  WS-DATE PIC 9(8).
       77  WS-PERIODE PIC 9(6) VALUE 0.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77  WS-PERIODE-PREC PIC 9(6) VALUE 0.
       77  WS-PERIODE-JOUR PIC 9(6) VALUE 0.
       77  WS-PERIODE-MVT PIC 9(6) VALUE 0.
       77  WS-ANNEE PIC 9(4) VALUE 0.
       77  WS-MOIS PIC 99 VALUE 0.
       77  WS-SERVICE PIC X(3) VALUE SPACES.
       77  WS-MVT-SIGNE PIC S9 VALUE 0.
       77  WS-AUDIT-PRESENT PIC 9 VALUE 0.
       77  WS-ARCHIVE-PREC PIC 9 VALUE 0.
       77  WS-NET PIC S9(5) VALUE 0.
       77  WS-NET-AN PIC S9(5) VALUE 0.
       77  WS-OUV-AN PIC S9(5) VALUE 0.
       77  WS-MOYEN PIC S9(5)V9 VALUE 0.
       77  WS-ROTATION PIC 9(3)V9 VALUE 0.
       77  WS-SORTIES-ROT PIC 9(5) VALUE 0.
       77  CPT-EMPLOYES PIC 9(5) VALUE 0.
       77  CPT-MOUVEMENTS PIC 9(5) VALUE 0.
       77  CPT-AUD-ENTREES PIC 9(5) VALUE 0.
       77  CPT-AUD-SORTIES PIC 9(5) VALUE 0.
       77  CPT-ECARTS PIC 9(3) VALUE 0.
       77  CPT-RECONSTITUES PIC 9(3) VALUE 0.
       77  WS-EMPL-FIC-PATH PIC X(60)
           VALUE "C:\Users\Cobol\BubblesortTrie.txt".
       77  WS-MOUVEMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\EmployesMouvements.txt".
       77  WS-AUDIT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\EmployesAuditLog.txt".
       77  WS-EFFECTIFS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\EffectifsHisto.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\EmployesMouvementsRapport.txt".
      * Cumuls par code service, dans l'ordre de premiere rencontre
      * (fichier trie, puis mouvements). FIC : effectif du fichier
      * trie ; APRES : effet net des mouvements posterieurs au mois ;
      * FIN : effectif en fin de mois ; les compteurs -AN courent du
      * 1er janvier a la fin du mois edite.
       01  TABLE-SERVICES.
           05 ELEM-SERVICE OCCURS 50.
               10 SRV-CODE PIC X(3).
               10 SRV-FIC PIC S9(5).
               10 SRV-APRES PIC S9(5).
               10 SRV-FIN PIC S9(5).
               10 SRV-OUV PIC S9(5).
               10 SRV-OUV-SOURCE PIC X.
               10 SRV-CLO PIC S9(5).
               10 SRV-ENT PIC 9(5).
               10 SRV-SOR PIC 9(5).
               10 SRV-MIN PIC 9(5).
               10 SRV-MOUT PIC 9(5).
               10 SRV-ENT-AN PIC 9(5).
               10 SRV-SOR-AN PIC 9(5).
               10 SRV-MIN-AN PIC 9(5).
               10 SRV-MOUT-AN PIC 9(5).
       77  NB-SERVICES PIC 99 COMP VALUE 0.
       77  IDX-SERVICE PIC 99 COMP VALUE 0.
       77  IDX-TROUVE PIC 99 COMP VALUE 0.
      * Totaux de tous les services.
       01  TOTAUX.
           05 TOT-FIC PIC S9(5) VALUE 0.
           05 TOT-FIN PIC S9(5) VALUE 0.
           05 TOT-OUV PIC S9(5) VALUE 0.
           05 TOT-CLO PIC S9(5) VALUE 0.
           05 TOT-ENT PIC 9(5) VALUE 0.
           05 TOT-SOR PIC 9(5) VALUE 0.
           05 TOT-MIN PIC 9(5) VALUE 0.
           05 TOT-MOUT PIC 9(5) VALUE 0.
           05 TOT-SOR-AN PIC 9(5) VALUE 0.
           05 TOT-OUV-AN PIC S9(5) VALUE 0.
      * Effectifs archives, charges en table puis reecrits avec la
      * cloture du mois edite.
       01  TABLE-EFFECTIFS.
           05 ELEM-EFFECTIF OCCURS 1000.
               10 TAB-EFF-PERIODE PIC 9(6).
               10 TAB-EFF-SERVICE PIC X(3).
               10 TAB-EFF-CPT PIC 9(5).
       77  NB-EFFECTIFS PIC 9(4) COMP VALUE 0.
       77  IDX-EFFECTIF PIC 9(4) COMP VALUE 0.
       77  NB-EFF-GARDES PIC 9(4) COMP VALUE 0.
       77  WS-EFF-DEBORDE PIC 9 VALUE 0.
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(31) VALUE "MOUVEMENTS DU PERSONNEL - MOIS ".
           05 LT-PERIODE PIC 9(6).
           05 FILLER PIC X(12) VALUE " - EDITE LE ".
           05 LT-DATE PIC 9(8).
           05 FILLER PIC X(23) VALUE SPACES.
       01  LIGNE-ENTETE.
           05 FILLER PIC X(30) VALUE "SRV    OUVERT  ENTREES SORTIES".
           05 FILLER PIC X(38)
               VALUE "   MUT.+   MUT.- CLOTURE FICHIER  ETAT".
           05 FILLER PIC X(12) VALUE SPACES.
       01  LIGNE-SERVICE.
           05 LS-SERVICE PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 LS-OUV PIC -(6)9.
           05 LS-OUV-SOURCE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LS-ENT PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 LS-SOR PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 LS-MIN PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 LS-MOUT PIC Z(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 LS-CLO PIC -(6)9.
           05 FILLER PIC X VALUE SPACE.
           05 LS-FIN PIC -(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-ETAT PIC X(5).
           05 FILLER PIC X(11) VALUE SPACES.
       01  LIGNE-RENVOI.
           05 FILLER PIC X(44)
               VALUE "* OUVERTURE RECONSTITUEE, AUCUNE ARCHIVE DU ".
           05 FILLER PIC X(5) VALUE "MOIS ".
           05 LR-PERIODE PIC 9(6).
           05 FILLER PIC X(25) VALUE SPACES.
       01  LIGNE-AUDIT.
           05 FILLER PIC X(28)
               VALUE "JOURNAL D'AUDIT : ENTREES A ".
           05 LA-ENT PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE ", SORTIES D".
           05 LA-SOR PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE " - ".
           05 LA-VERDICT PIC X(28).
       01  LIGNE-TITRE-ROTATION.
           05 FILLER PIC X(31)
               VALUE "ROTATION DEPUIS LE 1ER JANVIER ".
           05 LTR-ANNEE PIC 9(4).
           05 FILLER PIC X(27)
               VALUE " (SORTIES / EFFECTIF MOYEN)".
           05 FILLER PIC X(18) VALUE SPACES.
       01  LIGNE-ROTATION.
           05 LRO-SERVICE PIC X(5).
           05 FILLER PIC X(10) VALUE "  SORTIES ".
           05 LRO-SOR PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE "  EFFECTIF MOYEN ".
           05 LRO-MOYEN PIC -ZZZ9.9.
           05 FILLER PIC X(11) VALUE "  ROTATION ".
           05 LRO-ROTATION PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE " %".
           05 FILLER PIC X(18) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges a
      * l'execution via ROSTER_IN_PATH (fichier trie, meme nom que
      * dans EXO-EMPL-RAPPORT), EMPL_MOUVEMENTS_PATH et
      * EMPL_AUDIT_PATH (memes noms que dans EXO-EMPL-MAINT),
      * EMPL_EFFECTIFS_PATH et MVT_RAPPORT_PATH, sans recompilation.
       INIT.
           ACCEPT WS-EMPL-FIC-PATH FROM ENVIRONMENT "ROSTER_IN_PATH"
           IF WS-EMPL-FIC-PATH = SPACES
               MOVE "C:\Users\Cobol\BubblesortTrie.txt"
                   TO WS-EMPL-FIC-PATH
               PERFORM RESOLVE-CATALOGUE-TRIE
           END-IF
           ACCEPT WS-MOUVEMENTS-PATH FROM ENVIRONMENT
               "EMPL_MOUVEMENTS_PATH"
           IF WS-MOUVEMENTS-PATH = SPACES
               MOVE "C:\Users\Cobol\EmployesMouvements.txt"
                   TO WS-MOUVEMENTS-PATH
           END-IF
           ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "EMPL_AUDIT_PATH"
           IF WS-AUDIT-PATH = SPACES
               MOVE "C:\Users\Cobol\EmployesAuditLog.txt"
                   TO WS-AUDIT-PATH
           END-IF
           ACCEPT WS-EFFECTIFS-PATH FROM ENVIRONMENT
               "EMPL_EFFECTIFS_PATH"
           IF WS-EFFECTIFS-PATH = SPACES
               MOVE "C:\Users\Cobol\EffectifsHisto.txt"
                   TO WS-EFFECTIFS-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT "MVT_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\EmployesMouvementsRapport.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           PERFORM CHOIX-PERIODE
           PERFORM CHARGE-EMPLOYES
           PERFORM CHARGE-MOUVEMENTS
           PERFORM COMPTE-AUDIT
           PERFORM CHARGE-EFFECTIFS.

      * Mois edite : MVT_PERIODE, ou le mois du jour. Un mois mal
      * forme ou a venir n'a rien a montrer.
       CHOIX-PERIODE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(1:6) TO WS-PERIODE-JOUR
           MOVE WS-PERIODE-JOUR TO WS-PERIODE
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT "MVT_PERIODE"
           IF WS-PERIODE-SAISIE NOT = SPACES
               THEN
               IF WS-PERIODE-SAISIE IS NUMERIC
                   THEN
                   MOVE WS-PERIODE-SAISIE TO WS-PERIODE
               ELSE
                   MOVE 0 TO WS-PERIODE
               END-IF
           END-IF
           MOVE WS-PERIODE(1:4) TO WS-ANNEE
           MOVE WS-PERIODE(5:2) TO WS-MOIS
           IF WS-MOIS < 1 OR WS-MOIS > 12 OR WS-ANNEE < 1900
               THEN
               DISPLAY "ERREUR: mois invalide (AAAAMM) : "
                   WS-PERIODE-SAISIE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIODE > WS-PERIODE-JOUR
               THEN
               DISPLAY "ERREUR: mois " WS-PERIODE " a venir - rien a "
                   "editer."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MOIS = 1
               THEN
               COMPUTE WS-PERIODE-PREC = (WS-ANNEE - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODE-PREC = WS-PERIODE - 1
           END-IF.

      * Resolution du fichier trie au catalogue, comme
      * RESOLVE-CATALOGUE-TRIE dans EXO-EMPL-RAPPORT.
       RESOLVE-CATALOGUE-TRIE.
           MOVE 0 TO EOF-CATALOGUE
           MOVE 0 TO WS-CAT-DATE-RETENUE
           MOVE SPACES TO WS-CAT-PATH-RETENU
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               PERFORM RESOLVE-CATALOGUE-LECT UNTIL EOF-CATALOGUE = 1
               CLOSE CATALOGUE-FIC
           END-IF
           IF WS-CAT-PATH-RETENU NOT = SPACES
               THEN
               MOVE WS-CAT-PATH-RETENU TO WS-EMPL-FIC-PATH
           END-IF.
       RESOLVE-CATALOGUE-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-CATALOGUE
           END-READ
           IF EOF-CATALOGUE = 0
               AND CAT-BASE = "BubblesortTrie"
               AND CAT-STATUT = "G"
               AND CAT-DATE IS NUMERIC
               AND CAT-DATE >= WS-CAT-DATE-RETENUE
               THEN
               MOVE CAT-DATE TO WS-CAT-DATE-RETENUE
               MOVE CAT-PATH TO WS-CAT-PATH-RETENU
           END-IF.

      * Effectif du jour par service, au fichier trie.
       CHARGE-EMPLOYES.
           MOVE 0 TO EOF-EMPL
           OPEN INPUT EMPL-FIC
           IF EMPL-FIC-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier trie introuvable ("
                   EMPL-FIC-STATUT ") : " WS-EMPL-FIC-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-EMPLOYES-LECT UNTIL EOF-EMPL = 1
           CLOSE EMPL-FIC.
       CHARGE-EMPLOYES-LECT.
           READ EMPL-FIC
               AT END MOVE 1 TO EOF-EMPL
           END-READ
           IF EOF-EMPL = 0 AND ID-EMPL IS NUMERIC AND ID-EMPL > 0
               THEN
               ADD 1 TO CPT-EMPLOYES
               MOVE SERVICE-EMPL TO WS-SERVICE
               PERFORM CHERCHE-SERVICE
               ADD 1 TO SRV-FIC(IDX-TROUVE)
           END-IF.

      * Mouvements : apres le mois edite, ils remontent l'effectif du
      * jour a la fin du mois ; dans le mois, ils font les colonnes
      * du rapport ; de janvier a la fin du mois, la rotation.
       CHARGE-MOUVEMENTS.
           MOVE 0 TO EOF-MOUVEMENTS
           OPEN INPUT MOUVEMENTS-FIC
           IF MOUVEMENTS-STATUT = "00"
               THEN
               PERFORM CHARGE-MOUVEMENTS-LECT
                   UNTIL EOF-MOUVEMENTS = 1
               CLOSE MOUVEMENTS-FIC
           ELSE
               DISPLAY "ATTENTION: aucun mouvement enregistre ("
                   MOUVEMENTS-STATUT ") : " WS-MOUVEMENTS-PATH
           END-IF.
       CHARGE-MOUVEMENTS-LECT.
           READ MOUVEMENTS-FIC
               AT END MOVE 1 TO EOF-MOUVEMENTS
           END-READ
           IF EOF-MOUVEMENTS = 0 AND MVT-DATE IS NUMERIC
               AND (MVT-ENTREE OR MVT-SORTIE OR MVT-MUTATION)
               THEN
               MOVE MVT-DATE(1:6) TO WS-PERIODE-MVT
               IF MVT-SORTIE OR MVT-MUTATION
                   THEN
                   MOVE MVT-SRV-AVANT TO WS-SERVICE
                   MOVE -1 TO WS-MVT-SIGNE
                   PERFORM CUMULE-MOUVEMENT
               END-IF
               IF MVT-ENTREE OR MVT-MUTATION
                   THEN
                   MOVE MVT-SRV-APRES TO WS-SERVICE
                   MOVE 1 TO WS-MVT-SIGNE
                   PERFORM CUMULE-MOUVEMENT
               END-IF
           END-IF.

      * Un cote d'un mouvement (WS-MVT-SIGNE -1 : le service cede
      * l'employe, +1 : il le recoit) sur le service WS-SERVICE.
       CUMULE-MOUVEMENT.
           PERFORM CHERCHE-SERVICE
           IF WS-PERIODE-MVT > WS-PERIODE
               THEN
               ADD WS-MVT-SIGNE TO SRV-APRES(IDX-TROUVE)
           ELSE
               IF WS-PERIODE-MVT = WS-PERIODE
                   THEN
                   ADD 1 TO CPT-MOUVEMENTS
                   EVALUATE TRUE
                       WHEN MVT-ENTREE
                           ADD 1 TO SRV-ENT(IDX-TROUVE)
                       WHEN MVT-SORTIE
                           ADD 1 TO SRV-SOR(IDX-TROUVE)
                       WHEN WS-MVT-SIGNE > 0
                           ADD 1 TO SRV-MIN(IDX-TROUVE)
                       WHEN OTHER
                           ADD 1 TO SRV-MOUT(IDX-TROUVE)
                   END-EVALUATE
               END-IF
               IF WS-PERIODE-MVT(1:4) = WS-ANNEE
                   THEN
                   EVALUATE TRUE
                       WHEN MVT-ENTREE
                           ADD 1 TO SRV-ENT-AN(IDX-TROUVE)
                       WHEN MVT-SORTIE
                           ADD 1 TO SRV-SOR-AN(IDX-TROUVE)
                       WHEN WS-MVT-SIGNE > 0
                           ADD 1 TO SRV-MIN-AN(IDX-TROUVE)
                       WHEN OTHER
                           ADD 1 TO SRV-MOUT-AN(IDX-TROUVE)
                   END-EVALUATE
               END-IF
           END-IF.

      * Rang du service WS-SERVICE dans la table (IDX-TROUVE), cree a
      * la premiere rencontre ; au-dela de la table, tout va a la
      * derniere entree pour que les totaux restent justes (meme
      * principe que CUMUL-SERVICE dans EXO-EMPL-RAPPORT).
       CHERCHE-SERVICE.
           IF WS-SERVICE = SPACES
               THEN
               MOVE "???" TO WS-SERVICE
           END-IF
           MOVE 0 TO IDX-TROUVE
           PERFORM CHERCHE-SERVICE-ENTREE
               VARYING IDX-SERVICE FROM 1 BY 1
               UNTIL IDX-SERVICE > NB-SERVICES OR IDX-TROUVE > 0
           IF IDX-TROUVE = 0
               THEN
               IF NB-SERVICES < 50
                   THEN
                   ADD 1 TO NB-SERVICES
                   MOVE WS-SERVICE TO SRV-CODE(NB-SERVICES)
                   MOVE 0 TO SRV-FIC(NB-SERVICES)
                   MOVE 0 TO SRV-APRES(NB-SERVICES)
                   MOVE 0 TO SRV-ENT(NB-SERVICES)
                   MOVE 0 TO SRV-SOR(NB-SERVICES)
                   MOVE 0 TO SRV-MIN(NB-SERVICES)
                   MOVE 0 TO SRV-MOUT(NB-SERVICES)
                   MOVE 0 TO SRV-ENT-AN(NB-SERVICES)
                   MOVE 0 TO SRV-SOR-AN(NB-SERVICES)
                   MOVE 0 TO SRV-MIN-AN(NB-SERVICES)
                   MOVE 0 TO SRV-MOUT-AN(NB-SERVICES)
               END-IF
               MOVE NB-SERVICES TO IDX-TROUVE
           END-IF.
       CHERCHE-SERVICE-ENTREE.
           IF SRV-CODE(IDX-SERVICE) = WS-SERVICE
               THEN
               MOVE IDX-SERVICE TO IDX-TROUVE
           END-IF.

      * Transactions A et D appliquees du mois au journal d'audit,
      * pour le rapprochement avec les entrees et sorties.
       COMPTE-AUDIT.
           MOVE 0 TO EOF-AUDIT
           OPEN INPUT AUDIT-FIC
           IF AUDIT-STATUT = "00"
               THEN
               MOVE 1 TO WS-AUDIT-PRESENT
               PERFORM COMPTE-AUDIT-LECT UNTIL EOF-AUDIT = 1
               CLOSE AUDIT-FIC
           END-IF.
       COMPTE-AUDIT-LECT.
           READ AUDIT-FIC
               AT END MOVE 1 TO EOF-AUDIT
           END-READ
           IF EOF-AUDIT = 0 AND AUD-DATE IS NUMERIC
               AND AUD-DATE(1:6) = WS-PERIODE
               AND AUD-PROGRAMME = "EXO-EMPL-MAINT"
               AND AUD-STATUT = "APPLIQUE"
               THEN
               IF AUD-CODE = "A"
                   THEN
                   ADD 1 TO CPT-AUD-ENTREES
               END-IF
               IF AUD-CODE = "D"
                   THEN
                   ADD 1 TO CPT-AUD-SORTIES
               END-IF
           END-IF.

      * Effectifs archives ; WS-ARCHIVE-PREC dit si le mois precedent
      * y a ete clos. Un service archive le mois precedent figure au
      * rapport meme s'il n'a plus personne.
       CHARGE-EFFECTIFS.
           MOVE 0 TO EOF-EFFECTIFS
           OPEN INPUT EFFECTIFS-FIC
           IF EFFECTIFS-STATUT = "00"
               THEN
               PERFORM CHARGE-EFFECTIFS-LECT UNTIL EOF-EFFECTIFS = 1
               CLOSE EFFECTIFS-FIC
           END-IF.
       CHARGE-EFFECTIFS-LECT.
           READ EFFECTIFS-FIC
               AT END MOVE 1 TO EOF-EFFECTIFS
           END-READ
           IF EOF-EFFECTIFS = 0 AND EFF-PERIODE IS NUMERIC
               AND EFF-CPT IS NUMERIC
               THEN
               IF NB-EFFECTIFS < 1000
                   THEN
                   ADD 1 TO NB-EFFECTIFS
                   MOVE EFF-PERIODE TO TAB-EFF-PERIODE(NB-EFFECTIFS)
                   MOVE EFF-SERVICE TO TAB-EFF-SERVICE(NB-EFFECTIFS)
                   MOVE EFF-CPT TO TAB-EFF-CPT(NB-EFFECTIFS)
                   IF EFF-PERIODE = WS-PERIODE-PREC
                       THEN
                       MOVE 1 TO WS-ARCHIVE-PREC
                       MOVE EFF-SERVICE TO WS-SERVICE
                       PERFORM CHERCHE-SERVICE
                   END-IF
               ELSE
                   MOVE 1 TO WS-EFF-DEBORDE
               END-IF
           END-IF.

      ******************************************************************
      * Edition : une ligne par service, puis le total, le
      * rapprochement avec le journal d'audit et la rotation.
      ******************************************************************
       TRAIT.
           OPEN OUTPUT RAPPORT-FIC
           MOVE WS-PERIODE TO LT-PERIODE
           MOVE WS-DATE TO LT-DATE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE
           END-WRITE
           PERFORM EDITE-SERVICE
               VARYING IDX-SERVICE FROM 1 BY 1
               UNTIL IDX-SERVICE > NB-SERVICES
           PERFORM EDITE-TOTAL
           IF CPT-RECONSTITUES > 0
               THEN
               MOVE WS-PERIODE-PREC TO LR-PERIODE
               WRITE ENREG-RAPPORT FROM LIGNE-RENVOI
               END-WRITE
           END-IF
           PERFORM EDITE-AUDIT
           PERFORM EDITE-ROTATION.

      * Fin de mois = fichier du jour moins les mouvements posterieurs
      * ; ouverture = archive du mois precedent, ou fin de mois moins
      * les mouvements du mois ; cloture = ouverture plus les
      * mouvements du mois, prouvee par la fin de mois.
       EDITE-SERVICE.
           COMPUTE SRV-FIN(IDX-SERVICE) = SRV-FIC(IDX-SERVICE)
               - SRV-APRES(IDX-SERVICE)
           COMPUTE WS-NET = SRV-ENT(IDX-SERVICE)
               - SRV-SOR(IDX-SERVICE) + SRV-MIN(IDX-SERVICE)
               - SRV-MOUT(IDX-SERVICE)
           MOVE SPACE TO SRV-OUV-SOURCE(IDX-SERVICE)
           IF WS-ARCHIVE-PREC = 1
               THEN
               MOVE 0 TO SRV-OUV(IDX-SERVICE)
               PERFORM CHERCHE-ARCHIVE
                   VARYING IDX-EFFECTIF FROM 1 BY 1
                   UNTIL IDX-EFFECTIF > NB-EFFECTIFS
           ELSE
               COMPUTE SRV-OUV(IDX-SERVICE) = SRV-FIN(IDX-SERVICE)
                   - WS-NET
               MOVE "*" TO SRV-OUV-SOURCE(IDX-SERVICE)
               ADD 1 TO CPT-RECONSTITUES
           END-IF
           COMPUTE SRV-CLO(IDX-SERVICE) = SRV-OUV(IDX-SERVICE)
               + WS-NET
           MOVE SRV-CODE(IDX-SERVICE) TO LS-SERVICE
           MOVE SRV-OUV(IDX-SERVICE) TO LS-OUV
           MOVE SRV-OUV-SOURCE(IDX-SERVICE) TO LS-OUV-SOURCE
           MOVE SRV-ENT(IDX-SERVICE) TO LS-ENT
           MOVE SRV-SOR(IDX-SERVICE) TO LS-SOR
           MOVE SRV-MIN(IDX-SERVICE) TO LS-MIN
           MOVE SRV-MOUT(IDX-SERVICE) TO LS-MOUT
           MOVE SRV-CLO(IDX-SERVICE) TO LS-CLO
           MOVE SRV-FIN(IDX-SERVICE) TO LS-FIN
           IF SRV-CLO(IDX-SERVICE) = SRV-FIN(IDX-SERVICE)
               THEN
               MOVE "OK" TO LS-ETAT
           ELSE
               MOVE "ECART" TO LS-ETAT
               ADD 1 TO CPT-ECARTS
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-SERVICE
           END-WRITE
           ADD SRV-FIC(IDX-SERVICE) TO TOT-FIC
           ADD SRV-FIN(IDX-SERVICE) TO TOT-FIN
           ADD SRV-OUV(IDX-SERVICE) TO TOT-OUV
           ADD SRV-CLO(IDX-SERVICE) TO TOT-CLO
           ADD SRV-ENT(IDX-SERVICE) TO TOT-ENT
           ADD SRV-SOR(IDX-SERVICE) TO TOT-SOR
           ADD SRV-MIN(IDX-SERVICE) TO TOT-MIN
           ADD SRV-MOUT(IDX-SERVICE) TO TOT-MOUT.
      * Un service absent de l'archive du mois precedent n'existait
      * pas encore : son ouverture reste a zero.
       CHERCHE-ARCHIVE.
           IF TAB-EFF-PERIODE(IDX-EFFECTIF) = WS-PERIODE-PREC
               AND TAB-EFF-SERVICE(IDX-EFFECTIF) = SRV-CODE(IDX-SERVICE)
               THEN
               MOVE TAB-EFF-CPT(IDX-EFFECTIF) TO SRV-OUV(IDX-SERVICE)
           END-IF.

       EDITE-TOTAL.
           MOVE "TOTAL" TO LS-SERVICE
           MOVE TOT-OUV TO LS-OUV
           MOVE SPACE TO LS-OUV-SOURCE
           MOVE TOT-ENT TO LS-ENT
           MOVE TOT-SOR TO LS-SOR
           MOVE TOT-MIN TO LS-MIN
           MOVE TOT-MOUT TO LS-MOUT
           MOVE TOT-CLO TO LS-CLO
           MOVE TOT-FIN TO LS-FIN
           IF TOT-CLO = TOT-FIN AND CPT-ECARTS = 0
               THEN
               MOVE "OK" TO LS-ETAT
           ELSE
               MOVE "ECART" TO LS-ETAT
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-SERVICE
           END-WRITE.

      * Entrees et sorties du mois contre les transactions A et D
      * appliquees du journal d'audit.
       EDITE-AUDIT.
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE CPT-AUD-ENTREES TO LA-ENT
           MOVE CPT-AUD-SORTIES TO LA-SOR
           EVALUATE TRUE
               WHEN WS-AUDIT-PRESENT = 0
                   MOVE "JOURNAL ABSENT, NON RAPPROCHE" TO LA-VERDICT
               WHEN CPT-AUD-ENTREES = TOT-ENT
                   AND CPT-AUD-SORTIES = TOT-SOR
                   MOVE "CONCORDE AVEC LES MOUVEMENTS" TO LA-VERDICT
               WHEN OTHER
                   MOVE "ECART AVEC LES MOUVEMENTS" TO LA-VERDICT
                   ADD 1 TO CPT-ECARTS
           END-EVALUATE
           WRITE ENREG-RAPPORT FROM LIGNE-AUDIT
           END-WRITE.

      * Rotation de l'annee : ouverture de janvier = fin de mois moins
      * les mouvements de janvier a la fin du mois ; effectif moyen =
      * moyenne de l'ouverture de janvier et de la fin de mois.
       EDITE-ROTATION.
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE WS-ANNEE TO LTR-ANNEE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE-ROTATION
           END-WRITE
           PERFORM EDITE-ROTATION-SERVICE
               VARYING IDX-SERVICE FROM 1 BY 1
               UNTIL IDX-SERVICE > NB-SERVICES
           MOVE "TOTAL" TO LRO-SERVICE
           MOVE TOT-SOR-AN TO LRO-SOR
           MOVE TOT-SOR-AN TO WS-SORTIES-ROT
           COMPUTE WS-MOYEN = (TOT-OUV-AN + TOT-FIN) / 2
           PERFORM CALCULE-ROTATION.
       EDITE-ROTATION-SERVICE.
           COMPUTE WS-NET-AN = SRV-ENT-AN(IDX-SERVICE)
               - SRV-SOR-AN(IDX-SERVICE) + SRV-MIN-AN(IDX-SERVICE)
               - SRV-MOUT-AN(IDX-SERVICE)
           COMPUTE WS-OUV-AN = SRV-FIN(IDX-SERVICE) - WS-NET-AN
           COMPUTE WS-MOYEN = (WS-OUV-AN + SRV-FIN(IDX-SERVICE)) / 2
           ADD WS-OUV-AN TO TOT-OUV-AN
           ADD SRV-SOR-AN(IDX-SERVICE) TO TOT-SOR-AN
           MOVE SRV-CODE(IDX-SERVICE) TO LRO-SERVICE
           MOVE SRV-SOR-AN(IDX-SERVICE) TO LRO-SOR
           MOVE SRV-SOR-AN(IDX-SERVICE) TO WS-SORTIES-ROT
           PERFORM CALCULE-ROTATION.
      * Taux sur WS-SORTIES-ROT sorties et WS-MOYEN ; un effectif
      * moyen nul donne un taux nul, un taux hors cadre est plafonne.
       CALCULE-ROTATION.
           MOVE 0 TO WS-ROTATION
           IF WS-MOYEN > 0
               THEN
               COMPUTE WS-ROTATION ROUNDED =
                   WS-SORTIES-ROT * 100 / WS-MOYEN
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-ROTATION
               END-COMPUTE
           END-IF
           MOVE WS-MOYEN TO LRO-MOYEN
           MOVE WS-ROTATION TO LRO-ROTATION
           WRITE ENREG-RAPPORT FROM LIGNE-ROTATION
           END-WRITE.

      * Archive de la cloture d'un mois termine (l'effectif de fin de
      * mois, prouve ou non), qui remplace une archive anterieure du
      * meme mois ; le mois en cours n'est pas archive.
       FIN.
           CLOSE RAPPORT-FIC
           IF WS-PERIODE < WS-PERIODE-JOUR
               THEN
               PERFORM ARCHIVE-EFFECTIFS
           END-IF
           DISPLAY "Mois edite          : " WS-PERIODE
           DISPLAY "Employes au fichier : " CPT-EMPLOYES
           DISPLAY "Mouvements du mois  : " CPT-MOUVEMENTS
           DISPLAY "Ecarts              : " CPT-ECARTS
           DISPLAY "Rapport : " WS-RAPPORT-PATH
           IF CPT-ECARTS NOT = 0
               THEN
               DISPLAY "ATTENTION: cloture non prouvee - voir le "
                   "rapport."
               MOVE 4 TO RETURN-CODE
           END-IF.

       ARCHIVE-EFFECTIFS.
           IF WS-EFF-DEBORDE = 1
               OR NB-EFFECTIFS + NB-SERVICES > 1000
               THEN
               DISPLAY "ATTENTION: archive des effectifs pleine, "
                   "cloture non archivee : " WS-EFFECTIFS-PATH
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO NB-EFF-GARDES
               PERFORM GARDE-EFFECTIF
                   VARYING IDX-EFFECTIF FROM 1 BY 1
                   UNTIL IDX-EFFECTIF > NB-EFFECTIFS
               MOVE NB-EFF-GARDES TO NB-EFFECTIFS
               PERFORM AJOUTE-EFFECTIF
                   VARYING IDX-SERVICE FROM 1 BY 1
                   UNTIL IDX-SERVICE > NB-SERVICES
               OPEN OUTPUT EFFECTIFS-FIC
               IF EFFECTIFS-STATUT = "00"
                   THEN
                   PERFORM ECRIT-EFFECTIF
                       VARYING IDX-EFFECTIF FROM 1 BY 1
                       UNTIL IDX-EFFECTIF > NB-EFFECTIFS
                   CLOSE EFFECTIFS-FIC
               ELSE
                   DISPLAY "ATTENTION: archive des effectifs "
                       "inaccessible (" EFFECTIFS-STATUT ") : "
                       WS-EFFECTIFS-PATH
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      * Tassement de la table : les entrees du mois edite sortent.
       GARDE-EFFECTIF.
           IF TAB-EFF-PERIODE(IDX-EFFECTIF) NOT = WS-PERIODE
               THEN
               ADD 1 TO NB-EFF-GARDES
               MOVE ELEM-EFFECTIF(IDX-EFFECTIF)
                   TO ELEM-EFFECTIF(NB-EFF-GARDES)
           END-IF.
       AJOUTE-EFFECTIF.
           IF SRV-FIN(IDX-SERVICE) > 0
               THEN
               ADD 1 TO NB-EFFECTIFS
               MOVE WS-PERIODE TO TAB-EFF-PERIODE(NB-EFFECTIFS)
               MOVE SRV-CODE(IDX-SERVICE)
                   TO TAB-EFF-SERVICE(NB-EFFECTIFS)
               MOVE SRV-FIN(IDX-SERVICE) TO TAB-EFF-CPT(NB-EFFECTIFS)
           END-IF.
       ECRIT-EFFECTIF.
           MOVE SPACES TO ENREG-EFFECTIF
           MOVE TAB-EFF-PERIODE(IDX-EFFECTIF) TO EFF-PERIODE
           MOVE TAB-EFF-SERVICE(IDX-EFFECTIF) TO EFF-SERVICE
           MOVE TAB-EFF-CPT(IDX-EFFECTIF) TO EFF-CPT
           WRITE ENREG-EFFECTIF
           END-WRITE.

       END PROGRAM EXO-EMPL-MOUVEMENTS.
