      *   fermeture n'est pas lancee, avec une ligne dans Alerts.txt
      *   et dans JobHistory.txt disant laquelle a ete retenue et
      *   pourquoi - la decision se prend a 05:40, pas a 07:15.
      * - les chaines ne sont plus codees dans le programme : le
      *   fichier ChainesDefinition.txt les decrit (nom de chaine,
      *   ordre des etapes, commande, codes retour admis, arret ou non
      *   sur avertissement, budget de fenetre), et le menu, le mode
      *   plan, la reprise sur l'etape en echec et JobHistory.txt en
      *   decoulent - l'exploitation ajoute une etape sans attendre une
      *   livraison. Sans fichier, la definition integree reprend les
      *   deux chaines d'origine. Code retour 12 sur definition
      *   invalide (rien n'est lance).
      * - mode rattrapage : au lancement d'une chaine "calendrier", les
      *   jours ouvres sautes depuis la derniere date de
      *   DatesTraitees.txt (panne, ferie inconnu du calendrier) sont
      *   detectes avec CalendrierFeries.txt et proposes en sequence
      *   avant le jour courant, au lieu de relances a la main sous
      *   JOB_FORCE dans un ordre devine. Chaque jour rattrape a son
      *   propre numero de lot, sa date de traitement est transmise
      *   aux etapes (JOB_DATE_TRAITEMENT : dates de generation, lot et
      *   echeance des transactions a date d'effet), le lot de
      *   transactions courant est laisse au jour courant
      *   (JOB_RATTRAPAGE_JOUR=O, voir EXO-CLI-MAINT), et le rattrapage
      *   s'arrete au premier jour en echec. Par ordonnanceur, le
      *   rattrapage ne part que sous JOB_RATTRAPAGE ; sinon une
      *   alerte signale les jours sautes.
      * - la reprise (option 8) transmet DEDUP_REPRISE=O aux etapes :
      *   EXO-VI-C-V4 repart de son dernier checkpoint au lieu du
      *   premier enregistrement, sans renumeroter deux fois. Un
      *   lancement normal transmet DEDUP_REPRISE=N (passage complet,
      *   nouveau lot).
      * - controle de fin de mois : le premier jour de traitement d'un
      *   mois neuf (jour courant ou jour rattrape) lance d'abord la
      *   liste EXO-FIN-MOIS du mois precedent ; tant que la cloture
      *   n'est pas complete, le jour est refuse, meme sous JOB_FORCE.
      *   Seul un superviseur passe outre (JOB_FIN_MOIS_FORCE, droit
      *   FINMOIS), et la derogation est tracee dans Alerts.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-JOB-STREAM.
           SELECT LOT-FIC
               ASSIGN TO "C:\Users\Cobol\LotCourant.txt"
               FILE STATUS IS LOT-STATUT.
           SELECT CHAINES-FIC
               ASSIGN TO WS-CHAINES-PATH
               FILE STATUS IS CHAINES-STATUT.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Definition de la fenetre d'exploitation : un enregistrement
      * "FENETRE" (heures de debut et de fin, HHMMSSCC), puis un
      * enregistrement par etape avec son budget de temps en secondes
      * (nom d'etape de la definition des chaines : DEDUP, COPIE,
      * TRI, MAINT...). Fichier absent = pas de budget, la chaine part
      * comme avant.
       FD  FENETRE-FIC.
       01  ENREG-FENETRE.
           05 FEN-ETAPE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LOT-SEQ PIC 9(2).
      *
      * Definition des chaines : un enregistrement "C" par chaine
      * (nom, calendrier O/N - controle du calendrier, emission du lot
      * du jour et enregistrement de la date traitee -, libelle du
      * menu), suivi de ses enregistrements "E", un par etape dans
      * l'ordre d'execution (ordre, nom d'etape repris dans
      * JobHistory.txt et BatchFenetre.txt, jusqu'a quatre codes
      * retour admis en plus de 00, arret sur avertissement O/N,
      * budget en secondes - 0 = celui de BatchFenetre.txt -, et
      * commande). La commande "*COPIE" designe le hand-off interne
      * dedoublonne -> tri. Les lignes "*" sont des commentaires.
       FD  CHAINES-FIC.
       01  ENREG-CHAINES PIC X(100).
      *
      * Historique des etapes : une ligne par etape executee, avec
      * heure de debut, heure de fin et code retour. L'option de
      * reprise du menu relit cet historique et relance la chaine a la
           05 CAT-STATUT PIC X.
           05 FILLER PIC X.
           05 CAT-PATH PIC X(60).
      *
      * Matrice des droits par operateur et code action (voir
      * EXO-CLI-MAINT) : seule la derogation de fin de mois y est
      * controlee (droit FINMOIS) ; absente, l'ancien regime demeure.
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
       WORKING-STORAGE SECTION.
       77  ALERTES-STATUT PIC XX.
       77  WS-ETAPE-COURANTE PIC X(8) VALUE SPACES.
       77  WS-HEURE-DEBUT PIC 9(8) VALUE 0.
       77  WS-HEURE-FIN PIC 9(8) VALUE 0.
       77  WS-RC-HISTO PIC 9(4) VALUE 0.
       77  FERIES-STATUT PIC XX.
       77  TRAITEES-STATUT PIC XX.
       77  WS-CAT-PATH-RETENU PIC X(60) VALUE SPACES.
       77  WS-CHOIX PIC 9 VALUE 0.
       77  WS-CONTINUER PIC 9 VALUE 1.
      * Definition des chaines chargee (ou integree) : les etapes d'une
      * chaine se suivent dans TABLE-ETAPES, de CHN-PREMIERE a
      * CHN-DERNIERE.
       77  CHAINES-STATUT PIC XX.
       77  EOF-CHAINES PIC 9 VALUE 0.
       77  WS-CHAINES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ChainesDefinition.txt".
       77  WS-CHAINES-SOURCE PIC X(60) VALUE SPACES.
       01  WS-DEFINITION.
           05 DEF-TYPE PIC X.
           05 FILLER PIC X.
           05 DEF-CHAINE PIC X(8).
           05 FILLER PIC X.
           05 DEF-DETAIL PIC X(89).
           05 DEF-ETAPE-VUE REDEFINES DEF-DETAIL.
               10 DEF-ORDRE PIC 99.
               10 FILLER PIC X.
               10 DEF-ETAPE PIC X(8).
               10 FILLER PIC X.
               10 DEF-RC-ADMIS.
                   15 DEF-RC PIC XX OCCURS 4.
               10 FILLER PIC X.
               10 DEF-ARRET PIC X.
               10 FILLER PIC X.
               10 DEF-BUDGET PIC 9(5).
               10 FILLER PIC X.
               10 DEF-CMD PIC X(60).
           05 DEF-CHAINE-VUE REDEFINES DEF-DETAIL.
               10 DEF-CALENDRIER PIC X.
               10 FILLER PIC X.
               10 DEF-LIBELLE PIC X(40).
               10 FILLER PIC X(47).
       01  TABLE-CHAINES.
           05 CHAINE-ENTREE OCCURS 6.
               10 CHN-NOM PIC X(8).
               10 CHN-CALENDRIER PIC X.
               10 CHN-LIBELLE PIC X(40).
               10 CHN-PREMIERE PIC 99.
               10 CHN-DERNIERE PIC 99.
       77  NB-CHAINES PIC 9 VALUE 0.
       77  IDX-CHAINE PIC 9 VALUE 0.
       77  WS-IDX-TROUVE PIC 9 VALUE 0.
       01  TABLE-ETAPES.
           05 ETAPE-ENTREE OCCURS 60.
               10 ETP-ORDRE PIC 99.
               10 ETP-NOM PIC X(8).
               10 ETP-RC-ADMIS.
                   15 ETP-RC PIC XX OCCURS 4.
               10 ETP-RC-ADMIS-N REDEFINES ETP-RC-ADMIS.
                   15 ETP-RC-N PIC 99 OCCURS 4.
               10 ETP-ARRET PIC X.
               10 ETP-BUDGET PIC 9(5).
               10 ETP-CMD PIC X(60).
               10 ETP-RC-JOUR PIC 9(4).
       77  NB-ETAPES PIC 99 VALUE 0.
       77  IDX-ETAPE PIC 99 VALUE 0.
       77  IDX-RC PIC 9 VALUE 0.
       77  WS-ETAPE-DEPART PIC 99 VALUE 0.
       77  WS-ETAPE-SAISIE PIC X(8) VALUE SPACES.
       77  WS-NO-LIGNE-DEF PIC 999 VALUE 0.
       77  WS-DEF-ERREUR PIC 9 VALUE 0.
       77  WS-MOTIF-DEF PIC X(50) VALUE SPACES.
       77  WS-NOM-ENV PIC X(20) VALUE SPACES.
       77  WS-CMD-ENV PIC X(60) VALUE SPACES.
       77  WS-CHAINE-ARRET PIC 9 VALUE 0.
       77  WS-SUITE-FORCEE PIC 9 VALUE 0.
       77  WS-RC-TEST PIC 9(4) VALUE 0.
       77  WS-RC-ADMIS PIC 9 VALUE 0.
       77  WS-BUDGET-DEF PIC 9(5) VALUE 0.
      * Fichier de sortie final du dedoublonnage (genereationne par
      * date, comme dans EXO-VI-C-V4) et fichier d'entree attendu par
      * EXO-FICHIER-SORT : la copie du premier vers le second remplace
       77  WS-COPIE-OK PIC 9 VALUE 0.
      * Bascule vers le mode non interactif pour les lancements par
      * ordonnanceur (fin de journee) : sans pupitre, la chaine complete
      * part directement comme si "1" avait ete saisi au menu ;
      * JOB_AUTO_CHAIN peut aussi nommer la chaine a lancer.
       77  WS-JOB-AUTO-CHAIN PIC X(8) VALUE SPACES.
           88 JOB-AUTO-CHAIN-ON VALUE "1" "O" "o" "Y" "y".
      * Fenetre d'exploitation et budgets de temps par etape, charges
      * depuis BatchFenetre.txt (WS-FENETRE-PRESENTE = 0 quand le
       77  WS-FEN-DEBUT-SEC PIC 9(5) VALUE 0.
       77  WS-FEN-FIN-SEC PIC 9(5) VALUE 86399.
       01  TABLE-BUDGETS.
           05 BUDGET-ENTREE OCCURS 60.
               10 BUD-ETAPE PIC X(8).
               10 BUD-SECONDES PIC 9(8).
       77  NB-BUDGETS PIC 99 VALUE 0.
       77  WS-PLAN-DEDUP-SAUVE PIC X(60) VALUE SPACES.
       77  LOT-STATUT PIC XX.
       77  WS-LOT-SEQ PIC 9(2) VALUE 0.
      * Date de traitement de la chaine : le jour courant, ou le jour
      * rattrape ; c'est elle qui porte le lot et la date traitee, et
      * qui est transmise aux etapes par JOB_DATE_TRAITEMENT.
       77  WS-DATE-TRAITEMENT PIC 9(8) VALUE 0.
       77  WS-DATE-TRAITEMENT-ENV PIC X(8) VALUE SPACES.
      * Transmis aux etapes par JOB_RATTRAPAGE_JOUR : O pendant un jour
      * rattrape (EXO-CLI-MAINT y laisse le lot courant au jour
      * courant), N sinon.
       77  WS-RATTRAPAGE-JOUR PIC X VALUE "N".
      * Rattrapage : jours ouvres sautes depuis la derniere date
      * traitee, du plus ancien au plus recent (20 au plus ; au-dela,
      * l'incident se traite a la main).
       77  WS-DERNIERE-TRAITEE PIC 9(8) VALUE 0.
       01  TABLE-FERIES.
           05 TAB-FERIE PIC 9(8) OCCURS 100.
       77  NB-FERIES PIC 999 VALUE 0.
       77  IDX-FERIE PIC 999 VALUE 0.
       77  WS-FERIE-TROUVE PIC 9 VALUE 0.
       01  TABLE-RATTRAPAGE.
           05 TAB-RATTRAPAGE PIC 9(8) OCCURS 20.
       77  NB-RATTRAPAGE PIC 99 VALUE 0.
       77  IDX-RATTRAPAGE PIC 99 VALUE 0.
       77  WS-TROP-DE-JOURS PIC 9 VALUE 0.
       77  WS-RATTRAPAGE-ARRET PIC 9 VALUE 0.
      * Reprise sur checkpoint des etapes qui en ont un (EXO-VI-C-V4),
      * transmise par DEDUP_REPRISE.
       77  WS-REPRISE-DEMANDEE PIC 9 VALUE 0.
       77  WS-DEDUP-REPRISE PIC X VALUE SPACE.
       77  WS-JOB-RATTRAPAGE PIC X VALUE SPACE.
           88 JOB-RATTRAPAGE-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-DATE-CALCUL PIC 9(8) VALUE 0.
       01  WS-DATE-DECOUPE.
           05 WS-DD-AAAA PIC 9(4).
           05 WS-DD-MM PIC 99.
           05 WS-DD-JJ PIC 99.
       77  WS-JOUR-CALCUL PIC 9 VALUE 0.
       77  WS-JJ-MAX PIC 99 VALUE 0.
       77  WS-RESTE-4 PIC 9 VALUE 0.
       77  WS-MESSAGE-ALERTE PIC X(60) VALUE SPACES.
       77  WS-SEVERITE-ALERTE PIC X(9) VALUE SPACES.
      * Controle de fin de mois : le premier jour de traitement d'un
      * mois neuf attend que la liste EXO-FIN-MOIS du mois precedent
      * soit complete (code 0), sauf derogation d'un superviseur
      * (JOB_FIN_MOIS_FORCE et droit FINMOIS), tracee dans Alerts.txt.
       77  WS-FIN-MOIS-CMD PIC X(60) VALUE "EXO-FIN-MOIS".
       77  WS-FIN-MOIS-PERIODE PIC X(6) VALUE SPACES.
       77  WS-FIN-MOIS-RC PIC 99 VALUE 0.
       01  WS-FIN-MOIS-CALCUL.
           05 WS-FMC-AAAA PIC 9(4).
           05 WS-FMC-MM PIC 99.
       77  WS-JOB-FIN-MOIS-FORCE PIC X VALUE SPACE.
           88 FIN-MOIS-FORCE-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-MODE-PLAN PIC 9 VALUE 0.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  DROITS-STATUT PIC XX.
       77  EOF-DROITS PIC 9 VALUE 0.
       77  WS-DROIT-ACCORDE PIC 9 VALUE 0.
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           IF WS-JOB-AUTO-CHAIN NOT = SPACES
               THEN
               PERFORM JOB-AUTO
           ELSE
               PERFORM AFFICHE-MENU UNTIL WS-CONTINUER = 0
           END-IF
           STOP RUN.

      * La commande de chaque etape peut etre surchargee a l'execution
      * par la variable d'environnement JOB_<etape>_CMD (JOB_DEDUP_CMD,
      * JOB_TRI_CMD, JOB_MAINT_CMD...), sans recompilation ni retouche
      * de la definition (par exemple pour pointer vers un executable
      * situe ailleurs que dans le repertoire courant).
      * CLI_OUT_FIC2_PATH et CLI_FIC_PATH reprennent les memes noms de
      * variables d'environnement que EXO-VI-C-V4 et EXO-FICHIER-SORT,
      * pour que la chaine complete pointe vers les memes fichiers que
      * les etapes appelees individuellement. JOB_CHAINES_PATH designe
      * la definition des chaines.
       INIT.
           ACCEPT WS-CHAINES-PATH FROM ENVIRONMENT "JOB_CHAINES_PATH"
           IF WS-CHAINES-PATH = SPACES
               MOVE "C:\Users\Cobol\ChainesDefinition.txt"
                   TO WS-CHAINES-PATH
           END-IF
           ACCEPT WS-DEDUP-OUT-PATH FROM ENVIRONMENT "CLI_OUT_FIC2_PATH"
           IF WS-DEDUP-OUT-PATH = SPACES
           END-IF
           ACCEPT WS-DATE-GEN FROM DATE YYYYMMDD
           PERFORM HORODATE-DEDUP-OUT
           PERFORM CHARGE-CHAINES
           PERFORM CHARGE-FENETRE
           ACCEPT WS-JOB-AUTO-CHAIN FROM ENVIRONMENT "JOB_AUTO_CHAIN".

      ******************************************************************
      * Definition des chaines : fichier ChainesDefinition.txt, ou a
      * defaut la definition integree. Une definition invalide arrete
      * tout (code 12) : mieux vaut ne rien lancer que lancer une
      * chaine a moitie decrite.
      ******************************************************************
       CHARGE-CHAINES.
           MOVE 0 TO NB-CHAINES
           MOVE 0 TO NB-ETAPES
           MOVE 0 TO WS-DEF-ERREUR
           MOVE 0 TO WS-NO-LIGNE-DEF
           MOVE 0 TO EOF-CHAINES
           OPEN INPUT CHAINES-FIC
           IF CHAINES-STATUT = "00"
               THEN
               MOVE WS-CHAINES-PATH TO WS-CHAINES-SOURCE
               PERFORM CHARGE-CHAINES-LECT UNTIL EOF-CHAINES = 1
               CLOSE CHAINES-FIC
           ELSE
               MOVE "definition integree (fichier absent)"
                   TO WS-CHAINES-SOURCE
               PERFORM DEFINIT-CHAINES-DEFAUT
           END-IF
           IF NB-CHAINES = 0
               THEN
               MOVE "aucune chaine definie" TO WS-MOTIF-DEF
               PERFORM SIGNALE-DEFINITION
           END-IF
           PERFORM CONTROLE-CHAINE-VIDE
               VARYING IDX-CHAINE FROM 1 BY 1
               UNTIL IDX-CHAINE > NB-CHAINES
           IF WS-DEF-ERREUR = 1
               THEN
               DISPLAY "ERREUR: definition des chaines invalide ("
                   WS-CHAINES-SOURCE ") - rien n'est lance."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM APPLIQUE-CMD-ENV
               VARYING IDX-ETAPE FROM 1 BY 1
               UNTIL IDX-ETAPE > NB-ETAPES.
       CHARGE-CHAINES-LECT.
           READ CHAINES-FIC INTO WS-DEFINITION
               AT END MOVE 1 TO EOF-CHAINES
           END-READ
           IF EOF-CHAINES = 0
               THEN
               ADD 1 TO WS-NO-LIGNE-DEF
               PERFORM ENREGISTRE-DEFINITION
           END-IF.

      * Controle et rangement d'un enregistrement de definition (lu au
      * fichier ou fourni par la definition integree).
       ENREGISTRE-DEFINITION.
           INSPECT DEF-CHAINE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE DEF-TYPE
               WHEN "*"
                   CONTINUE
               WHEN "C"
                   PERFORM ENREGISTRE-CHAINE
               WHEN "E"
                   INSPECT DEF-ETAPE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM ENREGISTRE-ETAPE
               WHEN OTHER
                   MOVE "type d'enregistrement inconnu (C, E ou *)"
                       TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
           END-EVALUATE.

       ENREGISTRE-CHAINE.
           EVALUATE TRUE
               WHEN NB-CHAINES >= 6
                   MOVE "plus de 6 chaines" TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN DEF-CHAINE = SPACES
                   MOVE "nom de chaine absent" TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN DEF-CALENDRIER NOT = "O" AND NOT = "N"
                   MOVE "indicateur calendrier autre que O/N"
                       TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN OTHER
                   ADD 1 TO NB-CHAINES
                   MOVE DEF-CHAINE TO CHN-NOM(NB-CHAINES)
                   MOVE DEF-CALENDRIER TO CHN-CALENDRIER(NB-CHAINES)
                   MOVE DEF-LIBELLE TO CHN-LIBELLE(NB-CHAINES)
                   IF DEF-LIBELLE = SPACES
                       THEN
                       MOVE DEF-CHAINE TO CHN-LIBELLE(NB-CHAINES)
                   END-IF
                   COMPUTE CHN-PREMIERE(NB-CHAINES) = NB-ETAPES + 1
                   MOVE 0 TO CHN-DERNIERE(NB-CHAINES)
           END-EVALUATE.

      * Une etape suit l'enregistrement "C" de sa chaine, dans l'ordre
      * croissant : l'ordre du fichier est l'ordre d'execution.
       ENREGISTRE-ETAPE.
           MOVE 0 TO WS-RC-ADMIS
           PERFORM CONTROLE-RC-DEFINITION
               VARYING IDX-RC FROM 1 BY 1 UNTIL IDX-RC > 4
           EVALUATE TRUE
               WHEN NB-CHAINES = 0
                   MOVE "etape avant toute chaine" TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN DEF-CHAINE NOT = CHN-NOM(NB-CHAINES)
                   MOVE "etape hors de l'enregistrement C de sa chaine"
                       TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN NB-ETAPES >= 60
                   MOVE "plus de 60 etapes" TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN DEF-ORDRE NOT NUMERIC
                   MOVE "ordre non numerique" TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN CHN-DERNIERE(NB-CHAINES) > 0
                   AND DEF-ORDRE <= ETP-ORDRE(NB-ETAPES)
                   MOVE "ordre non croissant dans la chaine"
                       TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN DEF-ETAPE = SPACES
                   MOVE "nom d'etape absent" TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN WS-RC-ADMIS = 9
                   MOVE "code retour admis non numerique"
                       TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN DEF-ARRET NOT = "O" AND NOT = "N"
                   MOVE "arret sur avertissement autre que O/N"
                       TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN DEF-BUDGET NOT NUMERIC
                   MOVE "budget non numerique" TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN DEF-CMD = SPACES
                   MOVE "commande absente" TO WS-MOTIF-DEF
                   PERFORM SIGNALE-DEFINITION
               WHEN OTHER
                   ADD 1 TO NB-ETAPES
                   MOVE NB-ETAPES TO CHN-DERNIERE(NB-CHAINES)
                   MOVE DEF-ORDRE TO ETP-ORDRE(NB-ETAPES)
                   MOVE DEF-ETAPE TO ETP-NOM(NB-ETAPES)
                   MOVE DEF-RC-ADMIS TO ETP-RC-ADMIS(NB-ETAPES)
                   MOVE DEF-ARRET TO ETP-ARRET(NB-ETAPES)
                   MOVE DEF-BUDGET TO ETP-BUDGET(NB-ETAPES)
                   MOVE DEF-CMD TO ETP-CMD(NB-ETAPES)
                   MOVE 9999 TO ETP-RC-JOUR(NB-ETAPES)
           END-EVALUATE.
       CONTROLE-RC-DEFINITION.
           IF DEF-RC(IDX-RC) NOT = SPACES
               AND DEF-RC(IDX-RC) NOT NUMERIC
               THEN
               MOVE 9 TO WS-RC-ADMIS
           END-IF.

       SIGNALE-DEFINITION.
           MOVE 1 TO WS-DEF-ERREUR
           DISPLAY "DEFINITION ligne " WS-NO-LIGNE-DEF " : "
               WS-MOTIF-DEF.

       CONTROLE-CHAINE-VIDE.
           IF CHN-DERNIERE(IDX-CHAINE) = 0
               THEN
               MOVE SPACES TO WS-MOTIF-DEF
               STRING "chaine " DELIMITED BY SIZE
                   CHN-NOM(IDX-CHAINE) DELIMITED BY SPACE
                   " sans etape" DELIMITED BY SIZE
                   INTO WS-MOTIF-DEF
               END-STRING
               PERFORM SIGNALE-DEFINITION
           END-IF.

      * JOB_<etape>_CMD l'emporte sur la commande definie.
       APPLIQUE-CMD-ENV.
           MOVE SPACES TO WS-NOM-ENV
           STRING "JOB_" DELIMITED BY SIZE
               ETP-NOM(IDX-ETAPE) DELIMITED BY SPACE
               "_CMD" DELIMITED BY SIZE
               INTO WS-NOM-ENV
           END-STRING
           MOVE SPACES TO WS-CMD-ENV
           ACCEPT WS-CMD-ENV FROM ENVIRONMENT WS-NOM-ENV
           IF WS-CMD-ENV NOT = SPACES
               THEN
               MOVE WS-CMD-ENV TO ETP-CMD(IDX-ETAPE)
           END-IF.

      * Definition integree : les deux chaines d'origine, quotidienne
      * (dedoublonnage, hand-off, tri ; le code 4 du dedoublonnage
      * laisse passer) et back-office (maintenance, controle
      * delta-apply, rapport, export CSV).
       DEFINIT-CHAINES-DEFAUT.
           MOVE SPACES TO WS-DEFINITION
           MOVE "C" TO DEF-TYPE
           MOVE "QUOTID" TO DEF-CHAINE
           MOVE "O" TO DEF-CALENDRIER
           MOVE "Dedoublonnage puis tri (chaine complete)"
               TO DEF-LIBELLE
           PERFORM ENREGISTRE-DEFINITION
           MOVE SPACES TO DEF-DETAIL
           MOVE 1 TO DEF-ORDRE
           MOVE "DEDUP" TO DEF-ETAPE
           MOVE "04" TO DEF-RC-ADMIS
           MOVE "EXO-VI-C-V4" TO DEF-CMD
           PERFORM DEFINIT-ETAPE-DEFAUT
           MOVE 2 TO DEF-ORDRE
           MOVE "COPIE" TO DEF-ETAPE
           MOVE "*COPIE" TO DEF-CMD
           PERFORM DEFINIT-ETAPE-DEFAUT
           MOVE 3 TO DEF-ORDRE
           MOVE "TRI" TO DEF-ETAPE
           MOVE "EXO-FICHIER-SORT" TO DEF-CMD
           PERFORM DEFINIT-ETAPE-DEFAUT
           MOVE SPACES TO WS-DEFINITION
           MOVE "C" TO DEF-TYPE
           MOVE "BACKOFF" TO DEF-CHAINE
           MOVE "N" TO DEF-CALENDRIER
           MOVE "Back-office (maintenance, rapport, CSV)"
               TO DEF-LIBELLE
           PERFORM ENREGISTRE-DEFINITION
           MOVE SPACES TO DEF-DETAIL
           MOVE 1 TO DEF-ORDRE
           MOVE "MAINT" TO DEF-ETAPE
           MOVE "EXO-CLI-MAINT" TO DEF-CMD
           PERFORM DEFINIT-ETAPE-DEFAUT
           MOVE 2 TO DEF-ORDRE
           MOVE "CONTROLE" TO DEF-ETAPE
           MOVE "EXO-CLI-CONTROLE" TO DEF-CMD
           PERFORM DEFINIT-ETAPE-DEFAUT
           MOVE 3 TO DEF-ORDRE
           MOVE "RAPPORT" TO DEF-ETAPE
           MOVE "EXO-VI-C-RAPPORT" TO DEF-CMD
           PERFORM DEFINIT-ETAPE-DEFAUT
           MOVE 4 TO DEF-ORDRE
           MOVE "CSV" TO DEF-ETAPE
           MOVE "EXO-CSV-EXPORT" TO DEF-CMD
           PERFORM DEFINIT-ETAPE-DEFAUT.
       DEFINIT-ETAPE-DEFAUT.
           MOVE "E" TO DEF-TYPE
           MOVE "N" TO DEF-ARRET
           MOVE 0 TO DEF-BUDGET
           PERFORM ENREGISTRE-DEFINITION
           MOVE SPACES TO DEF-RC-ADMIS.

      * Chargement de la definition de fenetre ; un fichier absent
      * laisse simplement la chaine sans budget, comme avant.
       CHARGE-FENETRE.
                   PERFORM CONVERTIT-HEURE-SEC
                   MOVE WS-HEURE-SEC TO WS-FEN-FIN-SEC
               ELSE
                   IF NB-BUDGETS < 60 AND FEN-ETAPE NOT = SPACES
                       THEN
                       ADD 1 TO NB-BUDGETS
                       MOVE FEN-ETAPE TO BUD-ETAPE(NB-BUDGETS)
                   PERFORM ECRIT-HISTO
               END-IF
           END-IF.
      * Le budget porte par la definition de l'etape (WS-BUDGET-DEF)
      * l'emporte ; a zero, celui de BatchFenetre.txt s'applique.
       CHERCHE-BUDGET.
           MOVE WS-BUDGET-DEF TO WS-BUDGET-ETAPE
           IF WS-BUDGET-DEF = 0
               THEN
               MOVE 1 TO IDX-BUDGET
               PERFORM CHERCHE-BUDGET-ENTREE
                   UNTIL IDX-BUDGET > NB-BUDGETS
           END-IF.
       CHERCHE-BUDGET-ENTREE.
           IF BUD-ETAPE(IDX-BUDGET) = WS-ETAPE-COURANTE
               THEN
           DISPLAY "========================================".
           DISPLAY "  Traitement quotidien clients".
           DISPLAY "========================================".
           PERFORM AFFICHE-CHOIX-CHAINE
               VARYING IDX-CHAINE FROM 1 BY 1
               UNTIL IDX-CHAINE > NB-CHAINES.
           DISPLAY "7 - Une etape seule".
           DISPLAY "8 - Reprise d'une chaine sur echec (JobHistory)".
           DISPLAY "9 - Plan (resolutions et etapes, sans executer)".
           DISPLAY "0 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.
           EVALUATE TRUE
               WHEN WS-CHOIX = 0
                   MOVE 0 TO WS-CONTINUER
               WHEN WS-CHOIX <= NB-CHAINES
                   MOVE WS-CHOIX TO IDX-CHAINE
                   PERFORM JOB-CHAINE
               WHEN WS-CHOIX = 7
                   PERFORM JOB-ETAPE-SEULE
               WHEN WS-CHOIX = 8
                   PERFORM JOB-REPRISE
               WHEN WS-CHOIX = 9
                   PERFORM JOB-PLAN
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.
       AFFICHE-CHOIX-CHAINE.
           DISPLAY IDX-CHAINE " - " CHN-LIBELLE(IDX-CHAINE).

      * Lancement par ordonnanceur : JOB_AUTO_CHAIN a "1" (ou O/Y)
      * lance la premiere chaine definie, sinon la chaine qu'il nomme.
       JOB-AUTO.
           IF JOB-AUTO-CHAIN-ON
               THEN
               MOVE 1 TO IDX-CHAINE
               PERFORM JOB-CHAINE
           ELSE
               INSPECT WS-JOB-AUTO-CHAIN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE 0 TO WS-IDX-TROUVE
               PERFORM CHERCHE-CHAINE-NOM
                   VARYING IDX-CHAINE FROM 1 BY 1
                   UNTIL IDX-CHAINE > NB-CHAINES
               IF WS-IDX-TROUVE > 0
                   THEN
                   MOVE WS-IDX-TROUVE TO IDX-CHAINE
                   PERFORM JOB-CHAINE
               ELSE
                   DISPLAY "ERREUR: chaine " WS-JOB-AUTO-CHAIN
                       " inconnue de la definition - rien n'est lance."
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
       CHERCHE-CHAINE-NOM.
           IF CHN-NOM(IDX-CHAINE) = WS-JOB-AUTO-CHAIN
               AND WS-IDX-TROUVE = 0
               THEN
               MOVE IDX-CHAINE TO WS-IDX-TROUVE
           END-IF.

      * Mode plan : tout ce que la chaine utiliserait, rien n'est
      * lance. La resolution au catalogue se fait sur une copie du
           DISPLAY "Entree du tri (generation resolue) : "
               WS-DEDUP-OUT-PATH
           MOVE WS-PLAN-DEDUP-SAUVE TO WS-DEDUP-OUT-PATH
           MOVE 1 TO WS-MODE-PLAN
           PERFORM CONTROLE-CALENDRIER
           MOVE 0 TO WS-MODE-PLAN
           IF WS-CALENDRIER-OK = 1
               THEN
               DISPLAY "Calendrier : jour de traitement admis."
               DISPLAY "Calendrier : la chaine serait REFUSEE ce jour."
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM CHERCHE-JOURS-SAUTES
           EVALUATE TRUE
               WHEN WS-TROP-DE-JOURS = 1
                   DISPLAY "Rattrapage : plus de 20 jours ouvres "
                       "sautes depuis le " WS-DERNIERE-TRAITEE "."
               WHEN NB-RATTRAPAGE > 0
                   DISPLAY "Rattrapage : " NB-RATTRAPAGE " jour(s) "
                       "ouvre(s) saute(s) depuis le "
                       WS-DERNIERE-TRAITEE " :"
                   PERFORM AFFICHE-JOUR-SAUTE
                       VARYING IDX-RATTRAPAGE FROM NB-RATTRAPAGE BY -1
                       UNTIL IDX-RATTRAPAGE < 1
               WHEN OTHER
                   DISPLAY "Rattrapage : aucun jour ouvre saute."
           END-EVALUATE
           PERFORM AFFICHE-ETAT-VERROU
           DISPLAY "Definition : " WS-CHAINES-SOURCE
           PERFORM AFFICHE-CHAINE-PLAN
               VARYING IDX-CHAINE FROM 1 BY 1
               UNTIL IDX-CHAINE > NB-CHAINES
           DISPLAY "=== FIN DU PLAN ===".

       AFFICHE-ETAT-VERROU.
               DISPLAY "Verrou : libre."
           END-IF.

      * Une chaine du plan, puis chacune de ses etapes dans l'ordre.
       AFFICHE-CHAINE-PLAN.
           DISPLAY "Chaine " IDX-CHAINE " " CHN-NOM(IDX-CHAINE) " : "
               CHN-LIBELLE(IDX-CHAINE)
           IF CHN-CALENDRIER(IDX-CHAINE) = "O"
               THEN
               DISPLAY "  (calendrier, lot du jour, date traitee)"
           END-IF
           PERFORM AFFICHE-ETAPE-PLAN
               VARYING IDX-ETAPE FROM CHN-PREMIERE(IDX-CHAINE) BY 1
               UNTIL IDX-ETAPE > CHN-DERNIERE(IDX-CHAINE).

      * Une etape du plan : ordre, nom, budget de fenetre (zero quand
      * aucun budget n'est defini), codes admis en plus de 00, arret
      * sur avertissement, et commande.
       AFFICHE-ETAPE-PLAN.
           MOVE ETP-NOM(IDX-ETAPE) TO WS-ETAPE-COURANTE
           MOVE ETP-BUDGET(IDX-ETAPE) TO WS-BUDGET-DEF
           PERFORM CHERCHE-BUDGET
           DISPLAY "  " ETP-ORDRE(IDX-ETAPE) ". " WS-ETAPE-COURANTE
               " budget " WS-BUDGET-ETAPE " s - codes admis 00 "
               ETP-RC-ADMIS(IDX-ETAPE) " - arret sur avertissement "
               ETP-ARRET(IDX-ETAPE)
           DISPLAY "      " ETP-CMD(IDX-ETAPE).

      * Reprise apres une nuit en echec : l'historique du jour est
      * relu, et la chaine repart a la premiere de ses etapes dont le
      * dernier code retour du jour n'est pas admis par la definition
      * (ou qui n'a pas tourne) - une nuit ratee ne coute plus qu'une
      * etape, pas toute la chaine (ni une generation et un .bak de
      * plus pour rien). Une reprise a la premiere etape est un
      * lancement complet, calendrier et lot compris.
       JOB-REPRISE.
           MOVE 1 TO IDX-CHAINE
           IF NB-CHAINES > 1
               THEN
               DISPLAY "Chaine a reprendre (numero) : "
               ACCEPT WS-CHOIX
               MOVE WS-CHOIX TO IDX-CHAINE
           END-IF
           IF IDX-CHAINE < 1 OR IDX-CHAINE > NB-CHAINES
               THEN
               DISPLAY "Chaine inconnue."
           ELSE
               PERFORM JOB-REPRISE-CHAINE
           END-IF.
       JOB-REPRISE-CHAINE.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-DATE-TRAITEMENT
           MOVE 1 TO WS-REPRISE-DEMANDEE
           MOVE "O" TO WS-DEDUP-REPRISE
           SET ENVIRONMENT "DEDUP_REPRISE" TO WS-DEDUP-REPRISE
           PERFORM LIT-HISTO-JOUR
           MOVE 0 TO WS-ETAPE-DEPART
           PERFORM CHERCHE-ETAPE-REPRISE
               VARYING IDX-ETAPE FROM CHN-PREMIERE(IDX-CHAINE) BY 1
               UNTIL IDX-ETAPE > CHN-DERNIERE(IDX-CHAINE)
               OR WS-ETAPE-DEPART > 0
           EVALUATE TRUE
               WHEN WS-ETAPE-DEPART = 0
                   DISPLAY "Rien a reprendre : toutes les etapes du "
                       "jour de la chaine " CHN-NOM(IDX-CHAINE)
                       " se sont terminees correctement."
               WHEN WS-ETAPE-DEPART = CHN-PREMIERE(IDX-CHAINE)
                   DISPLAY "Reprise : chaine " CHN-NOM(IDX-CHAINE)
                       " complete."
                   PERFORM JOB-CHAINE
               WHEN OTHER
                   DISPLAY "Reprise : chaine " CHN-NOM(IDX-CHAINE)
                       " depuis l'etape " ETP-NOM(WS-ETAPE-DEPART) "."
                   MOVE 0 TO RETURN-CODE
                   PERFORM DEROULE-CHAINE
                   PERFORM AFFICHE-ALERTES-JOUR
           END-EVALUATE
           MOVE 0 TO WS-REPRISE-DEMANDEE.
       CHERCHE-ETAPE-REPRISE.
           MOVE ETP-RC-JOUR(IDX-ETAPE) TO WS-RC-TEST
           PERFORM CONTROLE-RC-ADMIS
           IF WS-RC-ADMIS = 0
               THEN
               MOVE IDX-ETAPE TO WS-ETAPE-DEPART
           END-IF.

      * Relecture de l'historique : pour chaque etape de la chaine, le
      * dernier code retour enregistre a la date du jour est retenu
      * (9999 quand l'etape n'a pas encore tourne aujourd'hui).
       LIT-HISTO-JOUR.
           PERFORM INIT-RC-JOUR
               VARYING IDX-ETAPE FROM CHN-PREMIERE(IDX-CHAINE) BY 1
               UNTIL IDX-ETAPE > CHN-DERNIERE(IDX-CHAINE)
           MOVE 0 TO EOF-HISTO
           OPEN INPUT HISTO-FIC
           IF HISTO-STATUT = "00"
               PERFORM LIT-HISTO-JOUR-LECT UNTIL EOF-HISTO = 1
               CLOSE HISTO-FIC
           END-IF.
       INIT-RC-JOUR.
           MOVE 9999 TO ETP-RC-JOUR(IDX-ETAPE).
       LIT-HISTO-JOUR-LECT.
           READ HISTO-FIC
               AT END MOVE 1 TO EOF-HISTO
           IF EOF-HISTO = 0 AND HISTO-DATE IS NUMERIC
               AND HISTO-DATE = WS-DATE-JOUR
               THEN
               PERFORM RANGE-HISTO-ETAPE
                   VARYING IDX-ETAPE FROM CHN-PREMIERE(IDX-CHAINE) BY 1
                   UNTIL IDX-ETAPE > CHN-DERNIERE(IDX-CHAINE)
           END-IF.
       RANGE-HISTO-ETAPE.
           IF ETP-NOM(IDX-ETAPE) = HISTO-ETAPE
               THEN
               MOVE HISTO-RC TO ETP-RC-JOUR(IDX-ETAPE)
           END-IF.

      * Une ligne d'historique par etape executee : date, etape,
                   HISTO-STATUT ")"
           END-IF.

      * Lancement d'une chaine definie : controle du calendrier et
      * emission du lot du jour pour une chaine "calendrier", puis les
      * etapes dans l'ordre ; les alertes du jour sont reaffichees en
      * fin de chaine.
       JOB-CHAINE.
           MOVE 0 TO RETURN-CODE
           IF WS-REPRISE-DEMANDEE = 0
               THEN
               MOVE "N" TO WS-DEDUP-REPRISE
               SET ENVIRONMENT "DEDUP_REPRISE" TO WS-DEDUP-REPRISE
           END-IF
           MOVE 1 TO WS-CALENDRIER-OK
           MOVE 0 TO WS-RATTRAPAGE-ARRET
           IF CHN-CALENDRIER(IDX-CHAINE) = "O"
               THEN
               PERFORM PROPOSE-RATTRAPAGE
           END-IF
           IF WS-RATTRAPAGE-ARRET = 1
               THEN
               MOVE 0 TO WS-CALENDRIER-OK
           END-IF
           IF CHN-CALENDRIER(IDX-CHAINE) = "O"
               AND WS-RATTRAPAGE-ARRET = 0
               THEN
               PERFORM CONTROLE-CALENDRIER
               IF WS-CALENDRIER-OK = 1
                   THEN
                   PERFORM EMET-LOT
               END-IF
           END-IF
           IF WS-CALENDRIER-OK = 1
               THEN
               MOVE CHN-PREMIERE(IDX-CHAINE) TO WS-ETAPE-DEPART
               PERFORM DEROULE-CHAINE
           END-IF
           PERFORM AFFICHE-ALERTES-JOUR.

      * Chaque etape conditionne la suivante, comme dans un
      * enchainement de JCL classique : un code non admis par la
      * definition, ou un avertissement sur une etape marquee "arret
      * sur avertissement", arrete la chaine. La date de traitement
      * n'est enregistree qu'apres une fin propre d'une chaine
      * "calendrier".
       DEROULE-CHAINE.
           MOVE 0 TO WS-CHAINE-ARRET
           PERFORM LANCE-ETAPE
               VARYING IDX-ETAPE FROM WS-ETAPE-DEPART BY 1
               UNTIL IDX-ETAPE > CHN-DERNIERE(IDX-CHAINE)
               OR WS-CHAINE-ARRET = 1
           IF WS-CHAINE-ARRET = 0
               THEN
               DISPLAY "Chaine " CHN-NOM(IDX-CHAINE) " terminee."
               IF CHN-CALENDRIER(IDX-CHAINE) = "O"
                   THEN
                   PERFORM ENREGISTRE-DATE-TRAITEE
               END-IF
           END-IF.

      * Une etape : controle du budget de fenetre, execution, puis
      * jugement du code retour au regard de la definition.
       LANCE-ETAPE.
           MOVE ETP-NOM(IDX-ETAPE) TO WS-ETAPE-COURANTE
           MOVE ETP-BUDGET(IDX-ETAPE) TO WS-BUDGET-DEF
           PERFORM CONTROLE-FENETRE
           IF WS-FENETRE-OK = 0
               THEN
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-CHAINE-ARRET
               DISPLAY "Etape " WS-ETAPE-COURANTE " retenue - suite "
                   "de la chaine non lancee."
           ELSE
               PERFORM LANCE-ETAPE-EXEC
               PERFORM JUGE-CODE-RETOUR
           END-IF.
       LANCE-ETAPE-EXEC.
           IF ETP-CMD(IDX-ETAPE) = "*COPIE"
               THEN
               PERFORM COPIE-DEDUP-LANCE
               MOVE WS-RC-HISTO TO RETURN-CODE
           ELSE
               DISPLAY "Lancement : " ETP-CMD(IDX-ETAPE)
               ACCEPT WS-HEURE-DEBUT FROM TIME
               CALL "SYSTEM" USING ETP-CMD(IDX-ETAPE)
               ACCEPT WS-HEURE-FIN FROM TIME
               MOVE RETURN-CODE TO WS-RC-HISTO
               PERFORM ECRIT-HISTO
               IF RETURN-CODE = 0
                   THEN
                   DISPLAY "Etape " WS-ETAPE-COURANTE
                       " terminee avec succes."
               ELSE
                   DISPLAY "Etape " WS-ETAPE-COURANTE
                       " terminee, code retour " RETURN-CODE
               END-IF
           END-IF
           PERFORM EXPLIQUE-CODE-RETOUR.

      * Le code 6 (pic du taux de doublons) marque une pause :
      * l'operateur decide, l'ordonnanceur s'arrete.
       JUGE-CODE-RETOUR.
           MOVE 0 TO WS-SUITE-FORCEE
           IF RETURN-CODE = 6
               THEN
               PERFORM PAUSE-SUR-DOUBLONS
           END-IF
           MOVE RETURN-CODE TO WS-RC-TEST
           PERFORM CONTROLE-RC-ADMIS
           EVALUATE TRUE
               WHEN WS-SUITE-FORCEE = 1
                   CONTINUE
               WHEN WS-RC-ADMIS = 0
                   DISPLAY "Etape " WS-ETAPE-COURANTE " en erreur "
                       "(code " RETURN-CODE ") - suite de la chaine "
                       "non lancee."
                   MOVE 1 TO WS-CHAINE-ARRET
               WHEN RETURN-CODE NOT = 0 AND ETP-ARRET(IDX-ETAPE) = "O"
                   DISPLAY "Etape " WS-ETAPE-COURANTE " en "
                       "avertissement (code " RETURN-CODE ") - arret "
                       "demande par la definition."
                   MOVE 1 TO WS-CHAINE-ARRET
           END-EVALUATE.

      * Code admis pour l'etape IDX-ETAPE : 00, ou l'un des codes
      * listes dans la definition.
       CONTROLE-RC-ADMIS.
           MOVE 0 TO WS-RC-ADMIS
           IF WS-RC-TEST = 0
               THEN
               MOVE 1 TO WS-RC-ADMIS
           END-IF
           PERFORM CONTROLE-RC-ADMIS-CODE
               VARYING IDX-RC FROM 1 BY 1 UNTIL IDX-RC > 4.
       CONTROLE-RC-ADMIS-CODE.
           IF ETP-RC(IDX-ETAPE, IDX-RC) IS NUMERIC
               AND ETP-RC-N(IDX-ETAPE, IDX-RC) = WS-RC-TEST
               THEN
               MOVE 1 TO WS-RC-ADMIS
           END-IF.

      * Une etape seule, hors chaine (ancien "dedoublonnage seul" /
      * "tri seul") : meme budget, meme historique, pas de calendrier
      * ni de date traitee.
       JOB-ETAPE-SEULE.
           DISPLAY "Etape a lancer (nom) : "
           MOVE SPACES TO WS-ETAPE-SAISIE
           ACCEPT WS-ETAPE-SAISIE
           INSPECT WS-ETAPE-SAISIE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-ETAPE-DEPART
           PERFORM CHERCHE-ETAPE-NOM
               VARYING IDX-ETAPE FROM 1 BY 1
               UNTIL IDX-ETAPE > NB-ETAPES
           IF WS-ETAPE-DEPART = 0
               THEN
               DISPLAY "Etape inconnue de la definition."
           ELSE
               MOVE WS-ETAPE-DEPART TO IDX-ETAPE
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO WS-CHAINE-ARRET
               PERFORM LANCE-ETAPE
           END-IF.
       CHERCHE-ETAPE-NOM.
           IF ETP-NOM(IDX-ETAPE) = WS-ETAPE-SAISIE
               AND WS-ETAPE-DEPART = 0
               THEN
               MOVE IDX-ETAPE TO WS-ETAPE-DEPART
           END-IF.
      * Emission du numero de lot du jour : la sequence repart a 01 au
      * premier lancement du jour et s'incremente aux relances
      * (JOB_FORCE) ; chaque producteur de la chaine reprendra ce
      * numero dans son entete "HD". Le lot est emis pour la date de
      * traitement (un jour rattrape a donc le sien).
       EMET-LOT.
           MOVE 0 TO WS-LOT-SEQ
           OPEN INPUT LOT-FIC
           IF LOT-STATUT = "00"
               THEN
               READ LOT-FIC
               END-READ
               IF LOT-STATUT = "00" AND LOT-DATE = WS-DATE-TRAITEMENT
                   THEN
                   MOVE LOT-SEQ TO WS-LOT-SEQ
               END-IF
           OPEN OUTPUT LOT-FIC
           IF LOT-STATUT = "00"
               THEN
               MOVE WS-DATE-TRAITEMENT TO LOT-DATE
               MOVE WS-LOT-SEQ TO LOT-SEQ
               WRITE ENREG-LOT
               END-WRITE
               CLOSE LOT-FIC
               DISPLAY "Lot du jour : " WS-DATE-TRAITEMENT "/"
                   WS-LOT-SEQ
           ELSE
               DISPLAY "ATTENTION: LotCourant.txt indisponible ("
                   LOT-STATUT ") - chaine sans numero de lot."
               IF WS-CHOIX = 1
                   THEN
                   MOVE 4 TO RETURN-CODE
                   MOVE 1 TO WS-SUITE-FORCEE
               END-IF
           END-IF.

           MOVE 1 TO WS-CALENDRIER-OK
           ACCEPT WS-JOB-FORCE FROM ENVIRONMENT "JOB_FORCE"
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-DATE-TRAITEMENT
           ACCEPT WS-JOUR-SEMAINE FROM DAY-OF-WEEK
           IF JOB-FORCE-ON
               THEN
                   PERFORM CONTROLE-DEJA-TRAITEE
               END-IF
           END-IF
           IF WS-CALENDRIER-OK = 1
               THEN
               PERFORM CONTROLE-FIN-DE-MOIS
           END-IF
           IF WS-CALENDRIER-OK = 0
               THEN
               MOVE 8 TO RETURN-CODE
           OPEN EXTEND TRAITEES-FIC
           IF TRAITEES-STATUT = "00"
               THEN
               MOVE WS-DATE-TRAITEMENT TO TRAITEE-DATE
               WRITE ENREG-TRAITEE
               END-WRITE
               CLOSE TRAITEES-FIC
               DISPLAY "Date de traitement " WS-DATE-TRAITEMENT
                   " enregistree."
           ELSE
               DISPLAY "ATTENTION: DatesTraitees.txt indisponible ("
                   TRAITEES-STATUT ")"
           END-IF.

      ******************************************************************
      * Rattrapage des jours ouvres sautes : entre la derniere date de
      * DatesTraitees.txt et la veille, chaque jour de semaine absent
      * du calendrier des feries est un jour que la chaine aurait du
      * traiter. Ils sont proposes avant le jour courant, du plus
      * ancien au plus recent ; JOB_FORCE (relance manuelle) n'en
      * propose pas.
      ******************************************************************
       PROPOSE-RATTRAPAGE.
           ACCEPT WS-JOB-FORCE FROM ENVIRONMENT "JOB_FORCE"
           IF NOT JOB-FORCE-ON
               THEN
               PERFORM CHERCHE-JOURS-SAUTES
               IF NB-RATTRAPAGE > 0 OR WS-TROP-DE-JOURS = 1
                   THEN
                   PERFORM DECIDE-RATTRAPAGE
               END-IF
           END-IF.

      * Sans date traitee (tout premier passage), rien a rattraper.
      * Le jour de semaine se deduit de celui d'aujourd'hui en
      * reculant jour par jour.
       CHERCHE-JOURS-SAUTES.
           MOVE 0 TO NB-RATTRAPAGE
           MOVE 0 TO WS-TROP-DE-JOURS
           PERFORM LIT-DERNIERE-TRAITEE
           IF WS-DERNIERE-TRAITEE > 0
               THEN
               PERFORM CHARGE-FERIES
               ACCEPT WS-DATE-CALCUL FROM DATE YYYYMMDD
               ACCEPT WS-JOUR-CALCUL FROM DAY-OF-WEEK
               PERFORM RECULE-JOUR
               PERFORM EXAMINE-JOUR-SAUTE
                   UNTIL WS-DATE-CALCUL NOT > WS-DERNIERE-TRAITEE
                   OR WS-TROP-DE-JOURS = 1
           END-IF.
       EXAMINE-JOUR-SAUTE.
           IF WS-JOUR-CALCUL < 6
               THEN
               MOVE 0 TO WS-FERIE-TROUVE
               PERFORM CHERCHE-FERIE
                   VARYING IDX-FERIE FROM 1 BY 1
                   UNTIL IDX-FERIE > NB-FERIES OR WS-FERIE-TROUVE = 1
               IF WS-FERIE-TROUVE = 0
                   THEN
                   IF NB-RATTRAPAGE < 20
                       THEN
                       ADD 1 TO NB-RATTRAPAGE
                       MOVE WS-DATE-CALCUL
                           TO TAB-RATTRAPAGE(NB-RATTRAPAGE)
                   ELSE
                       MOVE 1 TO WS-TROP-DE-JOURS
                   END-IF
               END-IF
           END-IF
           PERFORM RECULE-JOUR.
       CHERCHE-FERIE.
           IF TAB-FERIE(IDX-FERIE) = WS-DATE-CALCUL
               THEN
               MOVE 1 TO WS-FERIE-TROUVE
           END-IF.

      * Veille de WS-DATE-CALCUL, jour de semaine compris (1 = lundi).
       RECULE-JOUR.
           MOVE WS-DATE-CALCUL TO WS-DATE-DECOUPE
           IF WS-DD-JJ > 1
               THEN
               SUBTRACT 1 FROM WS-DD-JJ
           ELSE
               IF WS-DD-MM > 1
                   THEN
                   SUBTRACT 1 FROM WS-DD-MM
               ELSE
                   MOVE 12 TO WS-DD-MM
                   SUBTRACT 1 FROM WS-DD-AAAA
               END-IF
               PERFORM CALCUL-JJ-MAX
               MOVE WS-JJ-MAX TO WS-DD-JJ
           END-IF
           MOVE WS-DATE-DECOUPE TO WS-DATE-CALCUL
           IF WS-JOUR-CALCUL > 1
               THEN
               SUBTRACT 1 FROM WS-JOUR-CALCUL
           ELSE
               MOVE 7 TO WS-JOUR-CALCUL
           END-IF.
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

      * Derniere date traitee : la plus grande de DatesTraitees.txt.
       LIT-DERNIERE-TRAITEE.
           MOVE 0 TO WS-DERNIERE-TRAITEE
           MOVE 0 TO EOF-TRAITEES
           OPEN INPUT TRAITEES-FIC
           IF TRAITEES-STATUT = "00"
               THEN
               PERFORM LIT-DERNIERE-TRAITEE-LECT
                   UNTIL EOF-TRAITEES = 1
               CLOSE TRAITEES-FIC
           END-IF.
       LIT-DERNIERE-TRAITEE-LECT.
           READ TRAITEES-FIC
               AT END MOVE 1 TO EOF-TRAITEES
           END-READ
           IF EOF-TRAITEES = 0 AND TRAITEE-DATE IS NUMERIC
               AND TRAITEE-DATE > WS-DERNIERE-TRAITEE
               THEN
               MOVE TRAITEE-DATE TO WS-DERNIERE-TRAITEE
           END-IF.

       CHARGE-FERIES.
           MOVE 0 TO NB-FERIES
           MOVE 0 TO EOF-FERIES
           OPEN INPUT FERIES-FIC
           IF FERIES-STATUT = "00"
               THEN
               PERFORM CHARGE-FERIES-LECT UNTIL EOF-FERIES = 1
               CLOSE FERIES-FIC
           END-IF.
       CHARGE-FERIES-LECT.
           READ FERIES-FIC
               AT END MOVE 1 TO EOF-FERIES
           END-READ
           IF EOF-FERIES = 0 AND FERIE-DATE IS NUMERIC
               AND NB-FERIES < 100
               THEN
               ADD 1 TO NB-FERIES
               MOVE FERIE-DATE TO TAB-FERIE(NB-FERIES)
           END-IF.

      * Au pupitre l'operateur decide ; par ordonnanceur, seul
      * JOB_RATTRAPAGE lance le rattrapage. Des jours sautes non
      * rattrapes sont alertes : la chaine du jour les recouvrirait
      * sans trace. Au-dela de 20 jours, l'incident se traite a la
      * main (JOB_FORCE, jour par jour).
       DECIDE-RATTRAPAGE.
           IF WS-TROP-DE-JOURS = 1
               THEN
               DISPLAY "ATTENTION: plus de 20 jours ouvres sautes "
                   "depuis le " WS-DERNIERE-TRAITEE " - rattrapage a "
                   "organiser a la main."
               MOVE "ERREUR" TO WS-SEVERITE-ALERTE
               MOVE SPACES TO WS-MESSAGE-ALERTE
               STRING "plus de 20 jours ouvres sautes depuis le "
                   DELIMITED BY SIZE
                   WS-DERNIERE-TRAITEE DELIMITED BY SIZE
                   INTO WS-MESSAGE-ALERTE
               END-STRING
               PERFORM ECRIT-ALERTE-RATTRAPAGE
           ELSE
               DISPLAY "Jours ouvres sautes depuis le "
                   WS-DERNIERE-TRAITEE " : " NB-RATTRAPAGE
               PERFORM AFFICHE-JOUR-SAUTE
                   VARYING IDX-RATTRAPAGE FROM NB-RATTRAPAGE BY -1
                   UNTIL IDX-RATTRAPAGE < 1
               IF WS-JOB-AUTO-CHAIN NOT = SPACES
                   THEN
                   ACCEPT WS-JOB-RATTRAPAGE FROM ENVIRONMENT
                       "JOB_RATTRAPAGE"
               ELSE
                   DISPLAY "Rattraper ces jours avant le jour courant ?"
                       " 0-non / 1-oui : "
                   ACCEPT WS-CHOIX
                   MOVE WS-CHOIX TO WS-JOB-RATTRAPAGE
               END-IF
               IF JOB-RATTRAPAGE-ON
                   THEN
                   PERFORM LANCE-RATTRAPAGE
               ELSE
                   DISPLAY "Rattrapage non lance."
                   MOVE "ATTENTION" TO WS-SEVERITE-ALERTE
                   MOVE SPACES TO WS-MESSAGE-ALERTE
                   STRING NB-RATTRAPAGE DELIMITED BY SIZE
                       " jour(s) ouvre(s) non rattrape(s) depuis le "
                       DELIMITED BY SIZE
                       WS-DERNIERE-TRAITEE DELIMITED BY SIZE
                       INTO WS-MESSAGE-ALERTE
                   END-STRING
                   PERFORM ECRIT-ALERTE-RATTRAPAGE
               END-IF
           END-IF.
       AFFICHE-JOUR-SAUTE.
           DISPLAY "  " TAB-RATTRAPAGE(IDX-RATTRAPAGE).

      * Chaque jour rattrape deroule la chaine complete sous sa propre
      * date de traitement (lot, date traitee, JOB_DATE_TRAITEMENT
      * pour les etapes) ; JOB_RATTRAPAGE_JOUR=O reserve le lot de
      * transactions courant au jour courant. Le premier jour en echec
      * arrete tout : ni les jours suivants ni le jour courant ne sont
      * lances.
       LANCE-RATTRAPAGE.
           PERFORM RATTRAPE-JOUR
               VARYING IDX-RATTRAPAGE FROM NB-RATTRAPAGE BY -1
               UNTIL IDX-RATTRAPAGE < 1 OR WS-RATTRAPAGE-ARRET = 1
           MOVE SPACES TO WS-DATE-TRAITEMENT-ENV
           SET ENVIRONMENT "JOB_DATE_TRAITEMENT"
               TO WS-DATE-TRAITEMENT-ENV
           MOVE "N" TO WS-RATTRAPAGE-JOUR
           SET ENVIRONMENT "JOB_RATTRAPAGE_JOUR" TO WS-RATTRAPAGE-JOUR
           IF WS-RATTRAPAGE-ARRET = 1
               THEN
               DISPLAY "Rattrapage arrete au " WS-DATE-TRAITEMENT
                   " - jours suivants et jour courant non lances."
               IF RETURN-CODE = 0
                   THEN
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "ERREUR" TO WS-SEVERITE-ALERTE
               MOVE SPACES TO WS-MESSAGE-ALERTE
               STRING "rattrapage arrete en echec au "
                   DELIMITED BY SIZE
                   WS-DATE-TRAITEMENT DELIMITED BY SIZE
                   INTO WS-MESSAGE-ALERTE
               END-STRING
               PERFORM ECRIT-ALERTE-RATTRAPAGE
           ELSE
               DISPLAY "Rattrapage termine : " NB-RATTRAPAGE
                   " jour(s) traite(s)."
               MOVE 0 TO RETURN-CODE
           END-IF.
       RATTRAPE-JOUR.
           MOVE TAB-RATTRAPAGE(IDX-RATTRAPAGE) TO WS-DATE-TRAITEMENT
           MOVE WS-DATE-TRAITEMENT TO WS-DATE-TRAITEMENT-ENV
           SET ENVIRONMENT "JOB_DATE_TRAITEMENT"
               TO WS-DATE-TRAITEMENT-ENV
           MOVE "O" TO WS-RATTRAPAGE-JOUR
           SET ENVIRONMENT "JOB_RATTRAPAGE_JOUR" TO WS-RATTRAPAGE-JOUR
           DISPLAY "=== Rattrapage du " WS-DATE-TRAITEMENT " ==="
           MOVE 0 TO RETURN-CODE
           MOVE 1 TO WS-CALENDRIER-OK
           PERFORM CONTROLE-FIN-DE-MOIS
           IF WS-CALENDRIER-OK = 0
               THEN
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO WS-RATTRAPAGE-ARRET
           ELSE
               PERFORM EMET-LOT
               MOVE CHN-PREMIERE(IDX-CHAINE) TO WS-ETAPE-DEPART
               PERFORM DEROULE-CHAINE
               IF WS-CHAINE-ARRET = 1
                   THEN
                   MOVE 1 TO WS-RATTRAPAGE-ARRET
               END-IF
           END-IF.

      ******************************************************************
      * Controle de fin de mois : quand la date de traitement ouvre un
      * mois que la derniere date traitee n'a pas encore vu, la liste
      * EXO-FIN-MOIS du mois precedent est lancee (commande
      * surchargeable par JOB_FIN_MOIS_CMD). Tant qu'elle ne rend pas
      * 0, le jour est refuse - JOB_FORCE ne suffit pas : seul un
      * superviseur leve le refus, par JOB_FIN_MOIS_FORCE et sous son
      * code operateur (droit FINMOIS quand la matrice des droits est
      * en service), et la derogation est tracee dans Alerts.txt. Le
      * mode plan annonce le controle sans lancer la liste.
      ******************************************************************
       CONTROLE-FIN-DE-MOIS.
           PERFORM LIT-DERNIERE-TRAITEE
           IF WS-DERNIERE-TRAITEE > 0
               AND WS-DERNIERE-TRAITEE(1:6) < WS-DATE-TRAITEMENT(1:6)
               THEN
               MOVE WS-DATE-TRAITEMENT(1:6) TO WS-FIN-MOIS-CALCUL
               IF WS-FMC-MM = 1
                   THEN
                   SUBTRACT 1 FROM WS-FMC-AAAA
                   MOVE 12 TO WS-FMC-MM
               ELSE
                   SUBTRACT 1 FROM WS-FMC-MM
               END-IF
               MOVE WS-FIN-MOIS-CALCUL TO WS-FIN-MOIS-PERIODE
               IF WS-MODE-PLAN = 1
                   THEN
                   DISPLAY "Fin de mois : premier jour du mois - la "
                       "cloture " WS-FIN-MOIS-PERIODE " sera controlee "
                       "(EXO-FIN-MOIS)."
               ELSE
                   PERFORM LANCE-LISTE-FIN-MOIS
               END-IF
           END-IF.
       LANCE-LISTE-FIN-MOIS.
           DISPLAY "Premier jour de traitement du mois : controle de "
               "la cloture " WS-FIN-MOIS-PERIODE "."
           SET ENVIRONMENT "FIN_MOIS_PERIODE" TO WS-FIN-MOIS-PERIODE
           ACCEPT WS-FIN-MOIS-CMD FROM ENVIRONMENT "JOB_FIN_MOIS_CMD"
           IF WS-FIN-MOIS-CMD = SPACES
               THEN
               MOVE "EXO-FIN-MOIS" TO WS-FIN-MOIS-CMD
           END-IF
           CALL "SYSTEM" USING WS-FIN-MOIS-CMD
           MOVE RETURN-CODE TO WS-FIN-MOIS-RC
           MOVE 0 TO RETURN-CODE
           IF WS-FIN-MOIS-RC = 0
               THEN
               DISPLAY "Cloture " WS-FIN-MOIS-PERIODE " complete."
           ELSE
               PERFORM DECIDE-DEROGATION-FIN-MOIS
           END-IF.

      * Sans derogation valable, le jour est refuse et le refus est
      * alerte ; la derogation elle-meme est alertee avec le code de
      * la liste et le superviseur qui l'a donnee.
       DECIDE-DEROGATION-FIN-MOIS.
           ACCEPT WS-JOB-FIN-MOIS-FORCE FROM ENVIRONMENT
               "JOB_FIN_MOIS_FORCE"
           MOVE 0 TO WS-DROIT-ACCORDE
           IF FIN-MOIS-FORCE-ON
               THEN
               PERFORM IDENTIFIE-SUPERVISEUR
           END-IF
           IF WS-DROIT-ACCORDE = 1
               THEN
               DISPLAY "DEROGATION: cloture " WS-FIN-MOIS-PERIODE
                   " incomplete (liste, code " WS-FIN-MOIS-RC
                   ") - jour admis par " WS-OPERATEUR "."
               MOVE "ATTENTION" TO WS-SEVERITE-ALERTE
               MOVE SPACES TO WS-MESSAGE-ALERTE
               STRING "derogation fin de mois " DELIMITED BY SIZE
                   WS-FIN-MOIS-PERIODE DELIMITED BY SIZE
                   " (liste " DELIMITED BY SIZE
                   WS-FIN-MOIS-RC DELIMITED BY SIZE
                   ") par " DELIMITED BY SIZE
                   WS-OPERATEUR DELIMITED BY SIZE
                   INTO WS-MESSAGE-ALERTE
               END-STRING
           ELSE
               DISPLAY "REFUS: cloture " WS-FIN-MOIS-PERIODE
                   " incomplete (liste, code " WS-FIN-MOIS-RC
                   ") - jour " WS-DATE-TRAITEMENT " non traite."
               DISPLAY "Terminer la cloture, ou derogation superviseur"
                   " par JOB_FIN_MOIS_FORCE."
               MOVE 0 TO WS-CALENDRIER-OK
               MOVE "ERREUR" TO WS-SEVERITE-ALERTE
               MOVE SPACES TO WS-MESSAGE-ALERTE
               STRING "cloture " DELIMITED BY SIZE
                   WS-FIN-MOIS-PERIODE DELIMITED BY SIZE
                   " incomplete (liste " DELIMITED BY SIZE
                   WS-FIN-MOIS-RC DELIMITED BY SIZE
                   ") - jour " DELIMITED BY SIZE
                   WS-DATE-TRAITEMENT DELIMITED BY SIZE
                   " refuse" DELIMITED BY SIZE
                   INTO WS-MESSAGE-ALERTE
               END-STRING
           END-IF
           PERFORM ECRIT-ALERTE-RATTRAPAGE.

      * Superviseur : code operateur de l'environnement (ou saisi au
      * pupitre) ; quand la matrice ClientsDroits.txt est en service,
      * il doit y porter le droit FINMOIS.
       IDENTIFIE-SUPERVISEUR.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR_CODE"
           IF WS-OPERATEUR = SPACES AND WS-JOB-AUTO-CHAIN = SPACES
               THEN
               DISPLAY "Code operateur du superviseur (4 caracteres) : "
               ACCEPT WS-OPERATEUR
           END-IF
           IF WS-OPERATEUR = SPACES
               THEN
               DISPLAY "Derogation sans code operateur : refusee."
           ELSE
               ACCEPT WS-DROITS-PATH FROM ENVIRONMENT "CLI_DROITS_PATH"
               IF WS-DROITS-PATH = SPACES
                   MOVE "C:\Users\Cobol\ClientsDroits.txt"
                       TO WS-DROITS-PATH
               END-IF
               MOVE 0 TO EOF-DROITS
               OPEN INPUT DROITS-FIC
               IF DROITS-STATUT = "00"
                   THEN
                   PERFORM CONTROLE-DROIT-FINMOIS
                       UNTIL EOF-DROITS = 1
                   CLOSE DROITS-FIC
               ELSE
                   MOVE 1 TO WS-DROIT-ACCORDE
               END-IF
               IF WS-DROIT-ACCORDE = 0
                   THEN
                   DISPLAY "REFUS: operateur " WS-OPERATEUR " sans "
                       "droit FINMOIS - derogation refusee."
               END-IF
           END-IF.
       CONTROLE-DROIT-FINMOIS.
           READ DROITS-FIC
               AT END MOVE 1 TO EOF-DROITS
           END-READ
           IF EOF-DROITS = 0 AND DRT-OPERATEUR = WS-OPERATEUR
               AND DRT-ACTION = "FINMOIS"
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
               MOVE 1 TO EOF-DROITS
           END-IF.

       ECRIT-ALERTE-RATTRAPAGE.
           MOVE SPACES TO ENREG-ALERTE
           ACCEPT WS-DATE-ALERTE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ALERTE FROM TIME
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT = "00"
               THEN
               MOVE WS-DATE-ALERTE TO ALERTE-DATE
               MOVE WS-TIME-ALERTE TO ALERTE-TIME
               MOVE "EXO-JOB-STREAM" TO ALERTE-PROGRAMME
               MOVE WS-SEVERITE-ALERTE TO ALERTE-SEVERITE
               MOVE WS-MESSAGE-ALERTE TO ALERTE-MESSAGE
               WRITE ENREG-ALERTE
               END-WRITE
               CLOSE ALERTES-FIC
           END-IF.

      * Relecture du fichier central des alertes en fin de chaine :
      * toutes les lignes datees du jour sont reaffichees, pour que
      * les avertissements de la nuit ne partent pas avec le
               END-IF
           END-IF.

      * Hand-off interne (commande "*COPIE") : copie le fichier final
      * du dedoublonnage (WS-DEDUP-OUT-PATH) sur le fichier d'entree
      * attendu par le tri (WS-TRI-IN-PATH), avec les memes primitives
      * CBL_CHECK_FILE_EXIST / CBL_COPY_FILE que les sauvegardes .bak
      * existantes.
       COPIE-DEDUP-LANCE.
           MOVE 0 TO WS-COPIE-OK
           ACCEPT WS-HEURE-DEBUT FROM TIME
           ELSE
               MOVE 8 TO WS-RC-HISTO
           END-IF
           PERFORM ECRIT-HISTO.

      * Resolution de la derniere bonne generation dedoublonnee au
               MOVE CAT-PATH TO WS-CAT-PATH-RETENU
           END-IF.

       END PROGRAM EXO-JOB-STREAM.
