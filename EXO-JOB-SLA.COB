      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : conformite mensuelle de service des chaines. EXO-JOB-
      * TENDANCE suit la duree des etapes, mais l'engagement pris
      * envers les metiers est de bout en bout : ClientsTries.txt et
      * les sorties du back-office prets a heure fixe chaque jour
      * ouvre. Pour chaque jour ouvre du mois (du lundi au vendredi,
      * hors CalendrierFeries.txt, jusqu'a la veille), et pour chaque
      * chaine engagee, le rapport donne le debut de la chaine (premier
      * debut d'etape du jour), sa fin (fin de sa derniere etape) et le
      * verdict respecte/manque au regard de l'heure limite engagee.
      * Un manque porte sa cause : etape en echec (dernier code retour
      * du jour hors des codes admis par ChainesDefinition.txt), etape
      * retenue par la fenetre d'exploitation (ligne de code 8 sans
      * duree ecrite par CONTROLE-FENETRE d'EXO-JOB-STREAM), etape non
      * lancee, depart tardif ou fin tardive ; un jour sans aucune
      * ligne d'historique pour la chaine est un manque ("journee non
      * traitee"). Comme pour la reprise, la derniere ligne d'une
      * etape dans la journee l'emporte : une reprise reussie avant
      * l'heure limite sauve la journee. Le rapport se termine par le
      * pourcentage de conformite du mois par chaine.
      * Engagements : EngagementsService.txt (chaine, heure de depart
      * prevue HHMM, heure limite HHMM) ; seules les chaines qui y
      * figurent sont jugees. Sans ce fichier, toutes les chaines de la
      * definition le sont, contre la fenetre de BatchFenetre.txt
      * (ou 00:00 - 08:00 sans fenetre).
      * Codes retour : 0 = mois conforme, 4 = un manque au moins, 12 =
      * JobHistory.txt introuvable ou mois a venir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-JOB-SLA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTO-FIC
               ASSIGN TO "C:\Users\Cobol\JobHistory.txt"
               FILE STATUS IS HISTO-STATUT.
           SELECT CHAINES-FIC
               ASSIGN TO WS-CHAINES-PATH
               FILE STATUS IS CHAINES-STATUT.
           SELECT ENGAGEMENTS-FIC
               ASSIGN TO WS-ENGAGEMENTS-PATH
               FILE STATUS IS ENGAGEMENTS-STATUT.
           SELECT FENETRE-FIC
               ASSIGN TO "C:\Users\Cobol\BatchFenetre.txt"
               FILE STATUS IS FENETRE-STATUT.
           SELECT FERIES-FIC
               ASSIGN TO "C:\Users\Cobol\CalendrierFeries.txt"
               FILE STATUS IS FERIES-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que ENREG-HISTO dans EXO-JOB-STREAM.
       FD  HISTO-FIC.
       01  ENREG-HISTO.
           05 HISTO-DATE PIC 9(8).
           05 HISTO-DATE-R REDEFINES HISTO-DATE.
               10 HISTO-PERIODE PIC 9(6).
               10 HISTO-JOUR PIC 99.
           05 FILLER PIC X.
           05 HISTO-ETAPE PIC X(8).
           05 FILLER PIC X.
           05 HISTO-DEBUT PIC 9(8).
           05 FILLER PIC X.
           05 HISTO-FIN PIC 9(8).
           05 FILLER PIC X.
           05 HISTO-RC PIC S9(4) SIGN LEADING SEPARATE.
      *
      * Definition des chaines (voir CHAINES-FIC dans EXO-JOB-STREAM).
       FD  CHAINES-FIC.
       01  ENREG-CHAINES PIC X(100).
      *
      * Engagements de service : chaine, heure de depart prevue et
      * heure limite de fin, HHMM.
       FD  ENGAGEMENTS-FIC.
       01  ENREG-ENGAGEMENT.
           05 ENG-CHAINE PIC X(8).
           05 FILLER PIC X.
           05 ENG-DEBUT PIC 9(4).
           05 FILLER PIC X.
           05 ENG-LIMITE PIC 9(4).
      *
      * Meme dessin que ENREG-FENETRE dans EXO-JOB-STREAM : seul
      * l'enregistrement "FENETRE" (debut, fin HHMMSSCC) sert ici.
       FD  FENETRE-FIC.
       01  ENREG-FENETRE.
           05 FEN-ETAPE PIC X(8).
           05 FILLER PIC X.
           05 FEN-VAL1 PIC 9(8).
           05 FILLER PIC X.
           05 FEN-VAL2 PIC 9(8).
      *
       FD  FERIES-FIC.
       01  ENREG-FERIE.
           05 FERIE-DATE PIC 9(8).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  HISTO-STATUT PIC XX.
       77  CHAINES-STATUT PIC XX.
       77  ENGAGEMENTS-STATUT PIC XX.
       77  FENETRE-STATUT PIC XX.
       77  FERIES-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-CHAINES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ChainesDefinition.txt".
       77  WS-ENGAGEMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\EngagementsService.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ConformiteService.txt".
       77  WS-DATE PIC 9(8).
       77  WS-PERIODE PIC 9(6) VALUE 0.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77  WS-DEBUT-MOIS PIC 9(8) VALUE 0.
       77  WS-FIN-MOIS PIC 9(8) VALUE 0.
       77  WS-ENGAGEMENTS-LUS PIC 9 VALUE 0.
       77  WS-FEN-DEBUT PIC 9(4) VALUE 0.
       77  WS-FEN-LIMITE PIC 9(4) VALUE 0800.
       77  CPT-MANQUES PIC 9(5) VALUE 0.
      * Definition lue au meme dessin que dans EXO-JOB-STREAM.
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
               10 DEF-RC-ADMIS PIC X(8).
               10 FILLER PIC X(69).
      * Chaines et engagement : heures HHMM, compteurs du mois.
       01  TABLE-CHAINES.
           05 CHAINE-ENTREE OCCURS 6.
               10 CHN-NOM PIC X(8).
               10 CHN-PREMIERE PIC 99.
               10 CHN-DERNIERE PIC 99.
               10 CHN-ENGAGEE PIC 9.
               10 CHN-DEBUT-ENG PIC 9(4).
               10 CHN-LIMITE-ENG PIC 9(4).
               10 CHN-JOURS PIC 99.
               10 CHN-RESPECTES PIC 99.
               10 CHN-MANQUES PIC 99.
       77  NB-CHAINES PIC 9 VALUE 0.
       77  IDX-CHAINE PIC 9 VALUE 0.
      * Etapes des chaines et, par jour du mois, leur derniere ligne
      * d'historique (premier debut, derniere fin, dernier code retour,
      * retenue par la fenetre).
       01  TABLE-ETAPES.
           05 ETAPE-ENTREE OCCURS 60.
               10 ETP-NOM PIC X(8).
               10 ETP-RC-ADMIS.
                   15 ETP-RC PIC XX OCCURS 4.
               10 ETP-RC-ADMIS-N REDEFINES ETP-RC-ADMIS.
                   15 ETP-RC-N PIC 99 OCCURS 4.
               10 ETP-JOUR OCCURS 31.
                   15 JR-VU PIC 9.
                   15 JR-DEBUT PIC 9(8).
                   15 JR-FIN PIC 9(8).
                   15 JR-RC PIC S9(4).
                   15 JR-RETENUE PIC 9.
       77  NB-ETAPES PIC 99 VALUE 0.
       77  IDX-ETAPE PIC 99 VALUE 0.
       77  IDX-RC PIC 9 VALUE 0.
       77  IDX-JOUR PIC 99 VALUE 0.
       01  TABLE-FERIES.
           05 TAB-FERIE PIC 9(8) OCCURS 200.
       77  NB-FERIES PIC 999 VALUE 0.
       77  IDX-FERIE PIC 999 VALUE 0.
       77  WS-FERIE-TROUVE PIC 9 VALUE 0.
      * Jour de semaine de chaque jour du mois (1 = lundi), deduit de
      * celui d'aujourd'hui en reculant jour par jour, comme le
      * rattrapage d'EXO-JOB-STREAM.
       01  TABLE-SEMAINE.
           05 TAB-JOUR-SEMAINE PIC 9 OCCURS 31.
       77  WS-DATE-CALCUL PIC 9(8) VALUE 0.
       01  WS-DATE-DECOUPE.
           05 WS-DD-AAAA PIC 9(4).
           05 WS-DD-MM PIC 99.
           05 WS-DD-JJ PIC 99.
       77  WS-JOUR-CALCUL PIC 9 VALUE 0.
       77  WS-JJ-MAX PIC 99 VALUE 0.
       77  WS-JJ-MOIS PIC 99 VALUE 0.
       77  WS-RESTE-4 PIC 9 VALUE 0.
      * Verdict d'une chaine pour un jour.
       77  WS-DATE-JUGEE PIC 9(8) VALUE 0.
       77  WS-CHAINE-VUE PIC 9 VALUE 0.
       77  WS-DEBUT-CHAINE PIC 9(8) VALUE 0.
       77  WS-FIN-CHAINE PIC 9(8) VALUE 0.
       77  WS-FIN-VUE PIC 9 VALUE 0.
       77  WS-CAUSE PIC X(40) VALUE SPACES.
       77  WS-RC-ADMIS PIC 9 VALUE 0.
       77  WS-RC-ECRAN PIC 9(4) VALUE 0.
       77  WS-TAUX PIC 999V99 VALUE 0.
      * Heure HHMMSSCC decoupee pour l'edition HH:MM:SS.
       01  WS-HEURE-DECOUPE.
           05 WS-HX-HH PIC 99.
           05 WS-HX-MM PIC 99.
           05 WS-HX-SS PIC 99.
           05 WS-HX-CC PIC 99.
       01  WS-HEURE-EDITEE.
           05 WS-HE-HH PIC 99.
           05 FILLER PIC X VALUE ":".
           05 WS-HE-MM PIC 99.
           05 FILLER PIC X VALUE ":".
           05 WS-HE-SS PIC 99.
       01  WS-HHMM-DECOUPE.
           05 WS-HM-HH PIC 99.
           05 WS-HM-MM PIC 99.
       01  WS-HHMM-EDITEE.
           05 WS-HME-HH PIC 99.
           05 FILLER PIC X VALUE ":".
           05 WS-HME-MM PIC 99.
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(41)
              VALUE "CONFORMITE DE SERVICE DES CHAINES - MOIS ".
           05 LT-PERIODE PIC 9(6).
       01  LIGNE-CHAINE.
           05 FILLER PIC X(7) VALUE "CHAINE ".
           05 LC-NOM PIC X(8).
           05 FILLER PIC X(26) VALUE " - ENGAGEMENT : FIN AVANT ".
           05 LC-LIMITE PIC X(5).
           05 FILLER PIC X(11) VALUE ", DEPART A ".
           05 LC-DEBUT PIC X(5).
       01  LIGNE-ENTETE.
           05 FILLER PIC X(40)
              VALUE "DATE      DEBUT     FIN       VERDICT  C".
           05 FILLER PIC X(4) VALUE "AUSE".
       01  LIGNE-JOUR.
           05 LJ-DATE PIC 9(8).
           05 FILLER PIC XX VALUE SPACES.
           05 LJ-DEBUT PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 LJ-FIN PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 LJ-VERDICT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LJ-CAUSE PIC X(40).
       01  LIGNE-TOTAL.
           05 FILLER PIC X(15) VALUE "JOURS OUVRES : ".
           05 LTO-JOURS PIC Z9.
           05 FILLER PIC X(14) VALUE "  RESPECTES : ".
           05 LTO-RESPECTES PIC Z9.
           05 FILLER PIC X(12) VALUE "  MANQUES : ".
           05 LTO-MANQUES PIC Z9.
           05 FILLER PIC X(15) VALUE "  CONFORMITE : ".
           05 LTO-TAUX PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE " %".
       01  LIGNE-SYNTHESE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LS-NOM PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-TAUX PIC ZZ9.99.
           05 FILLER PIC X(5) VALUE " %  (".
           05 LS-RESPECTES PIC Z9.
           05 FILLER PIC X VALUE "/".
           05 LS-JOURS PIC Z9.
           05 FILLER PIC X(14) VALUE " jours ouvres)".
       01  LIGNE-TEXTE PIC X(80).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * JOB_CHAINES_PATH comme pour EXO-JOB-STREAM ; engagements par
      * SLA_ENGAGEMENTS_PATH, rapport par SLA_RAPPORT_PATH, mois par
      * SLA_PERIODE (AAAAMM, defaut : mois du jour).
       INIT.
           ACCEPT WS-CHAINES-PATH FROM ENVIRONMENT "JOB_CHAINES_PATH"
           IF WS-CHAINES-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ChainesDefinition.txt"
                   TO WS-CHAINES-PATH
           END-IF
           ACCEPT WS-ENGAGEMENTS-PATH FROM ENVIRONMENT
               "SLA_ENGAGEMENTS_PATH"
           IF WS-ENGAGEMENTS-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\EngagementsService.txt"
                   TO WS-ENGAGEMENTS-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT "SLA_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ConformiteService.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(1:6) TO WS-PERIODE
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT "SLA_PERIODE"
           IF WS-PERIODE-SAISIE IS NUMERIC
               THEN
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF
           COMPUTE WS-DEBUT-MOIS = WS-PERIODE * 100 + 1
           COMPUTE WS-FIN-MOIS = WS-PERIODE * 100 + 31
           IF WS-DEBUT-MOIS > WS-DATE
               THEN
               DISPLAY "ERREUR: mois " WS-PERIODE " a venir - rien a "
                   "juger."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DEBUT-MOIS TO WS-DATE-DECOUPE
           PERFORM CALCUL-JJ-MAX
           MOVE WS-JJ-MAX TO WS-JJ-MOIS
           PERFORM CHARGE-CHAINES
           PERFORM CHARGE-FENETRE
           PERFORM CHARGE-ENGAGEMENTS
           PERFORM CHARGE-FERIES
           PERFORM CALCULE-SEMAINE
           PERFORM CHARGE-HISTO.

      ******************************************************************
      * Chaines et etapes : fichier de definition, ou a defaut les deux
      * chaines integrees d'EXO-JOB-STREAM (DEFINIT-CHAINES-DEFAUT).
      ******************************************************************
       CHARGE-CHAINES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CHAINES-FIC
           IF CHAINES-STATUT = "00"
               THEN
               PERFORM CHARGE-CHAINES-LECT UNTIL EOF-FIC = 1
               CLOSE CHAINES-FIC
           ELSE
               PERFORM DEFINIT-CHAINES-DEFAUT
           END-IF.
       CHARGE-CHAINES-LECT.
           READ CHAINES-FIC INTO WS-DEFINITION
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               PERFORM ENREGISTRE-DEFINITION
           END-IF.

      * Seuls les noms et les codes admis servent ici ; le controle
      * complet de la definition reste l'affaire d'EXO-JOB-STREAM.
       ENREGISTRE-DEFINITION.
           INSPECT DEF-CHAINE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           EVALUATE TRUE
               WHEN DEF-TYPE = "C" AND NB-CHAINES < 6
                   AND DEF-CHAINE NOT = SPACES
                   ADD 1 TO NB-CHAINES
                   MOVE DEF-CHAINE TO CHN-NOM(NB-CHAINES)
                   COMPUTE CHN-PREMIERE(NB-CHAINES) = NB-ETAPES + 1
                   MOVE 0 TO CHN-DERNIERE(NB-CHAINES)
                   MOVE 0 TO CHN-ENGAGEE(NB-CHAINES)
                   MOVE 0 TO CHN-JOURS(NB-CHAINES)
                   MOVE 0 TO CHN-RESPECTES(NB-CHAINES)
                   MOVE 0 TO CHN-MANQUES(NB-CHAINES)
               WHEN DEF-TYPE = "E" AND NB-CHAINES > 0
                   AND NB-ETAPES < 60 AND DEF-ETAPE NOT = SPACES
                   AND DEF-CHAINE = CHN-NOM(NB-CHAINES)
                   INSPECT DEF-ETAPE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   ADD 1 TO NB-ETAPES
                   MOVE NB-ETAPES TO CHN-DERNIERE(NB-CHAINES)
                   MOVE DEF-ETAPE TO ETP-NOM(NB-ETAPES)
                   MOVE DEF-RC-ADMIS TO ETP-RC-ADMIS(NB-ETAPES)
                   PERFORM INITIALISE-JOUR
                       VARYING IDX-JOUR FROM 1 BY 1
                       UNTIL IDX-JOUR > 31
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       INITIALISE-JOUR.
           MOVE 0 TO JR-VU(NB-ETAPES IDX-JOUR)
           MOVE 0 TO JR-DEBUT(NB-ETAPES IDX-JOUR)
           MOVE 0 TO JR-FIN(NB-ETAPES IDX-JOUR)
           MOVE 0 TO JR-RC(NB-ETAPES IDX-JOUR)
           MOVE 0 TO JR-RETENUE(NB-ETAPES IDX-JOUR).

       DEFINIT-CHAINES-DEFAUT.
           MOVE SPACES TO WS-DEFINITION
           MOVE "C" TO DEF-TYPE
           MOVE "QUOTID" TO DEF-CHAINE
           PERFORM ENREGISTRE-DEFINITION
           MOVE "E" TO DEF-TYPE
           MOVE "DEDUP" TO DEF-ETAPE
           MOVE "04" TO DEF-RC-ADMIS
           PERFORM ENREGISTRE-DEFINITION
           MOVE SPACES TO DEF-RC-ADMIS
           MOVE "COPIE" TO DEF-ETAPE
           PERFORM ENREGISTRE-DEFINITION
           MOVE "TRI" TO DEF-ETAPE
           PERFORM ENREGISTRE-DEFINITION
           MOVE SPACES TO WS-DEFINITION
           MOVE "C" TO DEF-TYPE
           MOVE "BACKOFF" TO DEF-CHAINE
           PERFORM ENREGISTRE-DEFINITION
           MOVE "E" TO DEF-TYPE
           MOVE "MAINT" TO DEF-ETAPE
           PERFORM ENREGISTRE-DEFINITION
           MOVE "CONTROLE" TO DEF-ETAPE
           PERFORM ENREGISTRE-DEFINITION
           MOVE "RAPPORT" TO DEF-ETAPE
           PERFORM ENREGISTRE-DEFINITION
           MOVE "CSV" TO DEF-ETAPE
           PERFORM ENREGISTRE-DEFINITION.

      * Fenetre d'exploitation : engagement par defaut (HHMM).
       CHARGE-FENETRE.
           MOVE 0 TO EOF-FIC
           OPEN INPUT FENETRE-FIC
           IF FENETRE-STATUT = "00"
               THEN
               PERFORM CHARGE-FENETRE-LECT UNTIL EOF-FIC = 1
               CLOSE FENETRE-FIC
           END-IF.
       CHARGE-FENETRE-LECT.
           READ FENETRE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND FEN-ETAPE = "FENETRE"
               AND FEN-VAL1 IS NUMERIC AND FEN-VAL2 IS NUMERIC
               THEN
               DIVIDE FEN-VAL1 BY 10000 GIVING WS-FEN-DEBUT
               DIVIDE FEN-VAL2 BY 10000 GIVING WS-FEN-LIMITE
           END-IF.

      * Chaines engagees : celles d'EngagementsService.txt, sinon
      * toutes, a l'heure de la fenetre.
       CHARGE-ENGAGEMENTS.
           MOVE 0 TO EOF-FIC
           MOVE 0 TO WS-ENGAGEMENTS-LUS
           OPEN INPUT ENGAGEMENTS-FIC
           IF ENGAGEMENTS-STATUT = "00"
               THEN
               MOVE 1 TO WS-ENGAGEMENTS-LUS
               PERFORM CHARGE-ENGAGEMENTS-LECT UNTIL EOF-FIC = 1
               CLOSE ENGAGEMENTS-FIC
           ELSE
               DISPLAY "ATTENTION: " WS-ENGAGEMENTS-PATH
                   " absent - toutes les chaines jugees sur la "
                   "fenetre d'exploitation."
               PERFORM ENGAGE-FENETRE
                   VARYING IDX-CHAINE FROM 1 BY 1
                   UNTIL IDX-CHAINE > NB-CHAINES
           END-IF.
       CHARGE-ENGAGEMENTS-LECT.
           READ ENGAGEMENTS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ENG-CHAINE NOT = SPACES
               AND ENG-CHAINE(1:1) NOT = "*"
               THEN
               INSPECT ENG-CHAINE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE 1 TO IDX-CHAINE
               PERFORM CHERCHE-CHAINE-SUIVANTE
                   UNTIL IDX-CHAINE > NB-CHAINES
                   OR CHN-NOM(IDX-CHAINE) = ENG-CHAINE
               EVALUATE TRUE
                   WHEN IDX-CHAINE > NB-CHAINES
                       DISPLAY "ATTENTION: engagement pour une chaine "
                           "inconnue : " ENG-CHAINE
                   WHEN ENG-DEBUT NOT NUMERIC
                       OR ENG-LIMITE NOT NUMERIC
                       DISPLAY "ATTENTION: heures illisibles pour la "
                           "chaine " ENG-CHAINE " - engagement ignore"
                   WHEN OTHER
                       MOVE 1 TO CHN-ENGAGEE(IDX-CHAINE)
                       MOVE ENG-DEBUT TO CHN-DEBUT-ENG(IDX-CHAINE)
                       MOVE ENG-LIMITE TO CHN-LIMITE-ENG(IDX-CHAINE)
               END-EVALUATE
           END-IF.
       CHERCHE-CHAINE-SUIVANTE.
           ADD 1 TO IDX-CHAINE.
       ENGAGE-FENETRE.
           MOVE 1 TO CHN-ENGAGEE(IDX-CHAINE)
           MOVE WS-FEN-DEBUT TO CHN-DEBUT-ENG(IDX-CHAINE)
           MOVE WS-FEN-LIMITE TO CHN-LIMITE-ENG(IDX-CHAINE).

       CHARGE-FERIES.
           MOVE 0 TO NB-FERIES
           MOVE 0 TO EOF-FIC
           OPEN INPUT FERIES-FIC
           IF FERIES-STATUT = "00"
               THEN
               PERFORM CHARGE-FERIES-LECT UNTIL EOF-FIC = 1
               CLOSE FERIES-FIC
           END-IF.
       CHARGE-FERIES-LECT.
           READ FERIES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND FERIE-DATE IS NUMERIC
               AND NB-FERIES < 200
               THEN
               ADD 1 TO NB-FERIES
               MOVE FERIE-DATE TO TAB-FERIE(NB-FERIES)
           END-IF.

      * Jours de semaine du mois : on recule depuis aujourd'hui jusqu'au
      * premier du mois juge.
       CALCULE-SEMAINE.
           MOVE WS-DATE TO WS-DATE-CALCUL
           ACCEPT WS-JOUR-CALCUL FROM DAY-OF-WEEK
           PERFORM RANGE-JOUR-SEMAINE
               UNTIL WS-DATE-CALCUL < WS-DEBUT-MOIS.
       RANGE-JOUR-SEMAINE.
           IF WS-DATE-CALCUL <= WS-FIN-MOIS
               THEN
               MOVE WS-DATE-CALCUL TO WS-DATE-DECOUPE
               MOVE WS-JOUR-CALCUL TO TAB-JOUR-SEMAINE(WS-DD-JJ)
           END-IF
           PERFORM RECULE-JOUR.

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

      ******************************************************************
      * Historique du mois : pour chaque etape et chaque jour, la
      * derniere ligne l'emporte (code retour, fin, retenue) ; le debut
      * retenu est le plus tot de la journee.
      ******************************************************************
       CHARGE-HISTO.
           MOVE 0 TO EOF-FIC
           OPEN INPUT HISTO-FIC
           IF HISTO-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: JobHistory.txt introuvable ("
                   HISTO-STATUT ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-HISTO-LECT UNTIL EOF-FIC = 1
           CLOSE HISTO-FIC.
       CHARGE-HISTO-LECT.
           READ HISTO-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND HISTO-DATE IS NUMERIC
               AND HISTO-PERIODE = WS-PERIODE
               AND HISTO-JOUR > 0 AND HISTO-JOUR <= WS-JJ-MOIS
               AND HISTO-DEBUT IS NUMERIC AND HISTO-FIN IS NUMERIC
               THEN
               INSPECT HISTO-ETAPE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM RANGE-HISTO-ETAPE
                   VARYING IDX-ETAPE FROM 1 BY 1
                   UNTIL IDX-ETAPE > NB-ETAPES
           END-IF.
       RANGE-HISTO-ETAPE.
           IF ETP-NOM(IDX-ETAPE) = HISTO-ETAPE
               THEN
               IF JR-VU(IDX-ETAPE HISTO-JOUR) = 0
                   OR HISTO-DEBUT < JR-DEBUT(IDX-ETAPE HISTO-JOUR)
                   THEN
                   MOVE HISTO-DEBUT TO JR-DEBUT(IDX-ETAPE HISTO-JOUR)
               END-IF
               MOVE 1 TO JR-VU(IDX-ETAPE HISTO-JOUR)
               MOVE HISTO-FIN TO JR-FIN(IDX-ETAPE HISTO-JOUR)
               MOVE HISTO-RC TO JR-RC(IDX-ETAPE HISTO-JOUR)
               IF HISTO-RC = 8 AND HISTO-DEBUT = HISTO-FIN
                   THEN
                   MOVE 1 TO JR-RETENUE(IDX-ETAPE HISTO-JOUR)
               ELSE
                   MOVE 0 TO JR-RETENUE(IDX-ETAPE HISTO-JOUR)
               END-IF
           END-IF.

      ******************************************************************
      * Rapport : un bloc par chaine engagee, une ligne par jour ouvre
      * passe, puis la synthese du mois.
      ******************************************************************
       TRAIT.
           OPEN OUTPUT RAPPORT-FIC
           MOVE WS-PERIODE TO LT-PERIODE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           PERFORM EDITE-CHAINE
               VARYING IDX-CHAINE FROM 1 BY 1
               UNTIL IDX-CHAINE > NB-CHAINES
           MOVE SPACES TO LIGNE-TEXTE
           WRITE ENREG-RAPPORT FROM LIGNE-TEXTE
           END-WRITE
           MOVE "CONFORMITE MENSUELLE PAR CHAINE" TO LIGNE-TEXTE
           WRITE ENREG-RAPPORT FROM LIGNE-TEXTE
           END-WRITE
           PERFORM EDITE-SYNTHESE
               VARYING IDX-CHAINE FROM 1 BY 1
               UNTIL IDX-CHAINE > NB-CHAINES
           CLOSE RAPPORT-FIC.

       EDITE-CHAINE.
           IF CHN-ENGAGEE(IDX-CHAINE) = 1
               THEN
               MOVE SPACES TO LIGNE-TEXTE
               WRITE ENREG-RAPPORT FROM LIGNE-TEXTE
               END-WRITE
               MOVE CHN-NOM(IDX-CHAINE) TO LC-NOM
               MOVE CHN-LIMITE-ENG(IDX-CHAINE) TO WS-HHMM-DECOUPE
               PERFORM EDITE-HHMM
               MOVE WS-HHMM-EDITEE TO LC-LIMITE
               MOVE CHN-DEBUT-ENG(IDX-CHAINE) TO WS-HHMM-DECOUPE
               PERFORM EDITE-HHMM
               MOVE WS-HHMM-EDITEE TO LC-DEBUT
               WRITE ENREG-RAPPORT FROM LIGNE-CHAINE
               END-WRITE
               WRITE ENREG-RAPPORT FROM LIGNE-ENTETE
               END-WRITE
               PERFORM JUGE-JOUR
                   VARYING IDX-JOUR FROM 1 BY 1
                   UNTIL IDX-JOUR > WS-JJ-MOIS
               MOVE CHN-JOURS(IDX-CHAINE) TO LTO-JOURS
               MOVE CHN-RESPECTES(IDX-CHAINE) TO LTO-RESPECTES
               MOVE CHN-MANQUES(IDX-CHAINE) TO LTO-MANQUES
               PERFORM CALCULE-TAUX
               MOVE WS-TAUX TO LTO-TAUX
               WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
               END-WRITE
           END-IF.

      * Jour ouvre et deja passe : lundi a vendredi, hors feries,
      * anterieur a aujourd'hui.
       JUGE-JOUR.
           COMPUTE WS-DATE-JUGEE = WS-PERIODE * 100 + IDX-JOUR
           IF TAB-JOUR-SEMAINE(IDX-JOUR) < 6
               AND WS-DATE-JUGEE < WS-DATE
               THEN
               MOVE 0 TO WS-FERIE-TROUVE
               PERFORM CHERCHE-FERIE
                   VARYING IDX-FERIE FROM 1 BY 1
                   UNTIL IDX-FERIE > NB-FERIES OR WS-FERIE-TROUVE = 1
               IF WS-FERIE-TROUVE = 0
                   THEN
                   PERFORM JUGE-CHAINE-JOUR
               END-IF
           END-IF.
       CHERCHE-FERIE.
           IF TAB-FERIE(IDX-FERIE) = WS-DATE-JUGEE
               THEN
               MOVE 1 TO WS-FERIE-TROUVE
           END-IF.

      * Verdict : la premiere etape de la chaine (dans l'ordre) qui
      * est retenue, en echec ou non lancee donne la cause ; une chaine
      * complete est jugee sur la fin de sa derniere etape.
       JUGE-CHAINE-JOUR.
           ADD 1 TO CHN-JOURS(IDX-CHAINE)
           MOVE 0 TO WS-CHAINE-VUE
           MOVE 0 TO WS-FIN-VUE
           MOVE 0 TO WS-DEBUT-CHAINE
           MOVE 0 TO WS-FIN-CHAINE
           MOVE SPACES TO WS-CAUSE
           PERFORM EXAMINE-ETAPE-JOUR
               VARYING IDX-ETAPE FROM CHN-PREMIERE(IDX-CHAINE) BY 1
               UNTIL IDX-ETAPE > CHN-DERNIERE(IDX-CHAINE)
           IF WS-CHAINE-VUE = 0
               THEN
               MOVE "JOURNEE NON TRAITEE" TO WS-CAUSE
           END-IF
           IF WS-CAUSE = SPACES
               THEN
               IF WS-FIN-CHAINE > CHN-LIMITE-ENG(IDX-CHAINE) * 10000
                   THEN
                   IF WS-DEBUT-CHAINE
                       > CHN-DEBUT-ENG(IDX-CHAINE) * 10000
                       THEN
                       MOVE "DEPART TARDIF" TO WS-CAUSE
                   ELSE
                       MOVE "FIN TARDIVE (DUREE DES ETAPES)"
                           TO WS-CAUSE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO LIGNE-JOUR
           MOVE WS-DATE-JUGEE TO LJ-DATE
           MOVE "--:--:--" TO LJ-DEBUT
           MOVE "--:--:--" TO LJ-FIN
           IF WS-CHAINE-VUE = 1
               THEN
               MOVE WS-DEBUT-CHAINE TO WS-HEURE-DECOUPE
               PERFORM EDITE-HEURE
               MOVE WS-HEURE-EDITEE TO LJ-DEBUT
           END-IF
           IF WS-FIN-VUE = 1
               THEN
               MOVE WS-FIN-CHAINE TO WS-HEURE-DECOUPE
               PERFORM EDITE-HEURE
               MOVE WS-HEURE-EDITEE TO LJ-FIN
           END-IF
           IF WS-CAUSE = SPACES
               THEN
               MOVE "RESPECTE" TO LJ-VERDICT
               ADD 1 TO CHN-RESPECTES(IDX-CHAINE)
           ELSE
               MOVE "MANQUE" TO LJ-VERDICT
               MOVE WS-CAUSE TO LJ-CAUSE
               ADD 1 TO CHN-MANQUES(IDX-CHAINE)
               ADD 1 TO CPT-MANQUES
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-JOUR
           END-WRITE.

       EXAMINE-ETAPE-JOUR.
           IF JR-VU(IDX-ETAPE IDX-JOUR) = 1
               THEN
               IF WS-CHAINE-VUE = 0
                   OR JR-DEBUT(IDX-ETAPE IDX-JOUR) < WS-DEBUT-CHAINE
                   THEN
                   MOVE JR-DEBUT(IDX-ETAPE IDX-JOUR) TO WS-DEBUT-CHAINE
               END-IF
               MOVE 1 TO WS-CHAINE-VUE
           END-IF
           IF IDX-ETAPE = CHN-DERNIERE(IDX-CHAINE)
               AND JR-VU(IDX-ETAPE IDX-JOUR) = 1
               THEN
               MOVE JR-FIN(IDX-ETAPE IDX-JOUR) TO WS-FIN-CHAINE
               MOVE 1 TO WS-FIN-VUE
           END-IF
           IF WS-CAUSE = SPACES
               THEN
               EVALUATE TRUE
                   WHEN JR-VU(IDX-ETAPE IDX-JOUR) = 0
                       STRING "ETAPE " DELIMITED BY SIZE
                           ETP-NOM(IDX-ETAPE) DELIMITED BY SPACE
                           " NON LANCEE" DELIMITED BY SIZE
                           INTO WS-CAUSE
                       END-STRING
                   WHEN JR-RETENUE(IDX-ETAPE IDX-JOUR) = 1
                       STRING "ETAPE " DELIMITED BY SIZE
                           ETP-NOM(IDX-ETAPE) DELIMITED BY SPACE
                           " RETENUE PAR LA FENETRE" DELIMITED BY SIZE
                           INTO WS-CAUSE
                       END-STRING
                   WHEN OTHER
                       PERFORM CONTROLE-RC-ADMIS
                       IF WS-RC-ADMIS = 0
                           THEN
                           MOVE JR-RC(IDX-ETAPE IDX-JOUR)
                               TO WS-RC-ECRAN
                           STRING "ETAPE " DELIMITED BY SIZE
                               ETP-NOM(IDX-ETAPE) DELIMITED BY SPACE
                               " EN ECHEC (RC " DELIMITED BY SIZE
                               WS-RC-ECRAN DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                               INTO WS-CAUSE
                           END-STRING
                       END-IF
               END-EVALUATE
           END-IF.

      * Code retour admis : 0, ou l'un des codes de la definition.
       CONTROLE-RC-ADMIS.
           MOVE 0 TO WS-RC-ADMIS
           IF JR-RC(IDX-ETAPE IDX-JOUR) = 0
               THEN
               MOVE 1 TO WS-RC-ADMIS
           END-IF
           PERFORM CONTROLE-RC-ADMIS-PAS
               VARYING IDX-RC FROM 1 BY 1 UNTIL IDX-RC > 4.
       CONTROLE-RC-ADMIS-PAS.
           IF ETP-RC(IDX-ETAPE IDX-RC) IS NUMERIC
               AND ETP-RC-N(IDX-ETAPE IDX-RC)
                   = JR-RC(IDX-ETAPE IDX-JOUR)
               THEN
               MOVE 1 TO WS-RC-ADMIS
           END-IF.

       EDITE-HEURE.
           MOVE WS-HX-HH TO WS-HE-HH
           MOVE WS-HX-MM TO WS-HE-MM
           MOVE WS-HX-SS TO WS-HE-SS.
       EDITE-HHMM.
           MOVE WS-HM-HH TO WS-HME-HH
           MOVE WS-HM-MM TO WS-HME-MM.

       CALCULE-TAUX.
           MOVE 0 TO WS-TAUX
           IF CHN-JOURS(IDX-CHAINE) > 0
               THEN
               COMPUTE WS-TAUX ROUNDED = CHN-RESPECTES(IDX-CHAINE)
                   * 100 / CHN-JOURS(IDX-CHAINE)
           END-IF.

       EDITE-SYNTHESE.
           IF CHN-ENGAGEE(IDX-CHAINE) = 1
               THEN
               MOVE CHN-NOM(IDX-CHAINE) TO LS-NOM
               PERFORM CALCULE-TAUX
               MOVE WS-TAUX TO LS-TAUX
               MOVE CHN-RESPECTES(IDX-CHAINE) TO LS-RESPECTES
               MOVE CHN-JOURS(IDX-CHAINE) TO LS-JOURS
               WRITE ENREG-RAPPORT FROM LIGNE-SYNTHESE
               END-WRITE
               DISPLAY "Chaine " CHN-NOM(IDX-CHAINE) " : "
                   CHN-RESPECTES(IDX-CHAINE) "/" CHN-JOURS(IDX-CHAINE)
                   " jours ouvres respectes"
           END-IF.

       FIN.
           DISPLAY "Rapport de conformite : " WS-RAPPORT-PATH
           IF CPT-MANQUES > 0
               THEN
               DISPLAY "ATTENTION: " CPT-MANQUES " manque(s) "
                   "d'engagement sur le mois " WS-PERIODE
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-JOB-SLA.
