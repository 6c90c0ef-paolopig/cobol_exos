      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : feuille de passation de consignes entre l'equipe de
      * nuit et l'equipe de jour, qui se faisait jusqu'ici par
      * telephone. Le programme rassemble en une seule feuille l'etat
      * de l'exploitation :
      * - les alertes ouvertes (Alerts.txt sans acquittement dans
      *   AlertsAck.txt, voir EXO-ALERTES-CONSOLE) ;
      * - le verrou de chaine ChaineVerrou.txt, pose ou libre, et son
      *   detenteur ;
      * - le dernier passage de JobHistory.txt pour chaque chaine de
      *   ChainesDefinition.txt (definition integree d'EXO-JOB-STREAM
      *   quand le fichier est absent) ;
      * - les suppressions en attente d'approbation
      *   (ClientsSuppressionsAttente.txt) ;
      * - les transactions a date d'effet arrivant a echeance demain
      *   ou deja echues (ClientsTransPending.txt) ;
      * - les rejets en attente de recyclage (ClientsTransRejets.txt) ;
      * - les transferts du manifeste sans accuse du bureau
      *   (TransfertManifeste.txt / TransfertAccuse.txt) ;
      * - les codes operateur bloques (ClientsOperateursMdp.txt) ;
      * - le dernier passage du relais des alertes vers le pupitre du
      *   groupe (AlertesRelaisEtat.txt, voir EXO-ALERTES-RELAIS) :
      *   les alertes en echec de transmission sont des points a
      *   reprendre.
      * La feuille est ecrite dans PassationConsignes.txt, affichee a
      * la console, et ajoutee a PassationsJournal.txt avec l'operateur
      * sortant et la releve : la passation elle-meme est tracee.
      * Codes retour : 0 = rien en suspens, 4 = au moins un point a
      * reprendre par l'equipe montante, 12 = feuille impossible a
      * ecrire.
      * Attente, suppressions et rejets relus au format de transaction
      * elargi (noms a 20 caracteres, prenoms a 15).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-OPS-PASSATION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTES-FIC
               ASSIGN TO WS-ALERTES-PATH
               FILE STATUS IS ALERTES-STATUT.
           SELECT ACK-FIC
               ASSIGN TO WS-ACK-PATH
               FILE STATUS IS ACK-STATUT.
           SELECT VERROU-FIC
               ASSIGN TO "C:\Users\Cobol\ChaineVerrou.txt"
               FILE STATUS IS VERROU-STATUT.
           SELECT CHAINES-FIC
               ASSIGN TO WS-CHAINES-PATH
               FILE STATUS IS CHAINES-STATUT.
           SELECT HISTO-FIC
               ASSIGN TO "C:\Users\Cobol\JobHistory.txt"
               FILE STATUS IS HISTO-STATUT.
           SELECT SUPPR-ATT-FIC
               ASSIGN TO WS-SUPPR-ATT-PATH
               FILE STATUS IS SUPPR-ATT-STATUT.
           SELECT ATTENTE-FIC
               ASSIGN TO WS-ATTENTE-PATH
               FILE STATUS IS ATTENTE-STATUT.
           SELECT REJET-FIC
               ASSIGN TO WS-REJET-PATH
               FILE STATUS IS REJET-STATUT.
           SELECT MANIFESTE-FIC
               ASSIGN TO WS-MANIFESTE-PATH
               FILE STATUS IS MANIFESTE-STATUT.
           SELECT ACCUSE-FIC
               ASSIGN TO WS-ACCUSE-PATH
               FILE STATUS IS ACCUSE-STATUT.
           SELECT MDP-FIC
               ASSIGN TO WS-MDP-PATH
               FILE STATUS IS MDP-STATUT.
           SELECT PASSATION-FIC
               ASSIGN TO WS-PASSATION-PATH
               FILE STATUS IS PASSATION-STATUT.
           SELECT JOURNAL-FIC
               ASSIGN TO WS-JOURNAL-PATH
               FILE STATUS IS JOURNAL-STATUT.
           SELECT RELAIS-FIC
               ASSIGN TO WS-RELAIS-PATH
               FILE STATUS IS RELAIS-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que ENREG-ALERTE dans EXO-FICHIER-SORT.
       FD  ALERTES-FIC.
       01  ENREG-ALERTE.
           05 ALERTE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 ALERTE-TIME PIC 9(8).
           05 FILLER PIC X.
           05 ALERTE-PROGRAMME PIC X(16).
           05 FILLER PIC X.
           05 ALERTE-SEVERITE PIC X(9).
           05 FILLER PIC X.
           05 ALERTE-MESSAGE PIC X(60).
      *
      * Meme dessin que ENREG-ACK dans EXO-ALERTES-CONSOLE.
       FD  ACK-FIC.
       01  ENREG-ACK.
           05 ACK-DATE PIC 9(8).
           05 FILLER PIC X.
           05 ACK-TIME PIC 9(8).
           05 FILLER PIC X.
           05 ACK-PROGRAMME PIC X(16).
           05 FILLER PIC X.
           05 ACK-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 ACK-NOTE PIC X(30).
      *
      * Verrou d'execution de la chaine (voir PREND-VERROU dans
      * EXO-VI-C-V4) : lu seulement.
       FD  VERROU-FIC.
       01  ENREG-VERROU.
           05 VER-PROGRAMME PIC X(16).
           05 FILLER PIC X.
           05 VER-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 VER-DATE PIC 9(8).
           05 FILLER PIC X.
           05 VER-HEURE PIC 9(8).
      *
      * Definition des chaines (voir CHAINES-FIC dans EXO-JOB-STREAM) :
      * seuls le type, la chaine et le nom d'etape servent ici.
       FD  CHAINES-FIC.
       01  ENREG-CHAINES.
           05 DEF-TYPE PIC X.
           05 FILLER PIC X.
           05 DEF-CHAINE PIC X(8).
           05 FILLER PIC X.
           05 DEF-ORDRE PIC XX.
           05 FILLER PIC X.
           05 DEF-ETAPE PIC X(8).
           05 FILLER PIC X(78).
      *
      * Meme dessin que ENREG-HISTO dans EXO-JOB-STREAM.
       FD  HISTO-FIC.
       01  ENREG-HISTO.
           05 HISTO-DATE PIC 9(8).
           05 FILLER PIC X.
           05 HISTO-ETAPE PIC X(8).
           05 FILLER PIC X.
           05 HISTO-DEBUT PIC 9(8).
           05 FILLER PIC X.
           05 HISTO-FIN PIC 9(8).
           05 FILLER PIC X.
           05 HISTO-RC PIC S9(4) SIGN LEADING SEPARATE.
      *
      * Meme dessin que ENREG-SUPPR-ATT dans EXO-CLI-MAINT.
       FD  SUPPR-ATT-FIC.
       01  ENREG-SUPPR-ATT.
           05 SAT-TRANS.
               10 SAT-CODE PIC X.
               10 SAT-IDCLI PIC X(5).
               10 FILLER PIC X(49).
           05 FILLER PIC X.
           05 SAT-OPER-SAISIE PIC X(4).
           05 FILLER PIC X.
           05 SAT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SAT-AGE PIC 9(3).
           05 FILLER PIC X.
           05 SAT-OPER-APPRO PIC X(4).
      *
      * Transactions a date d'effet future (voir TRANS-WS dans
      * EXO-CLI-MAINT).
       FD  ATTENTE-FIC.
       01  ENREG-ATTENTE.
           05 ATT-CODE PIC X.
           05 ATT-IDCLI PIC X(5).
           05 ATT-NOMCLI PIC X(20).
           05 ATT-PNMCLI PIC X(15).
           05 ATT-SEQ PIC X(5).
           05 ATT-DATE-EFFET PIC X(8).
           05 ATT-STATUT PIC X.
      *
      * Meme dessin que ENREG-REJET dans EXO-CLI-MAINT.
       FD  REJET-FIC.
       01  ENREG-REJET.
           05 REJ-TRANS.
               10 REJ-CODE PIC X.
               10 REJ-IDCLI PIC X(5).
               10 FILLER PIC X(49).
           05 FILLER PIC X.
           05 REJ-MOTIF PIC X(8).
      *
      * Meme dessin que ENREG-MANIFESTE dans EXO-CLI-EXPEDIE.
       FD  MANIFESTE-FIC.
       01  ENREG-MANIFESTE.
           05 MAN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 MAN-FICHIER PIC X(40).
           05 FILLER PIC X.
           05 MAN-CPT PIC 9(5).
           05 FILLER PIC X.
           05 MAN-SOMME PIC 9(8).
      *
      * Meme dessin que ENREG-ACCUSE dans EXO-CLI-ACCUSE.
       FD  ACCUSE-FIC.
       01  ENREG-ACCUSE.
           05 ACC-FICHIER PIC X(40).
           05 FILLER PIC X.
           05 ACC-CPT PIC 9(5).
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
      * Feuille de passation du jour, et journal cumule des feuilles.
       FD  PASSATION-FIC.
       01  ENREG-PASSATION PIC X(80).
       FD  JOURNAL-FIC.
       01  ENREG-JOURNAL PIC X(80).
      *
      * Meme dessin que ENREG-ETAT dans EXO-ALERTES-RELAIS.
       FD  RELAIS-FIC.
       01  ENREG-RELAIS.
           05 RLS-MARQUE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RLS-MARQUE-TIME PIC 9(8).
           05 FILLER PIC X.
           05 RLS-DERNIER-EVT PIC 9(8).
           05 FILLER PIC X.
           05 RLS-PASSAGE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RLS-PASSAGE-TIME PIC 9(8).
           05 FILLER PIC X.
           05 RLS-STATUT PIC X(5).
           05 FILLER PIC X.
           05 RLS-CPT-TRANSMISES PIC 9(5).
           05 FILLER PIC X.
           05 RLS-CPT-ECHECS PIC 9(5).
      *
       WORKING-STORAGE SECTION.
       77  ALERTES-STATUT PIC XX.
       77  ACK-STATUT PIC XX.
       77  VERROU-STATUT PIC XX.
       77  CHAINES-STATUT PIC XX.
       77  HISTO-STATUT PIC XX.
       77  SUPPR-ATT-STATUT PIC XX.
       77  ATTENTE-STATUT PIC XX.
       77  REJET-STATUT PIC XX.
       77  MANIFESTE-STATUT PIC XX.
       77  ACCUSE-STATUT PIC XX.
       77  MDP-STATUT PIC XX.
       77  PASSATION-STATUT PIC XX.
       77  JOURNAL-STATUT PIC XX.
       77  RELAIS-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-JOURNAL-OUVERT PIC 9 VALUE 0.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-RELEVE PIC X(4) VALUE SPACES.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-HEURE-JOUR PIC 9(8) VALUE 0.
       77  WS-LIGNE PIC X(80) VALUE SPACES.
       77  WS-CPT-SECTION PIC 9(5) VALUE 0.
       77  WS-CPT-SECTION-ED PIC ZZZZ9.
       77  CPT-POINTS PIC 9(5) VALUE 0.
      * Acquittements charges pour ecarter les alertes traitees.
       01  TABLE-ACKS.
           05 ACK-ENTREE OCCURS 500.
               10 TAB-ACK-DATE PIC 9(8).
               10 TAB-ACK-TIME PIC 9(8).
               10 TAB-ACK-PROGRAMME PIC X(16).
       77  NB-ACKS PIC 999 VALUE 0.
       77  IDX-ACK PIC 999 VALUE 0.
       77  WS-DEJA-ACQUITTEE PIC 9 VALUE 0.
      * Verrou : memes primitives que AFFICHE-ETAT-VERROU dans
      * EXO-JOB-STREAM.
       77  WS-VERROU-BUFFER PIC X(36) VALUE SPACES.
       77  WS-VERROU-EXIST PIC 9(9) COMP-5 VALUE 0.
       77  WS-VERROU-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ChaineVerrou.txt".
      * Chaines et rattachement des etapes a leur chaine ; le dernier
      * passage lu dans JobHistory.txt (ordre chronologique) l'emporte.
       01  TABLE-CHAINES.
           05 CHAINE-ENTREE OCCURS 6.
               10 CHN-NOM PIC X(8).
               10 CHN-DERNIER-DATE PIC 9(8).
               10 CHN-DERNIER-ETAPE PIC X(8).
               10 CHN-DERNIER-DEBUT PIC 9(8).
               10 CHN-DERNIER-FIN PIC 9(8).
               10 CHN-DERNIER-RC PIC S9(4).
       77  NB-CHAINES PIC 9 VALUE 0.
       77  IDX-CHAINE PIC 9 VALUE 0.
       01  TABLE-ETAPES.
           05 ETAPE-ENTREE OCCURS 60.
               10 ETP-NOM PIC X(8).
               10 ETP-CHAINE PIC 9.
       77  NB-ETAPES PIC 99 VALUE 0.
       77  IDX-ETAPE PIC 99 VALUE 0.
       77  WS-RC-ED PIC -ZZZ9.
      * Accuses du bureau charges pour pointer le manifeste.
       01  TABLE-ACCUSES.
           05 ACC-ENTREE-FICHIER PIC X(40) OCCURS 200.
       77  NB-ACCUSES PIC 999 VALUE 0.
       77  IDX-ACCUSE PIC 999 VALUE 0.
       77  WS-ACCUSE-TROUVE PIC 9 VALUE 0.
      * Lendemain du jour de passation, pour les dates d'effet.
       77  WS-DATE-DEMAIN PIC 9(8) VALUE 0.
       01  WS-DATE-DECOUPE.
           05 WS-DD-AAAA PIC 9(4).
           05 WS-DD-MM PIC 99.
           05 WS-DD-JJ PIC 99.
       77  WS-JJ-MAX PIC 99 VALUE 0.
       77  WS-RESTE-4 PIC 9 VALUE 0.
       77  WS-ALERTES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\Alerts.txt".
       77  WS-ACK-PATH PIC X(60)
           VALUE "C:\Users\Cobol\AlertsAck.txt".
       77  WS-CHAINES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ChainesDefinition.txt".
       77  WS-SUPPR-ATT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsSuppressionsAttente.txt".
       77  WS-ATTENTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTransPending.txt".
       77  WS-REJET-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTransRejets.txt".
       77  WS-MANIFESTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\TransfertManifeste.txt".
       77  WS-ACCUSE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\TransfertAccuse.txt".
       77  WS-MDP-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOperateursMdp.txt".
       77  WS-PASSATION-PATH PIC X(60)
           VALUE "C:\Users\Cobol\PassationConsignes.txt".
       77  WS-JOURNAL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\PassationsJournal.txt".
       77  WS-RELAIS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\AlertesRelaisEtat.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM SECTION-ALERTES
           PERFORM SECTION-VERROU
           PERFORM SECTION-CHAINES
           PERFORM SECTION-SUPPRESSIONS
           PERFORM SECTION-ECHEANCES
           PERFORM SECTION-REJETS
           PERFORM SECTION-TRANSFERTS
           PERFORM SECTION-BLOCAGES
           PERFORM SECTION-RELAIS
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * ALERTES_PATH, ALERTES_ACK_PATH, JOB_CHAINES_PATH,
      * CLI_SUPPR_ATT_PATH, CLI_ATTENTE_PATH, CLI_REJET_PATH,
      * MANIFESTE_PATH, ACCUSE_PATH, OPER_MDP_PATH,
      * ALERTES_RELAIS_ETAT_PATH (memes noms que les programmes
      * proprietaires de ces fichiers),
      * PASSATION_RAPPORT_PATH et PASSATION_JOURNAL_PATH.
       INIT.
           ACCEPT WS-ALERTES-PATH FROM ENVIRONMENT "ALERTES_PATH"
           IF WS-ALERTES-PATH = SPACES
               MOVE "C:\Users\Cobol\Alerts.txt" TO WS-ALERTES-PATH
           END-IF
           ACCEPT WS-ACK-PATH FROM ENVIRONMENT "ALERTES_ACK_PATH"
           IF WS-ACK-PATH = SPACES
               MOVE "C:\Users\Cobol\AlertsAck.txt" TO WS-ACK-PATH
           END-IF
           ACCEPT WS-CHAINES-PATH FROM ENVIRONMENT "JOB_CHAINES_PATH"
           IF WS-CHAINES-PATH = SPACES
               MOVE "C:\Users\Cobol\ChainesDefinition.txt"
                   TO WS-CHAINES-PATH
           END-IF
           ACCEPT WS-SUPPR-ATT-PATH FROM ENVIRONMENT
               "CLI_SUPPR_ATT_PATH"
           IF WS-SUPPR-ATT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsSuppressionsAttente.txt"
                   TO WS-SUPPR-ATT-PATH
           END-IF
           ACCEPT WS-ATTENTE-PATH FROM ENVIRONMENT "CLI_ATTENTE_PATH"
           IF WS-ATTENTE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsTransPending.txt"
                   TO WS-ATTENTE-PATH
           END-IF
           ACCEPT WS-REJET-PATH FROM ENVIRONMENT "CLI_REJET_PATH"
           IF WS-REJET-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsTransRejets.txt"
                   TO WS-REJET-PATH
           END-IF
           ACCEPT WS-MANIFESTE-PATH FROM ENVIRONMENT "MANIFESTE_PATH"
           IF WS-MANIFESTE-PATH = SPACES
               MOVE "C:\Users\Cobol\TransfertManifeste.txt"
                   TO WS-MANIFESTE-PATH
           END-IF
           ACCEPT WS-ACCUSE-PATH FROM ENVIRONMENT "ACCUSE_PATH"
           IF WS-ACCUSE-PATH = SPACES
               MOVE "C:\Users\Cobol\TransfertAccuse.txt"
                   TO WS-ACCUSE-PATH
           END-IF
           ACCEPT WS-MDP-PATH FROM ENVIRONMENT "OPER_MDP_PATH"
           IF WS-MDP-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOperateursMdp.txt"
                   TO WS-MDP-PATH
           END-IF
           ACCEPT WS-RELAIS-PATH FROM ENVIRONMENT
               "ALERTES_RELAIS_ETAT_PATH"
           IF WS-RELAIS-PATH = SPACES
               MOVE "C:\Users\Cobol\AlertesRelaisEtat.txt"
                   TO WS-RELAIS-PATH
           END-IF
           ACCEPT WS-PASSATION-PATH FROM ENVIRONMENT
               "PASSATION_RAPPORT_PATH"
           IF WS-PASSATION-PATH = SPACES
               MOVE "C:\Users\Cobol\PassationConsignes.txt"
                   TO WS-PASSATION-PATH
           END-IF
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT
               "PASSATION_JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\Cobol\PassationsJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF
           PERFORM IDENTIFIE-OPERATEURS
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           PERFORM CALCUL-LENDEMAIN
           OPEN OUTPUT PASSATION-FIC
           IF PASSATION-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: feuille de passation impossible a "
                   "ecrire (" PASSATION-STATUT ") : " WS-PASSATION-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND JOURNAL-FIC
           IF JOURNAL-STATUT NOT = "00"
               THEN
               OPEN OUTPUT JOURNAL-FIC
           END-IF
           IF JOURNAL-STATUT = "00"
               THEN
               MOVE 1 TO WS-JOURNAL-OUVERT
           ELSE
               DISPLAY "ATTENTION: PassationsJournal.txt indisponible ("
                   JOURNAL-STATUT ") - passation non tracee."
           END-IF
           MOVE ALL "=" TO WS-LIGNE
           PERFORM ECRIT-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING "PASSATION DE CONSIGNES DU " DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-HEURE-JOUR(1:4) DELIMITED BY SIZE
               " - SORTANT " DELIMITED BY SIZE
               WS-OPERATEUR DELIMITED BY SIZE
               " - RELEVE " DELIMITED BY SIZE
               WS-RELEVE DELIMITED BY SIZE
               INTO WS-LIGNE
           END-STRING
           PERFORM ECRIT-LIGNE
           MOVE ALL "=" TO WS-LIGNE
           PERFORM ECRIT-LIGNE.

      * Operateur sortant comme dans EXO-CLI-MAINT (OPERATEUR_CODE, a
      * la console sinon) ; la releve via PASSATION_RELEVE ou la
      * console, a blanc si personne n'a encore pris le poste.
       IDENTIFIE-OPERATEURS.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR_CODE"
           IF WS-OPERATEUR = SPACES
               THEN
               DISPLAY "Code operateur sortant (4 caracteres) : "
               ACCEPT WS-OPERATEUR
           END-IF
           IF WS-OPERATEUR = SPACES
               THEN
               DISPLAY "ERREUR: code operateur obligatoire."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RELEVE FROM ENVIRONMENT "PASSATION_RELEVE"
           IF WS-RELEVE = SPACES
               THEN
               DISPLAY "Code operateur de releve (blanc si absent) : "
               ACCEPT WS-RELEVE
           END-IF.

      * Lendemain du jour, mois et annee compris (fevrier a 29 les
      * annees bissextiles, comme CALCUL-JJ-MAX dans EXO-EMPL-MAINT).
       CALCUL-LENDEMAIN.
           MOVE WS-DATE-JOUR TO WS-DATE-DECOUPE
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
           MOVE WS-DATE-DECOUPE TO WS-DATE-DEMAIN.
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

      * Une ligne de feuille : console, feuille du jour et journal.
       ECRIT-LIGNE.
           DISPLAY WS-LIGNE
           WRITE ENREG-PASSATION FROM WS-LIGNE
           END-WRITE
           IF WS-JOURNAL-OUVERT = 1
               THEN
               WRITE ENREG-JOURNAL FROM WS-LIGNE
               END-WRITE
           END-IF.

       ECRIT-TITRE.
           MOVE 0 TO WS-CPT-SECTION
           PERFORM ECRIT-LIGNE.

      * Bas de section : le compte, ou "neant" ; chaque point compte
      * pour le code retour.
       ECRIT-BAS-SECTION.
           IF WS-CPT-SECTION = 0
               THEN
               MOVE "  neant." TO WS-LIGNE
           ELSE
               MOVE WS-CPT-SECTION TO WS-CPT-SECTION-ED
               MOVE SPACES TO WS-LIGNE
               STRING "  total : " DELIMITED BY SIZE
                   WS-CPT-SECTION-ED DELIMITED BY SIZE
                   INTO WS-LIGNE
               END-STRING
               ADD WS-CPT-SECTION TO CPT-POINTS
           END-IF
           PERFORM ECRIT-LIGNE.

      ******************************************************************
      * Alertes ouvertes : tout Alerts.txt sans acquittement.
      ******************************************************************
       SECTION-ALERTES.
           MOVE "=== ALERTES OUVERTES (sans acquittement)" TO WS-LIGNE
           PERFORM ECRIT-TITRE
           MOVE 0 TO EOF-FIC
           OPEN INPUT ACK-FIC
           IF ACK-STATUT = "00"
               THEN
               PERFORM CHARGE-ACKS-LECT UNTIL EOF-FIC = 1
               CLOSE ACK-FIC
           END-IF
           MOVE 0 TO EOF-FIC
           OPEN INPUT ALERTES-FIC
           IF ALERTES-STATUT = "00"
               THEN
               PERFORM ALERTES-LECT UNTIL EOF-FIC = 1
               CLOSE ALERTES-FIC
           END-IF
           PERFORM ECRIT-BAS-SECTION.
       CHARGE-ACKS-LECT.
           READ ACK-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND NB-ACKS < 500
               THEN
               ADD 1 TO NB-ACKS
               MOVE ACK-DATE TO TAB-ACK-DATE(NB-ACKS)
               MOVE ACK-TIME TO TAB-ACK-TIME(NB-ACKS)
               MOVE ACK-PROGRAMME TO TAB-ACK-PROGRAMME(NB-ACKS)
           END-IF.
       ALERTES-LECT.
           READ ALERTES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ALERTE-DATE IS NUMERIC
               THEN
               MOVE 0 TO WS-DEJA-ACQUITTEE
               PERFORM CHERCHE-ACK
                   VARYING IDX-ACK FROM 1 BY 1
                   UNTIL IDX-ACK > NB-ACKS OR WS-DEJA-ACQUITTEE = 1
               IF WS-DEJA-ACQUITTEE = 0
                   THEN
                   ADD 1 TO WS-CPT-SECTION
                   MOVE SPACES TO WS-LIGNE
                   STRING "  " DELIMITED BY SIZE
                       ALERTE-SEVERITE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ALERTE-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ALERTE-PROGRAMME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ALERTE-MESSAGE DELIMITED BY SIZE
                       INTO WS-LIGNE
                   END-STRING
                   PERFORM ECRIT-LIGNE
               END-IF
           END-IF.
       CHERCHE-ACK.
           IF TAB-ACK-DATE(IDX-ACK) = ALERTE-DATE
               AND TAB-ACK-TIME(IDX-ACK) = ALERTE-TIME
               AND TAB-ACK-PROGRAMME(IDX-ACK) = ALERTE-PROGRAMME
               THEN
               MOVE 1 TO WS-DEJA-ACQUITTEE
           END-IF.

      ******************************************************************
      * Verrou de chaine : pose (et par qui) ou libre.
      ******************************************************************
       SECTION-VERROU.
           MOVE "=== VERROU DE CHAINE (ChaineVerrou.txt)" TO WS-LIGNE
           PERFORM ECRIT-TITRE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-VERROU-PATH
               WS-VERROU-BUFFER
               RETURNING WS-VERROU-EXIST
           IF WS-VERROU-EXIST = 0
               THEN
               ADD 1 TO WS-CPT-SECTION
               MOVE SPACES TO WS-LIGNE
               OPEN INPUT VERROU-FIC
               IF VERROU-STATUT = "00"
                   THEN
                   READ VERROU-FIC
                   END-READ
                   CLOSE VERROU-FIC
                   STRING "  POSE par " DELIMITED BY SIZE
                       VER-PROGRAMME DELIMITED BY SPACE
                       " (" DELIMITED BY SIZE
                       VER-OPERATEUR DELIMITED BY SIZE
                       ") depuis le " DELIMITED BY SIZE
                       VER-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VER-HEURE DELIMITED BY SIZE
                       INTO WS-LIGNE
                   END-STRING
               ELSE
                   STRING "  present mais illisible (" DELIMITED BY SIZE
                       VERROU-STATUT DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-LIGNE
                   END-STRING
               END-IF
               PERFORM ECRIT-LIGNE
           ELSE
               MOVE "  libre." TO WS-LIGNE
               PERFORM ECRIT-LIGNE
           END-IF.

      ******************************************************************
      * Dernier passage par chaine : chaque ligne de JobHistory.txt est
      * rattachee a la chaine de son etape.
      ******************************************************************
       SECTION-CHAINES.
           MOVE "=== DERNIER PASSAGE PAR CHAINE (JobHistory.txt)"
               TO WS-LIGNE
           PERFORM ECRIT-TITRE
           MOVE 0 TO EOF-FIC
           OPEN INPUT CHAINES-FIC
           IF CHAINES-STATUT = "00"
               THEN
               PERFORM CHAINES-LECT UNTIL EOF-FIC = 1
               CLOSE CHAINES-FIC
           ELSE
               PERFORM CHAINES-DEFAUT
           END-IF
           MOVE 0 TO EOF-FIC
           OPEN INPUT HISTO-FIC
           IF HISTO-STATUT = "00"
               THEN
               PERFORM HISTO-LECT UNTIL EOF-FIC = 1
               CLOSE HISTO-FIC
           END-IF
           PERFORM ECRIT-CHAINE
               VARYING IDX-CHAINE FROM 1 BY 1
               UNTIL IDX-CHAINE > NB-CHAINES
           PERFORM ECRIT-BAS-SECTION.
       CHAINES-LECT.
           READ CHAINES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               EVALUATE TRUE
                   WHEN DEF-TYPE = "C" AND NB-CHAINES < 6
                       PERFORM AJOUTE-CHAINE
                   WHEN DEF-TYPE = "E" AND NB-CHAINES > 0
                       AND NB-ETAPES < 60
                       PERFORM AJOUTE-ETAPE
               END-EVALUATE
           END-IF.
       AJOUTE-CHAINE.
           ADD 1 TO NB-CHAINES
           MOVE DEF-CHAINE TO CHN-NOM(NB-CHAINES)
           MOVE 0 TO CHN-DERNIER-DATE(NB-CHAINES)
           MOVE SPACES TO CHN-DERNIER-ETAPE(NB-CHAINES)
           MOVE 0 TO CHN-DERNIER-DEBUT(NB-CHAINES)
           MOVE 0 TO CHN-DERNIER-FIN(NB-CHAINES)
           MOVE 0 TO CHN-DERNIER-RC(NB-CHAINES).
       AJOUTE-ETAPE.
           ADD 1 TO NB-ETAPES
           MOVE DEF-ETAPE TO ETP-NOM(NB-ETAPES)
           MOVE NB-CHAINES TO ETP-CHAINE(NB-ETAPES).

      * Memes chaines que DEFINIT-CHAINES-DEFAUT dans EXO-JOB-STREAM.
       CHAINES-DEFAUT.
           MOVE SPACES TO ENREG-CHAINES
           MOVE "QUOTID" TO DEF-CHAINE
           PERFORM AJOUTE-CHAINE
           MOVE "DEDUP" TO DEF-ETAPE
           PERFORM AJOUTE-ETAPE
           MOVE "COPIE" TO DEF-ETAPE
           PERFORM AJOUTE-ETAPE
           MOVE "TRI" TO DEF-ETAPE
           PERFORM AJOUTE-ETAPE
           MOVE "BACKOFF" TO DEF-CHAINE
           PERFORM AJOUTE-CHAINE
           MOVE "MAINT" TO DEF-ETAPE
           PERFORM AJOUTE-ETAPE
           MOVE "CONTROLE" TO DEF-ETAPE
           PERFORM AJOUTE-ETAPE
           MOVE "RAPPORT" TO DEF-ETAPE
           PERFORM AJOUTE-ETAPE
           MOVE "CSV" TO DEF-ETAPE
           PERFORM AJOUTE-ETAPE.

       HISTO-LECT.
           READ HISTO-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND HISTO-DATE IS NUMERIC
               THEN
               PERFORM RANGE-HISTO
                   VARYING IDX-ETAPE FROM 1 BY 1
                   UNTIL IDX-ETAPE > NB-ETAPES
           END-IF.
       RANGE-HISTO.
           IF ETP-NOM(IDX-ETAPE) = HISTO-ETAPE
               THEN
               MOVE ETP-CHAINE(IDX-ETAPE) TO IDX-CHAINE
               MOVE HISTO-DATE TO CHN-DERNIER-DATE(IDX-CHAINE)
               MOVE HISTO-ETAPE TO CHN-DERNIER-ETAPE(IDX-CHAINE)
               MOVE HISTO-DEBUT TO CHN-DERNIER-DEBUT(IDX-CHAINE)
               MOVE HISTO-FIN TO CHN-DERNIER-FIN(IDX-CHAINE)
               MOVE HISTO-RC TO CHN-DERNIER-RC(IDX-CHAINE)
           END-IF.

      * Une chaine dont le dernier passage s'est termine sur un code
      * non nul est un point a reprendre.
       ECRIT-CHAINE.
           MOVE SPACES TO WS-LIGNE
           IF CHN-DERNIER-DATE(IDX-CHAINE) = 0
               THEN
               STRING "  " DELIMITED BY SIZE
                   CHN-NOM(IDX-CHAINE) DELIMITED BY SIZE
                   " aucun passage enregistre" DELIMITED BY SIZE
                   INTO WS-LIGNE
               END-STRING
           ELSE
               MOVE CHN-DERNIER-RC(IDX-CHAINE) TO WS-RC-ED
               STRING "  " DELIMITED BY SIZE
                   CHN-NOM(IDX-CHAINE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CHN-DERNIER-DATE(IDX-CHAINE) DELIMITED BY SIZE
                   " etape " DELIMITED BY SIZE
                   CHN-DERNIER-ETAPE(IDX-CHAINE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CHN-DERNIER-DEBUT(IDX-CHAINE)(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CHN-DERNIER-FIN(IDX-CHAINE)(1:4) DELIMITED BY SIZE
                   " code " DELIMITED BY SIZE
                   WS-RC-ED DELIMITED BY SIZE
                   INTO WS-LIGNE
               END-STRING
               IF CHN-DERNIER-RC(IDX-CHAINE) NOT = 0
                   THEN
                   ADD 1 TO WS-CPT-SECTION
               END-IF
           END-IF
           PERFORM ECRIT-LIGNE.

      ******************************************************************
      * Suppressions saisies, en attente du second operateur.
      ******************************************************************
       SECTION-SUPPRESSIONS.
           MOVE "=== SUPPRESSIONS EN ATTENTE D'APPROBATION" TO WS-LIGNE
           PERFORM ECRIT-TITRE
           MOVE 0 TO EOF-FIC
           OPEN INPUT SUPPR-ATT-FIC
           IF SUPPR-ATT-STATUT = "00"
               THEN
               PERFORM SUPPRESSIONS-LECT UNTIL EOF-FIC = 1
               CLOSE SUPPR-ATT-FIC
           END-IF
           PERFORM ECRIT-BAS-SECTION.
       SUPPRESSIONS-LECT.
           READ SUPPR-ATT-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND SAT-TRANS NOT = SPACES
               AND SAT-OPER-APPRO = SPACES
               THEN
               ADD 1 TO WS-CPT-SECTION
               MOVE SPACES TO WS-LIGNE
               STRING "  IDCLI " DELIMITED BY SIZE
                   SAT-IDCLI DELIMITED BY SIZE
                   " saisie par " DELIMITED BY SIZE
                   SAT-OPER-SAISIE DELIMITED BY SIZE
                   " le " DELIMITED BY SIZE
                   SAT-DATE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   SAT-AGE DELIMITED BY SIZE
                   " passage(s)" DELIMITED BY SIZE
                   INTO WS-LIGNE
               END-STRING
               PERFORM ECRIT-LIGNE
           END-IF.

      ******************************************************************
      * Transactions a date d'effet : celles qui s'appliqueront au
      * prochain passage (echeance demain, ou deja echues et restees
      * en attente).
      ******************************************************************
       SECTION-ECHEANCES.
           MOVE SPACES TO WS-LIGNE
           STRING "=== DATES D'EFFET ECHUES AU " DELIMITED BY SIZE
               WS-DATE-DEMAIN DELIMITED BY SIZE
               " (ClientsTransPending.txt)" DELIMITED BY SIZE
               INTO WS-LIGNE
           END-STRING
           PERFORM ECRIT-TITRE
           MOVE 0 TO EOF-FIC
           OPEN INPUT ATTENTE-FIC
           IF ATTENTE-STATUT = "00"
               THEN
               PERFORM ECHEANCES-LECT UNTIL EOF-FIC = 1
               CLOSE ATTENTE-FIC
           END-IF
           PERFORM ECRIT-BAS-SECTION.
       ECHEANCES-LECT.
           READ ATTENTE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ATT-DATE-EFFET IS NUMERIC
               AND ATT-DATE-EFFET <= WS-DATE-DEMAIN
               THEN
               ADD 1 TO WS-CPT-SECTION
               MOVE SPACES TO WS-LIGNE
               STRING "  " DELIMITED BY SIZE
                   ATT-CODE DELIMITED BY SIZE
                   " IDCLI " DELIMITED BY SIZE
                   ATT-IDCLI DELIMITED BY SIZE
                   " effet le " DELIMITED BY SIZE
                   ATT-DATE-EFFET DELIMITED BY SIZE
                   INTO WS-LIGNE
               END-STRING
               IF ATT-DATE-EFFET NOT = WS-DATE-DEMAIN
                   THEN
                   MOVE "(deja echue)" TO WS-LIGNE(36:12)
               END-IF
               PERFORM ECRIT-LIGNE
           END-IF.

      ******************************************************************
      * Rejets du dernier passage de maintenance, a corriger puis
      * representer.
      ******************************************************************
       SECTION-REJETS.
           MOVE "=== REJETS EN ATTENTE DE RECYCLAGE" TO WS-LIGNE
           PERFORM ECRIT-TITRE
           MOVE 0 TO EOF-FIC
           OPEN INPUT REJET-FIC
           IF REJET-STATUT = "00"
               THEN
               PERFORM REJETS-LECT UNTIL EOF-FIC = 1
               CLOSE REJET-FIC
           END-IF
           PERFORM ECRIT-BAS-SECTION.
       REJETS-LECT.
           READ REJET-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND REJ-TRANS NOT = SPACES
               THEN
               ADD 1 TO WS-CPT-SECTION
               MOVE SPACES TO WS-LIGNE
               STRING "  " DELIMITED BY SIZE
                   REJ-CODE DELIMITED BY SIZE
                   " IDCLI " DELIMITED BY SIZE
                   REJ-IDCLI DELIMITED BY SIZE
                   " motif " DELIMITED BY SIZE
                   REJ-MOTIF DELIMITED BY SIZE
                   INTO WS-LIGNE
               END-STRING
               PERFORM ECRIT-LIGNE
           END-IF.

      ******************************************************************
      * Transferts du manifeste sans accuse du bureau (meme pointage
      * que TRAIT dans EXO-CLI-ACCUSE).
      ******************************************************************
       SECTION-TRANSFERTS.
           MOVE "=== TRANSFERTS NON ACCUSES" TO WS-LIGNE
           PERFORM ECRIT-TITRE
           MOVE 0 TO EOF-FIC
           OPEN INPUT ACCUSE-FIC
           IF ACCUSE-STATUT = "00"
               THEN
               PERFORM ACCUSES-LECT UNTIL EOF-FIC = 1
               CLOSE ACCUSE-FIC
           END-IF
           MOVE 0 TO EOF-FIC
           OPEN INPUT MANIFESTE-FIC
           IF MANIFESTE-STATUT = "00"
               THEN
               PERFORM MANIFESTE-LECT UNTIL EOF-FIC = 1
               CLOSE MANIFESTE-FIC
           END-IF
           PERFORM ECRIT-BAS-SECTION.
       ACCUSES-LECT.
           READ ACCUSE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ACC-FICHIER NOT = SPACES
               AND NB-ACCUSES < 200
               THEN
               ADD 1 TO NB-ACCUSES
               MOVE ACC-FICHIER TO ACC-ENTREE-FICHIER(NB-ACCUSES)
           END-IF.
       MANIFESTE-LECT.
           READ MANIFESTE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND MAN-FICHIER NOT = SPACES
               THEN
               MOVE 0 TO WS-ACCUSE-TROUVE
               PERFORM CHERCHE-ACCUSE
                   VARYING IDX-ACCUSE FROM 1 BY 1
                   UNTIL IDX-ACCUSE > NB-ACCUSES
                   OR WS-ACCUSE-TROUVE = 1
               IF WS-ACCUSE-TROUVE = 0
                   THEN
                   ADD 1 TO WS-CPT-SECTION
                   MOVE SPACES TO WS-LIGNE
                   STRING "  " DELIMITED BY SIZE
                       MAN-FICHIER DELIMITED BY SIZE
                       " du " DELIMITED BY SIZE
                       MAN-DATE DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       MAN-CPT DELIMITED BY SIZE
                       " enreg.)" DELIMITED BY SIZE
                       INTO WS-LIGNE
                   END-STRING
                   PERFORM ECRIT-LIGNE
               END-IF
           END-IF.
       CHERCHE-ACCUSE.
           IF ACC-ENTREE-FICHIER(IDX-ACCUSE) = MAN-FICHIER
               THEN
               MOVE 1 TO WS-ACCUSE-TROUVE
           END-IF.

      ******************************************************************
      * Codes operateur bloques apres trop d'echecs (a liberer par
      * EXO-OPER-DEBLOQUE).
      ******************************************************************
       SECTION-BLOCAGES.
           MOVE "=== CODES OPERATEUR BLOQUES" TO WS-LIGNE
           PERFORM ECRIT-TITRE
           MOVE 0 TO EOF-FIC
           OPEN INPUT MDP-FIC
           IF MDP-STATUT = "00"
               THEN
               PERFORM BLOCAGES-LECT UNTIL EOF-FIC = 1
               CLOSE MDP-FIC
           END-IF
           PERFORM ECRIT-BAS-SECTION.
       BLOCAGES-LECT.
           READ MDP-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND MDP-BLOQUE = "B"
               THEN
               ADD 1 TO WS-CPT-SECTION
               MOVE SPACES TO WS-LIGNE
               STRING "  " DELIMITED BY SIZE
                   MDP-CODE DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   MDP-ECHECS DELIMITED BY SIZE
                   " echecs)" DELIMITED BY SIZE
                   INTO WS-LIGNE
               END-STRING
               PERFORM ECRIT-LIGNE
           END-IF.

      ******************************************************************
      * Relais des alertes vers le pupitre du groupe : dernier passage
      * et alertes en echec de transmission.
      ******************************************************************
       SECTION-RELAIS.
           MOVE "=== RELAIS DES ALERTES (AlertesRelaisEtat.txt)"
               TO WS-LIGNE
           PERFORM ECRIT-TITRE
           OPEN INPUT RELAIS-FIC
           IF RELAIS-STATUT NOT = "00"
               THEN
               MOVE "  aucun passage du relais enregistre." TO WS-LIGNE
               PERFORM ECRIT-LIGNE
           ELSE
               MOVE SPACES TO ENREG-RELAIS
               READ RELAIS-FIC
               END-READ
               CLOSE RELAIS-FIC
               MOVE SPACES TO WS-LIGNE
               STRING "  dernier passage le " DELIMITED BY SIZE
                   RLS-PASSAGE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RLS-PASSAGE-TIME(1:4) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   RLS-STATUT DELIMITED BY SPACE
                   ", " DELIMITED BY SIZE
                   RLS-CPT-TRANSMISES DELIMITED BY SIZE
                   " transmise(s)" DELIMITED BY SIZE
                   INTO WS-LIGNE
               END-STRING
               PERFORM ECRIT-LIGNE
               IF RLS-CPT-ECHECS IS NUMERIC AND RLS-CPT-ECHECS > 0
                   THEN
                   ADD RLS-CPT-ECHECS TO WS-CPT-SECTION
                   MOVE SPACES TO WS-LIGNE
                   STRING "  " DELIMITED BY SIZE
                       RLS-CPT-ECHECS DELIMITED BY SIZE
                       " alerte(s) en echec, reprise depuis le "
                       DELIMITED BY SIZE
                       RLS-MARQUE-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RLS-MARQUE-TIME DELIMITED BY SIZE
                       INTO WS-LIGNE
                   END-STRING
                   PERFORM ECRIT-LIGNE
               ELSE
                   IF RLS-STATUT NOT = "OK"
                       THEN
                       ADD 1 TO WS-CPT-SECTION
                       MOVE "  etat du relais illisible." TO WS-LIGNE
                       PERFORM ECRIT-LIGNE
                   END-IF
               END-IF
           END-IF
           PERFORM ECRIT-BAS-SECTION.

       FIN.
           MOVE SPACES TO WS-LIGNE
           MOVE CPT-POINTS TO WS-CPT-SECTION-ED
           STRING "FIN DE PASSATION - points a reprendre : "
               DELIMITED BY SIZE
               WS-CPT-SECTION-ED DELIMITED BY SIZE
               INTO WS-LIGNE
           END-STRING
           PERFORM ECRIT-LIGNE
           CLOSE PASSATION-FIC
           IF WS-JOURNAL-OUVERT = 1
               THEN
               CLOSE JOURNAL-FIC
           END-IF
           IF CPT-POINTS > 0
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-OPS-PASSATION.
