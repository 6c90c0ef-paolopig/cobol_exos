      * porte alors les deux codes operateur. Une attente non
      * approuvee vieillit d'un passage a l'autre et expire au-dela du
      * seuil, avec une ligne de rapport.
      * Chaque rejet est en outre ajoute, date et avec le code
      * operateur, a l'historique ClientsRejetsHisto.txt : le fichier
      * de recyclage est recree a chaque passage et ne dit pas qui a
      * saisi, alors que le suivi des operateurs (EXO-OPER-PRODUCTIV)
      * compte les motifs de rejet sur le mois.
      * Un jour rattrape par EXO-JOB-STREAM est traite sous sa date
      * (JOB_DATE_TRAITEMENT) : les transactions a date d'effet sont
      * echues pour le jour rattrape. Le lot courant ClientsTrans.txt
      * n'est ni controle ni applique un jour rattrape
      * (JOB_RATTRAPAGE_JOUR=O) : il attend le passage du jour courant,
      * seul juge de son heure limite.
      * Heure limite de saisie (SAISIE_HEURE_LIMITE, voir
      * EXO-CLI-SAISIE) : un lot dont le trailer porte une saisie
      * faite a l'heure limite du jour traite ou apres est rejete en
      * bloc ; un lot differe ClientsTrans_AAAAMMJJ.txt du jour encore
      * en attente de versement est signale par une alerte.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      * octets, transactions (lot, attente, suppressions, rejets) de 55,
      * images du journal de 41.
      * En formation, maitre, lot, attentes et empreinte ne sont plus
      * clones que depuis leur copie anonymisee _ANONYME (voir
      * EXO-CLI-ANONYME), la semence pointe sa copie anonymisee, et
      * les traces recopiant des noms (rejets, journal, suppressions
      * expirees) repartent a vide ; une copie anonymisee manquante
      * refuse la formation.
      * Perimetre d'agence (SPAGC01) : un changement ou une suppression
      * visant un client d'une agence hors du rattachement de
      * l'operateur de saisie est rejete au recyclage (motif NONAUTOR),
      * la ligne d'audit portant le statut NONAUTOR et l'agence du
      * client en second code operateur (AGxx).
      * Limites journalieres (ClientsLimites.txt, par operateur, par
      * droit de la matrice ou pour tous, et par code transaction) :
      * au-dela de ce que l'operateur a deja fait dans la journee
      * (journal d'audit du jour puis passage courant), la transaction
      * n'est pas appliquee mais retenue dans la file de supervision
      * ClientsLimitesAttente.txt (statut LIMITE), et une alerte par
      * code depasse nomme l'operateur et les comptes dans Alerts.txt.
      * Un superviseur libere ou rejette chaque transaction retenue via
      * EXO-CLI-SUPERVISE ; le passage suivant applique les liberees
      * sans controle de limite et recycle les rejetees (motif
      * LIMREJET), la ligne d'audit portant l'operateur de saisie puis
      * le superviseur. Les droits d'une transaction liberee sont ceux
      * de son operateur de saisie.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-MAINT.
               FILE STATUS IS AUDIT-LOG-STATUT.
           SELECT REJET-FIC
               ASSIGN TO WS-REJET-PATH.
           SELECT REJHISTO-FIC
               ASSIGN TO WS-REJHISTO-PATH
               FILE STATUS IS REJHISTO-STATUT.
           SELECT JOURNAL-FIC
               ASSIGN TO WS-JOURNAL-PATH
               FILE STATUS IS JOURNAL-STATUT.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT LIMITES-FIC
               ASSIGN TO WS-LIMITES-PATH
               FILE STATUS IS LIMITES-STATUT.
           SELECT LIM-ATT-FIC
               ASSIGN TO WS-LIM-ATT-PATH
               FILE STATUS IS LIM-ATT-STATUT.
           SELECT EMPMAITRE-FIC
               ASSIGN TO WS-EMPMAITRE-PATH
               FILE STATUS IS EMPMAITRE-STATUT.
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
      * Cycle de vie du client : P-prospect, A-actif, S-suspendu,
      * C-clos (transitions gardees par EXO-CLI-MAINT).
           05 STATUT-MASTER PIC X.
       FD  CLI-SEED-FIC.
       01  ENREG-CLI-SEED.
           05 IDCLI-SEED PIC 9(5).
           05 NOMCLI-SEED PIC X(20).
           05 PNMCLI-SEED PIC X(15).
           05 FILLER PIC X(25).
           05 STATUT-SEED PIC X.
           05 FILLER PIC X(2).
      * WORKING-STORAGE (la zone de travail sert aussi au rejeu des
      * transactions en attente, qui n'arrivent pas par ce fichier).
       FD  TRANS-FIC.
       01  ENREG-TRANS PIC X(55).
      *
      * Transactions a date d'effet future, mises de cote lors d'un
      * passage precedent et reexaminees a chaque passage.
       FD  ATTENTE-FIC.
       01  ENREG-ATTENTE PIC X(55).
      *
      * Operateurs habilites aux suppressions : un code par
      * enregistrement.
      * EXO-CLI-APPROUVE).
       FD  SUPPR-ATT-FIC.
       01  ENREG-SUPPR-ATT.
           05 SAT-TRANS PIC X(55).
           05 FILLER PIC X VALUE SPACE.
           05 SAT-OPER-SAISIE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      * en connaissance de cause.
       FD  SUPPR-EXPIRE-FIC.
       01  ENREG-SUPPR-EXPIRE.
           05 EXP-TRANS PIC X(55).
           05 FILLER PIC X VALUE SPACE.
           05 EXP-OPER PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
      * Limites journalieres de transactions : une ligne par limite,
      * type O (LIM-CLE = code operateur), D (LIM-CLE = code action de
      * la matrice des droits, pour tous les operateurs qui le
      * portent) ou * (tous les operateurs), puis le code transaction
      * A, C ou D et le nombre maximal par jour. La ligne O l'emporte
      * sur les lignes D, qui l'emportent sur la ligne * ; entre deux
      * lignes de meme type, la plus large gagne. Fichier absent ou
      * sans ligne pour l'operateur : pas de limite.
       FD  LIMITES-FIC.
       01  ENREG-LIMITE.
           05 LIM-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LIM-CLE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LIM-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LIM-MAX PIC 9(4).
      *
      * Transactions retenues au-dela de la limite journaliere, en
      * attente de la decision d'un superviseur (EXO-CLI-SUPERVISE) :
      * l'image de la transaction, l'operateur de saisie, la date de
      * mise en supervision, la decision (a blanc tant qu'elle n'est
      * pas prise, L-liberee, R-rejetee) et le code du superviseur.
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
      * Numero de lot du jour emis par EXO-JOB-STREAM (voir EMET-LOT) :
      * confronte a l'entete "HD" des entrees du jour.
       FD  LOT-FIC.
      * au passage suivant.
       FD  REJET-FIC.
       01  ENREG-REJET.
           05 REJ-TRANS PIC X(55).
           05 FILLER PIC X VALUE SPACE.
           05 REJ-MOTIF PIC X(8).
      *
      * Historique cumule des rejets : qui, quand, quoi, pourquoi.
       FD  REJHISTO-FIC.
       01  ENREG-REJHISTO.
           05 RJH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RJH-TIME PIC 9(8).
           05 FILLER PIC X.
           05 RJH-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 RJH-CODE PIC X.
           05 FILLER PIC X.
           05 RJH-IDCLI PIC X(5).
           05 FILLER PIC X.
           05 RJH-MOTIF PIC X(8).
      *
      * Journal avant/apres du fichier maitre : une ligne par
      * transaction appliquee. Image avant a blanc pour un ajout,
      * image apres a blanc pour une suppression. La date est en
           05 FILLER PIC X VALUE SPACE.
           05 JRN-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 JRN-AVANT PIC X(41).
           05 FILLER PIC X VALUE SPACE.
           05 JRN-APRES PIC X(41).
      *
      * Point de reprise : dernier numero d'ordre traite et indicateur
      * de fin de lot, reecrit apres chaque transaction comme le
               88 TRANS-CHANGE VALUE "C".
               88 TRANS-SUPPR VALUE "D".
           05 TRANS-IDCLI PIC 9(5).
           05 TRANS-NOMCLI PIC X(20).
           05 TRANS-PNMCLI PIC X(15).
           05 TRANS-SEQ PIC 9(5).
           05 TRANS-DATE-EFFET PIC X(8).
      * Cycle de vie demande : P-prospect, A-actif, S-suspendu,
      * temps du passage puis reecrites dans ClientsTransPending.txt ;
      * une entree appliquee est mise a blanc et n'est pas reecrite.
       01  TABLE-ATTENTE.
           05 ATTENTE-ENREG OCCURS 1000 PIC X(55).
       77  NB-ATTENTE PIC 9(4) VALUE 0.
       77  IDX-ATTENTE PIC 9(4) VALUE 0.
       77  CPT-ATTENTE-ECHUE PIC 9(4) VALUE 0.
       77  EOF-ATTENTE PIC 9 VALUE 0.
       77  ATTENTE-STATUT PIC XX.
       77  WS-DATE-JOUR PIC 9(8).
      * Date de traitement transmise par EXO-JOB-STREAM quand il
      * rattrape un jour saute (a blanc sinon).
       77  WS-DATE-TRAITEMENT-ENV PIC X(8) VALUE SPACES.
      * Jour rattrape (JOB_RATTRAPAGE_JOUR=O) : le lot courant
      * ClientsTrans.txt et son point de reprise sont laisses au
      * passage du jour courant.
       77  WS-RATTRAPAGE-JOUR PIC X VALUE "N".
           88 RATTRAPAGE-JOUR-ON VALUE "O".
       77  WS-DATE-EFFET-NUM PIC 9(8) VALUE 0.
       77  WS-ATTENTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTransPending.txt".
      * est fermee et n'est pas reecrite.
       01  TABLE-SUPPR-ATT.
           05 SUPPR-ATT-ENTREE OCCURS 500.
               10 TAB-SAT-TRANS PIC X(55).
               10 TAB-SAT-OPER-SAISIE PIC X(4).
               10 TAB-SAT-DATE PIC 9(8).
               10 TAB-SAT-AGE PIC 9(3).
       77  WS-DROIT-ACCORDE PIC 9 VALUE 0.
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
      * Limites journalieres de l'operateur de la session, une entree
      * par code transaction (1-A, 2-C, 3-D) : rang de la ligne
      * retenue (0 pas de limite, 1 type *, 2 type D, 3 type O),
      * maximum, transactions deja comptees aujourd'hui (journal
      * d'audit du jour puis passage courant) et transactions retenues
      * en supervision pendant ce passage.
       01  TABLE-LIMITES.
           05 LIMITE-ENTREE OCCURS 3.
               10 TAB-LIM-CODE PIC X.
               10 TAB-LIM-RANG PIC 9.
               10 TAB-LIM-MAX PIC 9(4).
               10 TAB-LIM-CPT PIC 9(4).
               10 TAB-LIM-RETENUES PIC 9(4).
       77  IDX-LIMITE PIC 9 VALUE 0.
       77  WS-LIM-CODE PIC X VALUE SPACE.
       77  WS-LIM-RANG PIC 9 VALUE 0.
       77  WS-LIMITES-ACTIVES PIC 9 VALUE 0.
       77  WS-LIMITE-DEPASSEE PIC 9 VALUE 0.
      * Application d'une transaction liberee par un superviseur : la
      * limite journaliere n'est alors plus controlee.
       77  WS-LIMITE-LIBEREE PIC 9 VALUE 0.
       77  LIMITES-STATUT PIC XX.
       77  EOF-LIMITES PIC 9 VALUE 0.
       77  EOF-AUDIT-JOUR PIC 9 VALUE 0.
       77  WS-LIMITES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsLimites.txt".
      * File de supervision chargee en table le temps du passage ; une
      * entree decidee (liberee ou rejetee) est fermee et n'est pas
      * reecrite.
       01  TABLE-LIM-ATT.
           05 LIM-ATT-ENTREE OCCURS 500.
               10 TAB-LAT-TRANS PIC X(55).
               10 TAB-LAT-OPER-SAISIE PIC X(4).
               10 TAB-LAT-DATE PIC 9(8).
               10 TAB-LAT-DECISION PIC X.
               10 TAB-LAT-SUPERVISEUR PIC X(4).
               10 TAB-LAT-ETAT PIC 9.
       77  NB-LIM-ATT PIC 999 VALUE 0.
       77  IDX-LIM-ATT PIC 999 VALUE 0.
       77  EOF-LIM-ATT PIC 9 VALUE 0.
       77  LIM-ATT-STATUT PIC XX.
       77  CPT-LIM-RETENUES PIC 999 VALUE 0.
       77  CPT-LIM-LIBEREES PIC 999 VALUE 0.
       77  CPT-LIM-REJETEES PIC 999 VALUE 0.
       77  CPT-LIM-RESTANTES PIC 999 VALUE 0.
       77  WS-LIM-ATT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsLimitesAttente.txt".
      * Bloc d'appel de SPMDP01 (controle du mot de passe operateur et
      * trace des connexions, voir SPMDP01.cbl).
       01  PARAMETRES-MDP.
       77  WS-FORMATION-STATUT PIC 9(9) COMP-5 VALUE 0.
       77  WS-FORMATION-LONG PIC 99 VALUE 0.
       77  WS-FORMATION-BASE PIC 99 VALUE 0.
      * Source des clones : A-copie anonymisee, V-clone vide,
      * P-original de production (fichiers sans donnees nominatives).
       77  WS-FORMATION-SOURCE PIC X VALUE "P".
           88 FORMATION-ANONYME VALUE "A".
           88 FORMATION-VIDE VALUE "V".
       77  WS-FORMATION-ANO PIC X(72) VALUE SPACES.
       77  WS-AUDIT-OUVERT PIC 9 VALUE 0.
       77  WS-JOURNAL-OUVERT PIC 9 VALUE 0.
       77  AUDIT-LOG-STATUT PIC XX.
       77  REJHISTO-STATUT PIC XX.
       77  JOURNAL-STATUT PIC XX.
      * Bloc d'appel de SPCHN01 : valeur de controle chainee du
      * journal d'audit (voir SPCHN01.cbl).
           05 CHN-CONTENU PIC X(59).
           05 CHN-CHECK PIC 9(8).
           05 CHN-CODERETOUR PIC 9.
      * Bloc d'appel de SPAGC01 : perimetre d'agence de l'operateur
      * (voir SPAGC01.cbl) ; code retour 8 = client hors perimetre.
       01  PARAMETRES-AGC.
           05 AGC-OPERATEUR PIC X(4).
           05 AGC-IDCLI PIC 9(5).
           05 AGC-AGENCE PIC XX.
           05 AGC-CODERETOUR PIC 9.
       77  WS-OPERATEUR2-SAUVE PIC X(4) VALUE SPACES.
       77  LOT-STATUT PIC XX.
       77  WS-LOT-DATE PIC 9(8) VALUE 0.
       77  WS-LOT-SEQ PIC 9(2) VALUE 0.
       77  WS-MOTIF-REJET PIC X(8) VALUE SPACES.
       77  WS-REJET-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTransRejets.txt".
       77  WS-REJHISTO-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsRejetsHisto.txt".
       77  WS-JOURNAL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsJournal.txt".
       77  WS-DATE-JOURNAL PIC 9(8).
       77  WS-IMAGE-AVANT PIC X(41) VALUE SPACES.
       77  WS-IMAGE-APRES PIC X(41) VALUE SPACES.
       77  WS-CHECKPOINT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaintCheckpoint.txt".
       77  CHECKPOINT-STATUT PIC XX.
       77  WS-SEQ-PREC-VU PIC 9 VALUE 0.
       77  WS-LOT-SEQ-ANOMALIE PIC 9 VALUE 0.
       77  WS-LOT-ECART PIC 9 VALUE 0.
      * Heure limite de saisie et horodatage de derniere saisie porte
      * par le trailer (positions 16 a 27, a blanc ou zero si le lot
      * ne vient pas de la saisie).
       77  WS-HEURE-LIMITE PIC 9(4) VALUE 1800.
       77  WS-HEURE-LIMITE-SAISIE PIC X(4) VALUE SPACES.
       77  WS-LOT-HORODATE PIC 9 VALUE 0.
       77  WS-LOT-TRL-DATE-SAISIE PIC 9(8) VALUE 0.
       77  WS-LOT-TRL-HEURE-SAISIE PIC 9(4) VALUE 0.
      * Bloc d'appel de SPPAR01 : parametre de la chaine, fichier
      * central ParametresChaine.txt ou environnement (voir
      * SPPAR01.cbl).
       01  PARAMETRES-PARAM.
           05 PAR-NOM PIC X(20).
           05 PAR-VALEUR PIC X(10).
           05 PAR-SOURCE PIC X.
           05 PAR-CODERETOUR PIC 9.
      * Lot differe du jour traite (ClientsTrans_AAAAMMJJ.txt).
       77  WS-DIFFERE-DST PIC X(72) VALUE SPACES.
       77  WS-DIFFERE-LONG PIC 99 VALUE 0.
       77  WS-DIFFERE-BASE PIC 99 VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT-ATTENTE
           PERFORM TRAIT-APPROBATIONS
           PERFORM TRAIT-LIBERATIONS
           PERFORM TRAIT UNTIL EOF-TRANS = 1
           PERFORM FIN
           STOP RUN.
               MOVE "C:\Users\Cobol\ClientsTransRejets.txt"
                   TO WS-REJET-PATH
           END-IF
           ACCEPT WS-REJHISTO-PATH FROM ENVIRONMENT
               "CLI_REJET_HISTO_PATH"
           IF WS-REJHISTO-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsRejetsHisto.txt"
                   TO WS-REJHISTO-PATH
           END-IF
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "CLI_JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsJournal.txt"
               MOVE "C:\Users\Cobol\ClientsSuppressionsExpirees.txt"
                   TO WS-SUPPR-EXPIRE-PATH
           END-IF
           ACCEPT WS-LIM-ATT-PATH FROM ENVIRONMENT "CLI_LIM_ATT_PATH"
           IF WS-LIM-ATT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsLimitesAttente.txt"
                   TO WS-LIM-ATT-PATH
           END-IF
           ACCEPT WS-RETIRES-PATH FROM ENVIRONMENT "CLI_RETIRES_PATH"
           IF WS-RETIRES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsIdRetires.txt"
      * du chemin d'erreur d'AMORCE-MASTER ne peut liberer que notre
      * propre verrou.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-DATE-TRAITEMENT-ENV FROM ENVIRONMENT
               "JOB_DATE_TRAITEMENT"
           IF WS-DATE-TRAITEMENT-ENV IS NUMERIC
               THEN
               MOVE WS-DATE-TRAITEMENT-ENV TO WS-DATE-JOUR
               DISPLAY "Date de traitement (rattrapage) : " WS-DATE-JOUR
           END-IF
           ACCEPT WS-RATTRAPAGE-JOUR FROM ENVIRONMENT
               "JOB_RATTRAPAGE_JOUR"
           PERFORM LIT-LOT-COURANT
           PERFORM IDENTIFIE-OPERATEUR
      * En formation, toute la session bascule sur les clones
               THEN
               PERFORM AMORCE-MASTER
           END-IF
           IF RATTRAPAGE-JOUR-ON
               THEN
               DISPLAY "Jour rattrape : lot de transactions laisse au "
                   "passage du jour courant : " WS-TRANS-PATH
               PERFORM CONTROLE-LOT-DIFFERE
           ELSE
               PERFORM LECTURE-CHECKPOINT
               PERFORM CONTROLE-LOT
           END-IF
           PERFORM CONTROLE-EMPREINTE-MAITRE
           OPEN I-O CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RATTRAPAGE-JOUR-ON
               THEN
               MOVE 1 TO EOF-TRANS
           ELSE
               PERFORM OUVRE-LOT-TRANS
           END-IF
           OPEN OUTPUT REJET-FIC
      * Les limites journalieres se chargent avant l'ouverture de lot
      * du journal d'audit : le compte du jour relit ce journal.
           PERFORM CHARGE-LIMITES
           PERFORM OUVRE-TRACES-LOT
      * Le chargement de l'attente vient apres l'ouverture du fichier
      * de recyclage : une attente au-dela de la table part au
               MOVE WS-SUPPR-MAX-SAISIE TO WS-SUPPR-MAX-PASSAGES
           END-IF
           PERFORM CHARGE-SUPPR-ATT
           PERFORM CHARGE-LIM-ATT
           PERFORM OUVRE-ACTIVITE
           IF NOT RATTRAPAGE-JOUR-ON
               THEN
               READ TRANS-FIC
                   AT END MOVE 1 TO EOF-TRANS
               END-READ
           END-IF.

       OUVRE-LOT-TRANS.
           OPEN INPUT TRANS-FIC
           IF TRANS-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier de transactions introuvable ("
                   TRANS-STATUT ") : " WS-TRANS-PATH
               CLOSE CLI-MASTER-FIC
               PERFORM LIBERE-VERROU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Ouverture (creation au premier passage) du fichier de derniere
      * activite ; indisponible, il prive seulement la purge de son
           END-EVALUATE.

      * Bascule en formation : chaque fichier de la session est clone
      * en copie _FORMATION et le chemin de travail pointe le clone.
      * Les fichiers porteurs de noms (maitre, lot, attentes,
      * empreinte) ne sont clones QUE depuis leur copie anonymisee
      * _ANONYME (voir EXO-CLI-ANONYME) ; les traces qui recopient des
      * noms (rejets, historique des rejets, journal avant/apres,
      * suppressions expirees) repartent a vide ; les autres
      * (audit, point de reprise, pierres tombales, activite) sont
      * copies de la production. La semence d'amorcage pointe sa
      * copie anonymisee. Alerts.txt et le catalogue, partages et
      * seulement annexes, restent en place.
       BASCULE-FORMATION.
           MOVE "A" TO WS-FORMATION-SOURCE
           MOVE WS-CLI-MASTER-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-CLI-MASTER-PATH
           MOVE WS-TRANS-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-TRANS-PATH
           MOVE WS-ATTENTE-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-ATTENTE-PATH
           MOVE WS-SUPPR-ATT-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-SUPPR-ATT-PATH
           MOVE WS-EMPMAITRE-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-EMPMAITRE-PATH
           MOVE WS-CLI-SEED-PATH TO WS-FORMATION-SRC
           PERFORM SOURCE-ANONYME
           MOVE WS-FORMATION-ANO(1:60) TO WS-CLI-SEED-PATH
           MOVE "V" TO WS-FORMATION-SOURCE
           MOVE WS-REJET-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-REJET-PATH
           MOVE WS-REJHISTO-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-REJHISTO-PATH
           MOVE WS-JOURNAL-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-JOURNAL-PATH
           MOVE WS-SUPPR-EXPIRE-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-SUPPR-EXPIRE-PATH
           MOVE WS-LIM-ATT-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-LIM-ATT-PATH
           MOVE "P" TO WS-FORMATION-SOURCE
           MOVE WS-AUDIT-LOG-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-AUDIT-LOG-PATH
           MOVE WS-CHECKPOINT-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-CHECKPOINT-PATH
           MOVE WS-RETIRES-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-RETIRES-PATH
           MOVE WS-ACTIVITE-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
           MOVE WS-FORMATION-DST(1:60) TO WS-ACTIVITE-PATH.
      * Clonage d'un fichier : "_FORMATION" insere avant l'extension
      * (meme decoupe que l'horodatage des generations). Selon
      * WS-FORMATION-SOURCE, le clone part de la copie anonymisee, de
      * l'original de production, ou de rien ; une source encore
      * inexistante donne simplement un clone vide a creer.
       CLONE-FORMATION.
           MOVE SPACES TO WS-FORMATION-DST
           MOVE 0 TO WS-FORMATION-LONG
               ".txt" DELIMITED BY SIZE
               INTO WS-FORMATION-DST
           END-STRING
           EVALUATE TRUE
               WHEN FORMATION-ANONYME
                   PERFORM SOURCE-ANONYME
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-FORMATION-ANO
                       WS-FORMATION-BUFFER
                       RETURNING WS-FORMATION-STATUT
                   IF WS-FORMATION-STATUT = 0
                       THEN
                       CALL "CBL_COPY_FILE" USING WS-FORMATION-ANO
                           WS-FORMATION-DST
                           RETURNING WS-FORMATION-STATUT
                   ELSE
                       CALL "CBL_DELETE_FILE" USING WS-FORMATION-DST
                           RETURNING WS-FORMATION-STATUT
                   END-IF
               WHEN FORMATION-VIDE
                   CALL "CBL_DELETE_FILE" USING WS-FORMATION-DST
                       RETURNING WS-FORMATION-STATUT
               WHEN OTHER
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-FORMATION-SRC
                       WS-FORMATION-BUFFER
                       RETURNING WS-FORMATION-STATUT
                   IF WS-FORMATION-STATUT = 0
                       THEN
                       CALL "CBL_COPY_FILE" USING WS-FORMATION-SRC
                           WS-FORMATION-DST
                           RETURNING WS-FORMATION-STATUT
                   END-IF
           END-EVALUATE.
      * Copie anonymisee d'un fichier de production : "_ANONYME"
      * insere avant l'extension. Un original de production present
      * sans sa copie anonymisee refuse la formation (code 12) - elle
      * ne doit jamais retomber sur les donnees reelles.
       SOURCE-ANONYME.
           MOVE SPACES TO WS-FORMATION-ANO
           MOVE 0 TO WS-FORMATION-LONG
           INSPECT WS-FORMATION-SRC TALLYING WS-FORMATION-LONG
               FOR CHARACTERS BEFORE INITIAL SPACE
           COMPUTE WS-FORMATION-BASE = WS-FORMATION-LONG - 4
           STRING WS-FORMATION-SRC(1:WS-FORMATION-BASE)
                   DELIMITED BY SIZE
               "_ANONYME" DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-FORMATION-ANO
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FORMATION-ANO
               WS-FORMATION-BUFFER
               RETURNING WS-FORMATION-STATUT
           IF WS-FORMATION-STATUT NOT = 0
               THEN
               CALL "CBL_CHECK_FILE_EXIST" USING WS-FORMATION-SRC
                   WS-FORMATION-BUFFER
                   RETURNING WS-FORMATION-STATUT
               IF WS-FORMATION-STATUT = 0
                   THEN
                   DISPLAY "REFUS: copie anonymisee absente pour "
                       WS-FORMATION-SRC
                   DISPLAY "Lancer EXO-CLI-ANONYME avant la formation."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Chargement de la matrice des droits ; un fichier absent

      * Controle d'un droit dans la matrice : accorde quand la matrice
      * n'est pas en service, ou quand le couple operateur/action y
      * figure. L'operateur controle est celui de la ligne d'audit
      * courante : l'operateur de la session, sauf pour une
      * transaction liberee par un superviseur, controlee pour
      * l'operateur qui l'a saisie.
       CONTROLE-DROIT.
           IF WS-DROITS-PRESENTS = 0
               THEN
                   OR WS-DROIT-ACCORDE = 1
           END-IF.
       CONTROLE-DROIT-ENTREE.
           IF TAB-DRT-OPERATEUR(IDX-DROIT) = WS-OPERATEUR-TRACE
               AND TAB-DRT-ACTION(IDX-DROIT) = WS-ACTION-DEMANDEE
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           END-IF
           ADD 1 TO IDX-SUPPR-ATT.

      * Chargement des limites journalieres de l'operateur de la
      * session (voir le dessin de LIMITES-FIC), puis, si une limite
      * au moins le concerne, relevement de ce qu'il a deja fait
      * aujourd'hui dans le journal d'audit : les passages successifs
      * d'une meme journee partagent la limite.
       CHARGE-LIMITES.
           ACCEPT WS-LIMITES-PATH FROM ENVIRONMENT "CLI_LIMITES_PATH"
           IF WS-LIMITES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsLimites.txt"
                   TO WS-LIMITES-PATH
           END-IF
           MOVE "A" TO TAB-LIM-CODE(1)
           MOVE "C" TO TAB-LIM-CODE(2)
           MOVE "D" TO TAB-LIM-CODE(3)
           MOVE 1 TO IDX-LIMITE
           PERFORM RAZ-LIMITE UNTIL IDX-LIMITE > 3
           MOVE 0 TO EOF-LIMITES
           OPEN INPUT LIMITES-FIC
           IF LIMITES-STATUT = "00"
               THEN
               PERFORM CHARGE-LIMITES-LECT UNTIL EOF-LIMITES = 1
               CLOSE LIMITES-FIC
           END-IF
           IF TAB-LIM-RANG(1) > 0 OR TAB-LIM-RANG(2) > 0
               OR TAB-LIM-RANG(3) > 0
               THEN
               MOVE 1 TO WS-LIMITES-ACTIVES
               PERFORM COMPTE-AUDIT-JOUR
               MOVE 1 TO IDX-LIMITE
               PERFORM AFFICHE-LIMITE UNTIL IDX-LIMITE > 3
           END-IF.
       RAZ-LIMITE.
           MOVE 0 TO TAB-LIM-RANG(IDX-LIMITE)
           MOVE 0 TO TAB-LIM-MAX(IDX-LIMITE)
           MOVE 0 TO TAB-LIM-CPT(IDX-LIMITE)
           MOVE 0 TO TAB-LIM-RETENUES(IDX-LIMITE)
           ADD 1 TO IDX-LIMITE.
       CHARGE-LIMITES-LECT.
           READ LIMITES-FIC
               AT END MOVE 1 TO EOF-LIMITES
           END-READ
           IF EOF-LIMITES = 0 AND LIM-MAX IS NUMERIC
               THEN
               MOVE LIM-CODE TO WS-LIM-CODE
               PERFORM INDICE-LIMITE
               IF IDX-LIMITE > 0
                   THEN
                   PERFORM RANG-LIMITE
                   PERFORM RETIENT-LIMITE
               END-IF
           END-IF.
      * Rang de la ligne lue pour l'operateur de la session : 0 quand
      * elle ne le concerne pas. Une ligne D s'applique a qui porte
      * l'action dans la matrice (a tous quand la matrice n'est pas en
      * service, comme pour les autres droits).
       RANG-LIMITE.
           MOVE 0 TO WS-LIM-RANG
           EVALUATE LIM-TYPE
               WHEN "O"
                   IF LIM-CLE = WS-OPERATEUR
                       THEN
                       MOVE 3 TO WS-LIM-RANG
                   END-IF
               WHEN "D"
                   MOVE LIM-CLE TO WS-ACTION-DEMANDEE
                   PERFORM CONTROLE-DROIT
                   IF WS-DROIT-ACCORDE = 1
                       THEN
                       MOVE 2 TO WS-LIM-RANG
                   END-IF
               WHEN "*"
                   MOVE 1 TO WS-LIM-RANG
           END-EVALUATE.
       RETIENT-LIMITE.
           EVALUATE TRUE
               WHEN WS-LIM-RANG = 0
                   CONTINUE
               WHEN WS-LIM-RANG > TAB-LIM-RANG(IDX-LIMITE)
                   MOVE WS-LIM-RANG TO TAB-LIM-RANG(IDX-LIMITE)
                   MOVE LIM-MAX TO TAB-LIM-MAX(IDX-LIMITE)
               WHEN WS-LIM-RANG = TAB-LIM-RANG(IDX-LIMITE)
                   AND LIM-MAX > TAB-LIM-MAX(IDX-LIMITE)
                   MOVE LIM-MAX TO TAB-LIM-MAX(IDX-LIMITE)
           END-EVALUATE.
       AFFICHE-LIMITE.
           IF TAB-LIM-RANG(IDX-LIMITE) > 0
               THEN
               DISPLAY "Limite journaliere " TAB-LIM-CODE(IDX-LIMITE)
                   " de " WS-OPERATEUR " : " TAB-LIM-MAX(IDX-LIMITE)
                   ", deja " TAB-LIM-CPT(IDX-LIMITE) " aujourd'hui"
           END-IF
           ADD 1 TO IDX-LIMITE.

      * Relevement du journal d'audit du jour (date reelle, un jour
      * rattrape compte sur la journee de l'operateur) : lignes
      * d'EXO-CLI-MAINT au premier code operateur de la session, un
      * ajout ou un changement APPLIQUE, une suppression ATTAPPRO (sa
      * saisie ; l'application apres approbation n'est pas recomptee).
       COMPTE-AUDIT-JOUR.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE 0 TO EOF-AUDIT-JOUR
           OPEN INPUT AUDIT-LOG-FIC
           IF AUDIT-LOG-STATUT = "00"
               THEN
               PERFORM COMPTE-AUDIT-JOUR-LECT UNTIL EOF-AUDIT-JOUR = 1
               CLOSE AUDIT-LOG-FIC
           END-IF.
       COMPTE-AUDIT-JOUR-LECT.
           READ AUDIT-LOG-FIC
               AT END MOVE 1 TO EOF-AUDIT-JOUR
           END-READ
           IF EOF-AUDIT-JOUR = 0 AND LOG-DATE = WS-DATE
               AND LOG-PROGRAMME = "EXO-CLI-MAINT"
               AND LOG-OPERATEUR = WS-OPERATEUR
               THEN
               IF (LOG-STATUT = "APPLIQUE" AND LOG-TRANS-CODE NOT = "D")
                   OR LOG-STATUT = "ATTAPPRO"
                   THEN
                   MOVE LOG-TRANS-CODE TO WS-LIM-CODE
                   PERFORM INDICE-LIMITE
                   IF IDX-LIMITE > 0
                       THEN
                       ADD 1 TO TAB-LIM-CPT(IDX-LIMITE)
                   END-IF
               END-IF
           END-IF.

      * Chargement de la file de supervision ; un fichier encore
      * inexistant est une file vide. Une entree au-dela de la table
      * part au recyclage avec motif, comme pour l'attente
      * d'approbation.
       CHARGE-LIM-ATT.
           MOVE 0 TO EOF-LIM-ATT
           OPEN INPUT LIM-ATT-FIC
           IF LIM-ATT-STATUT = "00"
               THEN
               PERFORM CHARGE-LIM-ATT-LECT UNTIL EOF-LIM-ATT = 1
               CLOSE LIM-ATT-FIC
           END-IF.
       CHARGE-LIM-ATT-LECT.
           READ LIM-ATT-FIC
               AT END MOVE 1 TO EOF-LIM-ATT
           END-READ
           IF EOF-LIM-ATT = 0
               THEN
               IF NB-LIM-ATT < 500
                   THEN
                   ADD 1 TO NB-LIM-ATT
                   MOVE LAT-TRANS TO TAB-LAT-TRANS(NB-LIM-ATT)
                   MOVE LAT-OPER-SAISIE
                       TO TAB-LAT-OPER-SAISIE(NB-LIM-ATT)
                   MOVE LAT-DATE TO TAB-LAT-DATE(NB-LIM-ATT)
                   MOVE LAT-DECISION TO TAB-LAT-DECISION(NB-LIM-ATT)
                   MOVE LAT-SUPERVISEUR
                       TO TAB-LAT-SUPERVISEUR(NB-LIM-ATT)
                   MOVE 0 TO TAB-LAT-ETAT(NB-LIM-ATT)
               ELSE
                   MOVE LAT-TRANS TO TRANS-WS
                   DISPLAY "ERREUR: file de supervision pleine au "
                       "chargement, transaction recyclee: IDCLI "
                       TRANS-IDCLI
                   MOVE "REJETE" TO WS-STATUT
                   MOVE "LIMPLEIN" TO WS-MOTIF-REJET
                   ADD 1 TO CPT-REJETE
                   PERFORM ECRIT-AUDIT-LOG
                   PERFORM ECRIT-REJET
               END-IF
           END-IF.

      * Decisions du superviseur (EXO-CLI-SUPERVISE) : une transaction
      * liberee est appliquee sans controle de limite, une transaction
      * rejetee part au recyclage (motif LIMREJET) ; dans les deux cas
      * la ligne d'audit porte l'operateur de saisie puis le
      * superviseur, qui doit etre un autre operateur. Les entrees
      * sans decision restent dans la file.
       TRAIT-LIBERATIONS.
           MOVE 1 TO IDX-LIM-ATT
           PERFORM TRAIT-LIBERATION-ENTREE
               UNTIL IDX-LIM-ATT > NB-LIM-ATT
           IF NB-LIM-ATT > 0
               THEN
               PERFORM REECRIT-LIM-ATT
           END-IF.
       TRAIT-LIBERATION-ENTREE.
           IF TAB-LAT-SUPERVISEUR(IDX-LIM-ATT) NOT = SPACES
               AND TAB-LAT-SUPERVISEUR(IDX-LIM-ATT)
                   NOT = TAB-LAT-OPER-SAISIE(IDX-LIM-ATT)
               AND (TAB-LAT-DECISION(IDX-LIM-ATT) = "L"
               OR TAB-LAT-DECISION(IDX-LIM-ATT) = "R")
               THEN
               MOVE TAB-LAT-TRANS(IDX-LIM-ATT) TO TRANS-WS
               MOVE TAB-LAT-OPER-SAISIE(IDX-LIM-ATT)
                   TO WS-OPERATEUR-TRACE
               MOVE TAB-LAT-SUPERVISEUR(IDX-LIM-ATT)
                   TO WS-OPERATEUR2-TRACE
               IF TAB-LAT-DECISION(IDX-LIM-ATT) = "L"
                   THEN
                   MOVE 1 TO WS-LIMITE-LIBEREE
                   PERFORM TRAIT-TRANSACTION
                   MOVE 0 TO WS-LIMITE-LIBEREE
                   ADD 1 TO CPT-LIM-LIBEREES
               ELSE
                   MOVE "REJETE" TO WS-STATUT
                   MOVE "LIMREJET" TO WS-MOTIF-REJET
                   ADD 1 TO CPT-REJETE
                   ADD 1 TO CPT-LIM-REJETEES
                   PERFORM ECRIT-AUDIT-LOG
                   PERFORM ECRIT-REJET
                   DISPLAY "Transaction rejetee par le superviseur "
                       WS-OPERATEUR2-TRACE ": IDCLI " TRANS-IDCLI
               END-IF
               MOVE WS-OPERATEUR TO WS-OPERATEUR-TRACE
               MOVE SPACES TO WS-OPERATEUR2-TRACE
               MOVE 1 TO TAB-LAT-ETAT(IDX-LIM-ATT)
           END-IF
           ADD 1 TO IDX-LIM-ATT.

      * Reecriture de la file de supervision : seules les entrees
      * encore ouvertes sont conservees.
       REECRIT-LIM-ATT.
           MOVE 0 TO CPT-LIM-RESTANTES
           OPEN OUTPUT LIM-ATT-FIC
           MOVE 1 TO IDX-LIM-ATT
           PERFORM REECRIT-LIM-ATT-ENTREE
               UNTIL IDX-LIM-ATT > NB-LIM-ATT
           CLOSE LIM-ATT-FIC.
       REECRIT-LIM-ATT-ENTREE.
           IF TAB-LAT-ETAT(IDX-LIM-ATT) = 0
               THEN
               MOVE SPACES TO ENREG-LIM-ATT
               MOVE TAB-LAT-TRANS(IDX-LIM-ATT) TO LAT-TRANS
               MOVE TAB-LAT-OPER-SAISIE(IDX-LIM-ATT)
                   TO LAT-OPER-SAISIE
               MOVE TAB-LAT-DATE(IDX-LIM-ATT) TO LAT-DATE
               MOVE TAB-LAT-DECISION(IDX-LIM-ATT) TO LAT-DECISION
               MOVE TAB-LAT-SUPERVISEUR(IDX-LIM-ATT)
                   TO LAT-SUPERVISEUR
               WRITE ENREG-LIM-ATT
               END-WRITE
               ADD 1 TO CPT-LIM-RESTANTES
           END-IF
           ADD 1 TO IDX-LIM-ATT.

      * Une alerte par code dont la limite a retenu des transactions
      * pendant le passage : l'operateur, la limite, ce qui a ete
      * compte et ce qui attend le superviseur.
       ALERTES-LIMITES.
           MOVE 1 TO IDX-LIMITE
           PERFORM ALERTES-LIMITES-ENTREE UNTIL IDX-LIMITE > 3.
       ALERTES-LIMITES-ENTREE.
           IF TAB-LIM-RETENUES(IDX-LIMITE) > 0
               THEN
               PERFORM ECRIT-ALERTE-LIMITE
           END-IF
           ADD 1 TO IDX-LIMITE.
       ECRIT-ALERTE-LIMITE.
           MOVE SPACES TO ENREG-ALERTE
           ACCEPT WS-DATE-ALERTE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ALERTE FROM TIME
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT = "00"
               THEN
               MOVE WS-DATE-ALERTE TO ALERTE-DATE
               MOVE WS-TIME-ALERTE TO ALERTE-TIME
               MOVE "EXO-CLI-MAINT" TO ALERTE-PROGRAMME
               MOVE "ATTENTION" TO ALERTE-SEVERITE
               STRING WS-OPERATEUR DELIMITED BY SIZE
                   " limite " DELIMITED BY SIZE
                   TAB-LIM-CODE(IDX-LIMITE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TAB-LIM-MAX(IDX-LIMITE) DELIMITED BY SIZE
                   "/j : " DELIMITED BY SIZE
                   TAB-LIM-CPT(IDX-LIMITE) DELIMITED BY SIZE
                   " faites, " DELIMITED BY SIZE
                   TAB-LIM-RETENUES(IDX-LIMITE) DELIMITED BY SIZE
                   " en supervision" DELIMITED BY SIZE
                   INTO ALERTE-MESSAGE
               END-STRING
               WRITE ENREG-ALERTE
               END-WRITE
               CLOSE ALERTES-FIC
           END-IF.

      * Resolution de la semence d'amorcage au catalogue : l'entree la
      * plus recente de base ClientsOUTV4-2 en statut G l'emporte sur
      * le chemin non horodate par defaut ; sans catalogue ou sans
      * moitie. Un lot sans trailer (ancien format) est signale mais
      * tolere le temps de la transition.
       CONTROLE-LOT.
           PERFORM LIT-HEURE-LIMITE
           PERFORM CONTROLE-LOT-DIFFERE
           MOVE 0 TO EOF-CONTROLE
           OPEN INPUT TRANS-FIC
           IF TRANS-STATUT = "00"
                   MOVE 1 TO WS-LOT-TRAILER-TROUVE
                   MOVE ENREG-TRANS(3:5) TO WS-LOT-TRL-CPT
                   MOVE ENREG-TRANS(8:8) TO WS-LOT-TRL-SOMME
                   IF ENREG-TRANS(16:12) IS NUMERIC
                       AND ENREG-TRANS(16:8) NOT = "00000000"
                       THEN
                       MOVE 1 TO WS-LOT-HORODATE
                       MOVE ENREG-TRANS(16:8) TO WS-LOT-TRL-DATE-SAISIE
                       MOVE ENREG-TRANS(24:4)
                           TO WS-LOT-TRL-HEURE-SAISIE
                   END-IF
               ELSE
                   MOVE ENREG-TRANS TO TRANS-WS
                   ADD 1 TO CPT-LOT-DETAILS
                       WS-SOMME-LOT
                   MOVE 1 TO WS-LOT-ECART
               END-IF
               IF WS-LOT-HORODATE = 1
                   AND (WS-LOT-TRL-DATE-SAISIE > WS-DATE-JOUR
                   OR (WS-LOT-TRL-DATE-SAISIE = WS-DATE-JOUR
                   AND WS-LOT-TRL-HEURE-SAISIE NOT < WS-HEURE-LIMITE))
                   THEN
                   DISPLAY "ERREUR: saisie du " WS-LOT-TRL-DATE-SAISIE
                       " a " WS-LOT-TRL-HEURE-SAISIE " au lot du "
                       WS-DATE-JOUR ", heure limite " WS-HEURE-LIMITE
                   MOVE 1 TO WS-LOT-ECART
               END-IF
           END-IF
           IF WS-LOT-ECART = 1 OR WS-LOT-SEQ-ANOMALIE = 1
               THEN
               STOP RUN
           END-IF.

      * Heure limite comme dans EXO-CLI-SAISIE : une valeur qui n'est
      * pas une heure HHMM laisse 1800.
       LIT-HEURE-LIMITE.
           MOVE "SAISIE_HEURE_LIMITE" TO PAR-NOM
           CALL "SPPAR01" USING PARAMETRES-PARAM
           MOVE PAR-VALEUR TO WS-HEURE-LIMITE-SAISIE
           IF WS-HEURE-LIMITE-SAISIE IS NUMERIC
               AND WS-HEURE-LIMITE-SAISIE < "2400"
               AND WS-HEURE-LIMITE-SAISIE(3:2) < "60"
               THEN
               MOVE WS-HEURE-LIMITE-SAISIE TO WS-HEURE-LIMITE
           END-IF.

      * Lot differe destine au jour traite et pas encore verse dans le
      * lot du jour (aucune session de saisie avant l'heure limite) :
      * ses transactions ne seront pas appliquees ce passage-ci.
       CONTROLE-LOT-DIFFERE.
           MOVE SPACES TO WS-DIFFERE-DST
           MOVE 0 TO WS-DIFFERE-LONG
           INSPECT WS-TRANS-PATH TALLYING WS-DIFFERE-LONG
               FOR CHARACTERS BEFORE INITIAL SPACE
           COMPUTE WS-DIFFERE-BASE = WS-DIFFERE-LONG - 4
           STRING WS-TRANS-PATH(1:WS-DIFFERE-BASE)
                   DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-DATE-JOUR DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-DIFFERE-DST
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DIFFERE-DST
               WS-AMORCE-BUFFER
               RETURNING WS-AMORCE-STATUT
           IF WS-AMORCE-STATUT = 0
               THEN
               DISPLAY "ATTENTION: lot differe du " WS-DATE-JOUR
                   " non verse au lot du jour - a reprendre par "
                   "EXO-CLI-SAISIE : " WS-DIFFERE-DST
               PERFORM ECRIT-ALERTE-DIFFERE
           END-IF.
       ECRIT-ALERTE-DIFFERE.
           MOVE SPACES TO ENREG-ALERTE
           ACCEPT WS-DATE-ALERTE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ALERTE FROM TIME
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT = "00"
               THEN
               MOVE WS-DATE-ALERTE TO ALERTE-DATE
               MOVE WS-TIME-ALERTE TO ALERTE-TIME
               MOVE "EXO-CLI-MAINT" TO ALERTE-PROGRAMME
               MOVE "ATTENTION" TO ALERTE-SEVERITE
               MOVE "lot differe du jour non verse au lot ClientsTrans"
                   TO ALERTE-MESSAGE
               WRITE ENREG-ALERTE
               END-WRITE
               CLOSE ALERTES-FIC
           END-IF.

      * Si un point de reprise valide est trouve (passage precedent
      * interrompu avant la fin du lot), les transactions deja
      * traitees - numero d'ordre inferieur ou egal - seront sautees
               PERFORM ECRIT-REJET
           END-IF.

      * Une transaction qui ferait depasser a l'operateur sa limite
      * journaliere pour ce code part en supervision (statut LIMITE)
      * au lieu d'etre appliquee ; une suppression deja approuvee ou
      * une transaction liberee par un superviseur n'est pas
      * recontrolee.
       TRAIT-TRANSACTION.
           MOVE SPACES TO WS-STATUT
           MOVE SPACES TO WS-MOTIF-REJET
           MOVE SPACES TO WS-IMAGE-AVANT
           MOVE SPACES TO WS-IMAGE-APRES
           MOVE 0 TO AGC-CODERETOUR
           MOVE 0 TO WS-LIMITE-DEPASSEE
           IF TRANS-CHANGE OR TRANS-SUPPR
               THEN
               PERFORM CONTROLE-AGENCE-CLIENT
           END-IF
           IF WS-LIMITES-ACTIVES = 1 AND WS-SUPPR-DIRECTE = 0
               AND WS-LIMITE-LIBEREE = 0
               THEN
               PERFORM CONTROLE-LIMITE-JOUR
           END-IF
           EVALUATE TRUE
               WHEN AGC-CODERETOUR = 8
                   PERFORM REJET-HORS-AGENCE
               WHEN WS-LIMITE-DEPASSEE = 1
                   PERFORM MET-EN-SUPERVISION
               WHEN TRANS-AJOUT
                   PERFORM TRAIT-AJOUT
               WHEN TRANS-CHANGE
                       " pour IDCLI " TRANS-IDCLI
           END-EVALUATE
           PERFORM ECRIT-AUDIT-LOG
           IF WS-STATUT = "REJETE" OR "NONAUTOR"
               THEN
               PERFORM ECRIT-REJET
           END-IF
           IF WS-STATUT = "NONAUTOR"
               THEN
               MOVE WS-OPERATEUR2-SAUVE TO WS-OPERATEUR2-TRACE
           END-IF
           IF WS-STATUT = "APPLIQUE"
               THEN
               PERFORM ECRIT-JOURNAL
               PERFORM NOTE-DERNIERE-ACTIVITE
           END-IF
           IF WS-LIMITES-ACTIVES = 1
               THEN
               PERFORM COMPTE-LIMITE-JOUR
           END-IF.

      * Limite journaliere du code de la transaction courante :
      * atteinte quand les transactions deja comptees aujourd'hui
      * egalent le maximum. L'indice est teste avant d'adresser la
      * table (pas de court-circuit des conditions).
       CONTROLE-LIMITE-JOUR.
           MOVE TRANS-CODE TO WS-LIM-CODE
           PERFORM INDICE-LIMITE
           IF IDX-LIMITE > 0
               THEN
               IF TAB-LIM-RANG(IDX-LIMITE) > 0
                   AND TAB-LIM-CPT(IDX-LIMITE)
                       NOT < TAB-LIM-MAX(IDX-LIMITE)
                   THEN
                   MOVE 1 TO WS-LIMITE-DEPASSEE
               END-IF
           END-IF.

      * Compte du jour tenu au fil du passage, selon la meme regle que
      * le relevement du journal d'audit (COMPTE-AUDIT-JOUR-LECT) :
      * un ajout ou un changement applique, une suppression mise en
      * approbation, pour le compte de l'operateur de la session.
       COMPTE-LIMITE-JOUR.
           IF WS-OPERATEUR-TRACE = WS-OPERATEUR
               AND ((WS-STATUT = "APPLIQUE" AND NOT TRANS-SUPPR)
               OR WS-STATUT = "ATTAPPRO")
               THEN
               MOVE TRANS-CODE TO WS-LIM-CODE
               PERFORM INDICE-LIMITE
               IF IDX-LIMITE > 0
                   THEN
                   ADD 1 TO TAB-LIM-CPT(IDX-LIMITE)
               END-IF
           END-IF.

       INDICE-LIMITE.
           EVALUATE WS-LIM-CODE
               WHEN "A"
                   MOVE 1 TO IDX-LIMITE
               WHEN "C"
                   MOVE 2 TO IDX-LIMITE
               WHEN "D"
                   MOVE 3 TO IDX-LIMITE
               WHEN OTHER
                   MOVE 0 TO IDX-LIMITE
           END-EVALUATE.

      * Mise en supervision : la transaction est rangee dans la file
      * du superviseur avec l'operateur de saisie, tracee LIMITE dans
      * le journal d'audit, et la file est reecrite sur-le-champ comme
      * l'attente d'approbation. Une table pleine part au recyclage
      * (motif LIMPLEIN) plutot que de perdre la transaction.
       MET-EN-SUPERVISION.
           IF NB-LIM-ATT < 500
               THEN
               ADD 1 TO NB-LIM-ATT
               MOVE TRANS-WS TO TAB-LAT-TRANS(NB-LIM-ATT)
               MOVE WS-OPERATEUR-TRACE
                   TO TAB-LAT-OPER-SAISIE(NB-LIM-ATT)
               MOVE WS-DATE-JOUR TO TAB-LAT-DATE(NB-LIM-ATT)
               MOVE SPACE TO TAB-LAT-DECISION(NB-LIM-ATT)
               MOVE SPACES TO TAB-LAT-SUPERVISEUR(NB-LIM-ATT)
               MOVE 0 TO TAB-LAT-ETAT(NB-LIM-ATT)
               ADD 1 TO TAB-LIM-RETENUES(IDX-LIMITE)
               ADD 1 TO CPT-LIM-RETENUES
               MOVE "LIMITE" TO WS-STATUT
               PERFORM REECRIT-LIM-ATT
               DISPLAY "Limite journaliere " TRANS-CODE " atteinte ("
                   TAB-LIM-CPT(IDX-LIMITE) "/" TAB-LIM-MAX(IDX-LIMITE)
                   "), transaction en supervision: IDCLI " TRANS-IDCLI
           ELSE
               DISPLAY "ERREUR: file de supervision pleine, "
                   "transaction recyclee: IDCLI " TRANS-IDCLI
               MOVE "REJETE" TO WS-STATUT
               MOVE "LIMPLEIN" TO WS-MOTIF-REJET
               ADD 1 TO CPT-REJETE
           END-IF.

      * Perimetre d'agence (SPAGC01) du client vise par un changement
      * ou une suppression, pour l'operateur de saisie ; un ajout
      * n'a pas encore d'agence et n'est pas controle.
       CONTROLE-AGENCE-CLIENT.
           MOVE WS-OPERATEUR-TRACE TO AGC-OPERATEUR
           MOVE TRANS-IDCLI TO AGC-IDCLI
           CALL "SPAGC01" USING PARAMETRES-AGC.

      * Client hors du perimetre d'agence de l'operateur : la ligne
      * d'audit porte le statut NONAUTOR et l'agence du client en
      * second code operateur (AGxx), et la transaction part au
      * recyclage avec le motif NONAUTOR.
       REJET-HORS-AGENCE.
           MOVE "NONAUTOR" TO WS-STATUT
           MOVE "NONAUTOR" TO WS-MOTIF-REJET
           ADD 1 TO CPT-REJETE
           MOVE WS-OPERATEUR2-TRACE TO WS-OPERATEUR2-SAUVE
           MOVE "AG" TO WS-OPERATEUR2-TRACE(1:2)
           MOVE AGC-AGENCE TO WS-OPERATEUR2-TRACE(3:2)
           DISPLAY "Transaction " TRANS-CODE " rejetee, client "
               TRANS-IDCLI " de l'agence " AGC-AGENCE
               " hors du perimetre de " WS-OPERATEUR-TRACE.

      * Tenue du fichier de derniere activite : la date du jour est
      * posee (ou reposee) sur l'IDCLI de chaque transaction
      * appliquee.
               THEN
               ADD 1 TO NB-SUPPR-ATT
               MOVE TRANS-WS TO TAB-SAT-TRANS(NB-SUPPR-ATT)
               MOVE WS-OPERATEUR-TRACE
                   TO TAB-SAT-OPER-SAISIE(NB-SUPPR-ATT)
               MOVE WS-DATE-JOUR TO TAB-SAT-DATE(NB-SUPPR-ATT)
               MOVE 0 TO TAB-SAT-AGE(NB-SUPPR-ATT)
               MOVE SPACES TO TAB-SAT-OPER-APPRO(NB-SUPPR-ATT)
           END-IF.

      * Recopie la transaction rejetee telle quelle dans le fichier de
      * recyclage, suivie du motif, pour correction et representation,
      * et l'ajoute a l'historique des rejets (creation au premier
      * rejet ; historique indisponible, le rejet reste recycle).
       ECRIT-REJET.
           MOVE TRANS-WS TO REJ-TRANS
           MOVE WS-MOTIF-REJET TO REJ-MOTIF
           WRITE ENREG-REJET
           END-WRITE
           MOVE SPACES TO ENREG-REJHISTO
           ACCEPT RJH-DATE FROM DATE YYYYMMDD
           ACCEPT RJH-TIME FROM TIME
           MOVE WS-OPERATEUR-TRACE TO RJH-OPERATEUR
           MOVE TRANS-CODE TO RJH-CODE
           MOVE TRANS-IDCLI TO RJH-IDCLI
           MOVE WS-MOTIF-REJET TO RJH-MOTIF
           OPEN EXTEND REJHISTO-FIC
           IF REJHISTO-STATUT NOT = "00"
               THEN
               OPEN OUTPUT REJHISTO-FIC
           END-IF
           IF REJHISTO-STATUT = "00"
               THEN
               WRITE ENREG-REJHISTO
               END-WRITE
               CLOSE REJHISTO-FIC
           END-IF.

      * Journal avant/apres du maitre, une ligne par transaction
      * appliquee, rejouable par EXO-CLI-REPRISE sur une copie de
           END-IF.

       FIN.
           IF NOT RATTRAPAGE-JOUR-ON
               THEN
               PERFORM ECRIT-CHECKPOINT-FINAL
           END-IF
           PERFORM REECRIT-ATTENTE
           IF MODE-FORMATION-ON
               THEN
               DISPLAY "Suppr - encore en attente    : "
                   CPT-SUPPR-RESTANTES
           END-IF
           IF CPT-LIM-RETENUES NOT = 0 OR CPT-LIM-LIBEREES NOT = 0
               OR CPT-LIM-REJETEES NOT = 0 OR CPT-LIM-RESTANTES NOT = 0
               THEN
               DISPLAY "Limite - mises en supervision: "
                   CPT-LIM-RETENUES
               DISPLAY "Limite - liberees appliquees : "
                   CPT-LIM-LIBEREES
               DISPLAY "Limite - rejetees superviseur: "
                   CPT-LIM-REJETEES
               DISPLAY "Limite - encore en attente   : "
                   CPT-LIM-RESTANTES
               PERFORM ALERTES-LIMITES
           END-IF
           CLOSE CLI-MASTER-FIC REJET-FIC
           IF NOT RATTRAPAGE-JOUR-ON
               THEN
               CLOSE TRANS-FIC
           END-IF
           IF WS-AUDIT-OUVERT = 1
               THEN
               CLOSE AUDIT-LOG-FIC
