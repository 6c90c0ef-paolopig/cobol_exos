      * principal ; les autres membres sont sautes avec leur propre
      * compteur rapproche du trailer, le tarif reduit s'applique et
      * l'economie est chiffree contre le fichier des tarifs.
      * Chaque etiquette editee laisse une ligne a l'historique des
      * contacts ClientsContacts.txt (canal COURRIER, lot du jour),
      * affiche par EXO-CLI-LOOKUP. Avec CONTACT_MAX_PIECES (N), un
      * client ayant deja recu plus de N plis sur les
      * CONTACT_FENETRE_JOURS derniers jours (M, defaut 30) est saute
      * avec son propre compteur rapproche du trailer (meme regle que
      * EXO-CLI-LETTRES).
      * La valorisation laisse aussi, par agence et par passage, une
      * ligne de detail dans CoutsCourrierDetail.txt : mode de tarif,
      * tarif applique et tarif plein, remise du tarif reduit, plis
      * groupes par foyer et economie correspondante - ce que
      * CoutsCourrier.txt ne dit pas et dont la refacturation aux
      * agences (EXO-COURRIER-REFACT) a besoin.
      * ETIQ_MODE_PRESORT et ETIQ_LIASSE_MAX se tiennent dans le
      * fichier central ParametresChaine.txt (lus par SPPAR01,
      * l'environnement garde la priorite) ; les valeurs retenues et
      * leur provenance sont tracees dans RunLog.txt a chaque passage.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : les blancs de
      * fin sont retires a la composition de la ligne nom, une cellule
      * d'etiquette garde sa largeur physique de 20.
      * Quand le code CAMPAGNE_CODE est pose (comme pour
      * EXO-CLI-LETTRES), les lignes de cout du passage sont aussi
      * inscrites sous ce code a ClientsCampagneCouts.txt, ou
      * EXO-CLI-CAMPAGNE les reprend.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-ETIQUETTES.
           SELECT COUTS-FIC
               ASSIGN TO WS-COUTS-PATH
               FILE STATUS IS COUTS-STATUT.
           SELECT COUTS-DETAIL-FIC
               ASSIGN TO WS-COUTS-DETAIL-PATH
               FILE STATUS IS COUTS-DETAIL-STATUT.
           SELECT CAMP-COUTS-FIC
               ASSIGN TO WS-CAMP-COUTS-PATH
               FILE STATUS IS CAMP-COUTS-STATUT.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
           SELECT LOT-FIC
               ASSIGN TO "C:\Users\Cobol\LotCourant.txt"
               FILE STATUS IS LOT-STATUT.
           SELECT CONTACTS-FIC
               ASSIGN TO WS-CONTACTS-PATH
               FILE STATUS IS CONTACTS-STATUT.
           SELECT RUN-LOG-FIC
               ASSIGN TO "C:\Users\Cobol\RunLog.txt"
               FILE STATUS IS RUN-LOG-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLI-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
           05 TR-MARQUE PIC X(2).
           05 TR-CPT PIC 9(5).
           05 TR-SOMME PIC 9(8).
           05 FILLER PIC X(53).
      *
       FD  ETIQ-FIC.
       01  ENREG-ETIQ PIC X(80).
           05 FILLER PIC X.
           05 LOT-SEQ PIC 9(2).
      *
      * Historique des contacts (voir ENREG-CONTACT dans
      * EXO-CLI-LETTRES).
       FD  CONTACTS-FIC.
       01  ENREG-CONTACT.
           05 CTC-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-CANAL PIC X(8).
               88 CTC-CANAL-PLI VALUE "LETTRE" "COURRIER".
           05 FILLER PIC X VALUE SPACE.
           05 CTC-PROGRAMME PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-LOT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-LOT-SEQ PIC 9(2).
      *
      * Liste d'exclusion courrier (voir EXO-CLI-SANSCOURRIER) : seul
      * l'IDCLI de tete est exploite ici.
       FD  SANSCOURRIER-FIC.
       01  ENREG-TRI-ETIQ.
           05 TRI-CP PIC X(5).
           05 TRI-IDCLI PIC 9(5).
           05 TRI-NOMCLI PIC X(20).
           05 TRI-PNMCLI PIC X(15).
           05 TRI-ADRESSE PIC X(15).
           05 TRI-AGENCE PIC XX.
           05 FILLER PIC X(11).
           05 CC-PLIS PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CC-COUT PIC 9(7)V99.
      *
      * Detail de la valorisation : une ligne par agence et par
      * passage, dans l'ordre des lignes d'agence de CoutsCourrier.txt.
      * Mode de tarif : P plein, T tri postal, F foyer, M tri postal
      * et foyer.
       FD  COUTS-DETAIL-FIC.
       01  ENREG-COUT-DETAIL.
           05 CCD-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CCD-AGENCE PIC XX.
           05 FILLER PIC X VALUE SPACE.
           05 CCD-PLIS PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CCD-MODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 CCD-TARIF PIC 9(3)V99.
           05 FILLER PIC X VALUE SPACE.
           05 CCD-TARIF-PLEIN PIC 9(3)V99.
           05 FILLER PIC X VALUE SPACE.
           05 CCD-REMISE PIC 9(7)V99.
           05 FILLER PIC X VALUE SPACE.
           05 CCD-GROUPES PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CCD-ECONOMIE-FOYER PIC 9(7)V99.
           05 FILLER PIC X VALUE SPACE.
           05 CCD-COUT PIC 9(7)V99.
      *
      * Couts d'une edition de campagne (CAMPAGNE_CODE pose) : les
      * lignes de CoutsCourrier.txt du passage, precedees du code
      * campagne, que EXO-CLI-CAMPAGNE recopie au registre.
       FD  CAMP-COUTS-FIC.
       01  ENREG-CAMP-COUT.
           05 CCA-CAMPAGNE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CCA-LIGNE-COUT PIC X(27).
      *
      * Enregistrement cale sur 80 octets : tous les programmes qui
      * alimentent RunLog.txt partagent cette longueur, pour que le
      * lecteur (EXO-OPS-RAPPORT) cadre chaque passage sans terminateur
      * de ligne. La zone libre porte les parametres du passage.
       FD  RUN-LOG-FIC.
       01  ENREG-RUN-LOG.
           05 LOG-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-PROGRAMME PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-PARAMETRES PIC X(47).
      *
       WORKING-STORAGE SECTION.
       77  EOF PIC 9 VALUE 0.
       77  CPT-SANS-COURRIER PIC 9(5) VALUE 0.
       77  CPT-FOYER-GROUPES PIC 9(5) VALUE 0.
       77  CPT-QUARANTAINE PIC 9(5) VALUE 0.
       77  CPT-PLAFOND PIC 9(5) VALUE 0.
       77  CONTACTS-STATUT PIC XX.
       77  EOF-CONTACTS PIC 9 VALUE 0.
       77  WS-CONTACTS-OUVERT PIC 9 VALUE 0.
       77  WS-IDCLI-CONTACT PIC 9(5) VALUE 0.
       77  WS-CONTACTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsContacts.txt".
      * Plafond de sollicitation (voir CHARGE-CONTACTS) : plis des M
      * derniers jours hors jour meme, un pli par jour au plus.
       77  WS-PIECES-MAX-SAISIE PIC X(2) VALUE SPACES.
       77  WS-PIECES-MAX PIC 99 VALUE 0.
       77  WS-PLAFOND-ACTIF PIC 9 VALUE 0.
       77  WS-FENETRE-SAISIE PIC X(3) VALUE SPACES.
       77  WS-FENETRE-JOURS PIC 9(3) VALUE 30.
       77  WS-DATE-SEUIL PIC 9(8) VALUE 0.
       01  TABLE-PIECES.
           05 PIECES-RECENTES PIC 99 OCCURS 99999 VALUE 0.
       01  TABLE-DERNIER-PLI.
           05 DERNIER-PLI PIC 9(8) OCCURS 99999 VALUE 0.
      * Bloc d'appel de SPJOU01 (dates en jours, voir SPJOU01.cbl).
       01  PARAMETRES-JOURS.
           05 JOU-FONCTION PIC X.
           05 JOU-DATE PIC 9(8).
           05 JOU-NUMERO PIC 9(7).
           05 JOU-CODERETOUR PIC 9.
       77  EOF-QUARANTAINE PIC 9 VALUE 0.
       77  QUARANTAINE-STATUT PIC XX.
       01  TABLE-QUARANTAINE.
       77  EOF-TRI PIC 9 VALUE 0.
       77  WS-LIASSE-MAX PIC 99 VALUE 10.
       77  WS-LIASSE-SAISIE PIC X(2) VALUE SPACES.
       77  WS-PRESORT-SOURCE PIC X VALUE "D".
       77  WS-LIASSE-SOURCE PIC X VALUE "D".
       77  WS-PRESORT-LOG PIC X VALUE "N".
       77  WS-CP-COURANT PIC X(5) VALUE SPACES.
       77  WS-PLIS-LIASSE PIC 99 VALUE 0.
       77  WS-PREMIERE-LIASSE PIC 9 VALUE 1.
      * EXO-EMPL-RAPPORT), cout du passage.
       77  TARIFS-STATUT PIC XX.
       77  COUTS-STATUT PIC XX.
       77  COUTS-DETAIL-STATUT PIC XX.
       77  WS-DETAIL-OUVERT PIC 9 VALUE 0.
       77  CAMP-COUTS-STATUT PIC XX.
       77  WS-CAMP-COUTS-OUVERT PIC 9 VALUE 0.
       77  WS-CAMPAGNE PIC X(8) VALUE SPACES.
       77  WS-MODE-DETAIL PIC X VALUE "P".
       77  WS-TARIFS-CHARGES PIC 9 VALUE 0.
       77  WS-TARIF-PLEIN PIC 9(3)V99 VALUE 0.
       77  WS-TARIF-REDUIT PIC 9(3)V99 VALUE 0.
           05 AGENCE-ENTREE OCCURS 10.
               10 AGC-CODE PIC XX.
               10 AGC-PLIS PIC 9(5).
               10 AGC-GROUPES PIC 9(5).
       77  NB-AGENCES PIC 99 VALUE 0.
       77  IDX-AGENCE PIC 99 VALUE 0.
       77  WS-AGENCE-TROUVEE PIC 9 VALUE 0.
           VALUE "C:\Users\Cobol\TarifsAffranchissement.txt".
       77  WS-COUTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CoutsCourrier.txt".
       77  WS-COUTS-DETAIL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CoutsCourrierDetail.txt".
       77  WS-CAMP-COUTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagneCouts.txt".
       77  RUN-LOG-STATUT PIC XX.
      * Bloc d'appel de SPPAR01 : parametre de la chaine, fichier
      * central ParametresChaine.txt ou environnement (voir
      * SPPAR01.cbl).
       01  PARAMETRES-PARAM.
           05 PAR-NOM PIC X(20).
           05 PAR-VALEUR PIC X(10).
           05 PAR-SOURCE PIC X.
           05 PAR-CODERETOUR PIC 9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM LIT-LOT-COURANT
           PERFORM CHARGE-CONTACTS
           PERFORM CHARGE-TARIFS
           MOVE "ETIQ_MODE_PRESORT" TO PAR-NOM
           CALL "SPPAR01" USING PARAMETRES-PARAM
           MOVE PAR-VALEUR TO WS-MODE-PRESORT
           MOVE PAR-SOURCE TO WS-PRESORT-SOURCE
           IF MODE-PRESORT-ON
               THEN
               MOVE "O" TO WS-PRESORT-LOG
               MOVE "ETIQ_LIASSE_MAX" TO PAR-NOM
               CALL "SPPAR01" USING PARAMETRES-PARAM
               MOVE PAR-VALEUR TO WS-LIASSE-SAISIE
               IF WS-LIASSE-SAISIE IS NUMERIC
                   THEN
                   MOVE WS-LIASSE-SAISIE TO WS-LIASSE-MAX
                   MOVE PAR-SOURCE TO WS-LIASSE-SOURCE
               END-IF
               PERFORM CHARGE-CP-CLIENTS
               MOVE "R" TO WS-MODE-TARIF
                       WHEN MODE-FOYER-ON AND IDCLI > 0
                           AND MEMBRE-SECONDAIRE(IDCLI) = 1
                           ADD 1 TO CPT-FOYER-GROUPES
                           MOVE AGENCE TO WS-AGENCE-PLI
                           PERFORM CUMUL-GROUPE-AGENCE
                       WHEN WS-PLAFOND-ACTIF = 1 AND IDCLI > 0
                           AND PIECES-RECENTES(IDCLI) > WS-PIECES-MAX
                           ADD 1 TO CPT-PLAFOND
                       WHEN OTHER
                           PERFORM RELACHE-PRESORT
                   END-EVALUATE
       AJOUTE-ETIQUETTE-TRI.
           MOVE TRI-AGENCE TO WS-AGENCE-PLI
           PERFORM CUMUL-AGENCE
           MOVE TRI-IDCLI TO WS-IDCLI-CONTACT
           PERFORM ECRIT-CONTACT
           ADD 1 TO NB-EN-RANGEE
           MOVE SPACES TO CELLULE-NOM(NB-EN-RANGEE)
           MOVE SPACES TO CELLULE-ADR(NB-EN-RANGEE)
           STRING TRI-NOMCLI DELIMITED BY "  "
               " " DELIMITED BY SIZE
               TRI-PNMCLI DELIMITED BY "  "
               INTO CELLULE-NOM(NB-EN-RANGEE)
           END-STRING
           MOVE TRI-ADRESSE TO CELLULE-ADR(NB-EN-RANGEE)
               CLOSE ALERTES-FIC
           END-IF.

      * Historique des contacts : relu pour le plafond de
      * sollicitation quand CONTACT_MAX_PIECES est pose (comme
      * CHARGE-CONTACTS dans EXO-CLI-LETTRES), puis ouvert en ajout
      * pour les etiquettes de ce passage.
       CHARGE-CONTACTS.
           ACCEPT WS-CONTACTS-PATH FROM ENVIRONMENT "CLI_CONTACTS_PATH"
           IF WS-CONTACTS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsContacts.txt"
                   TO WS-CONTACTS-PATH
           END-IF
           ACCEPT WS-PIECES-MAX-SAISIE FROM ENVIRONMENT
               "CONTACT_MAX_PIECES"
           IF WS-PIECES-MAX-SAISIE IS NUMERIC
               THEN
               MOVE WS-PIECES-MAX-SAISIE TO WS-PIECES-MAX
               MOVE 1 TO WS-PLAFOND-ACTIF
           END-IF
           IF WS-PLAFOND-ACTIF = 1
               THEN
               ACCEPT WS-FENETRE-SAISIE FROM ENVIRONMENT
                   "CONTACT_FENETRE_JOURS"
               IF WS-FENETRE-SAISIE IS NUMERIC
                   THEN
                   MOVE WS-FENETRE-SAISIE TO WS-FENETRE-JOURS
               END-IF
               MOVE "N" TO JOU-FONCTION
               MOVE WS-DATE-JOUR TO JOU-DATE
               CALL "SPJOU01" USING PARAMETRES-JOURS
               SUBTRACT WS-FENETRE-JOURS FROM JOU-NUMERO
               MOVE "D" TO JOU-FONCTION
               CALL "SPJOU01" USING PARAMETRES-JOURS
               MOVE JOU-DATE TO WS-DATE-SEUIL
               DISPLAY "Plafond : plus de " WS-PIECES-MAX
                   " plis depuis le " WS-DATE-SEUIL " -> saute."
               MOVE 0 TO EOF-CONTACTS
               OPEN INPUT CONTACTS-FIC
               IF CONTACTS-STATUT = "00"
                   THEN
                   PERFORM CHARGE-CONTACTS-LECT UNTIL EOF-CONTACTS = 1
                   CLOSE CONTACTS-FIC
               END-IF
           END-IF
           OPEN EXTEND CONTACTS-FIC
           IF CONTACTS-STATUT NOT = "00"
               THEN
               OPEN OUTPUT CONTACTS-FIC
           END-IF
           IF CONTACTS-STATUT = "00"
               THEN
               MOVE 1 TO WS-CONTACTS-OUVERT
           ELSE
               DISPLAY "ATTENTION: historique des contacts "
                   "indisponible (" CONTACTS-STATUT ") : "
                   WS-CONTACTS-PATH
           END-IF.
       CHARGE-CONTACTS-LECT.
           READ CONTACTS-FIC
               AT END MOVE 1 TO EOF-CONTACTS
           END-READ
           IF EOF-CONTACTS = 0 AND CTC-IDCLI IS NUMERIC
               AND CTC-IDCLI > 0 AND CTC-CANAL-PLI
               AND CTC-DATE >= WS-DATE-SEUIL
               AND CTC-DATE < WS-DATE-JOUR
               AND CTC-DATE NOT = DERNIER-PLI(CTC-IDCLI)
               THEN
               MOVE CTC-DATE TO DERNIER-PLI(CTC-IDCLI)
               IF PIECES-RECENTES(CTC-IDCLI) < 99
                   THEN
                   ADD 1 TO PIECES-RECENTES(CTC-IDCLI)
               END-IF
           END-IF.

      * Une ligne de contact par etiquette editee ; l'appelant pose
      * WS-IDCLI-CONTACT (zone FD en sequentiel, zone de tri en tri
      * postal).
       ECRIT-CONTACT.
           IF WS-CONTACTS-OUVERT = 1
               THEN
               MOVE SPACES TO ENREG-CONTACT
               MOVE WS-IDCLI-CONTACT TO CTC-IDCLI
               MOVE WS-DATE-JOUR TO CTC-DATE
               MOVE "COURRIER" TO CTC-CANAL
               MOVE "EXO-CLI-ETIQ" TO CTC-PROGRAMME
               MOVE WS-LOT-DATE TO CTC-LOT-DATE
               MOVE WS-LOT-SEQ TO CTC-LOT-SEQ
               WRITE ENREG-CONTACT
               END-WRITE
           END-IF.

      * Chargement de la quarantaine NPAI ; un fichier encore
      * inexistant est simplement une quarantaine vide.
       CHARGE-QUARANTAINE.
                   WHEN MODE-FOYER-ON AND IDCLI > 0
                       AND MEMBRE-SECONDAIRE(IDCLI) = 1
                       ADD 1 TO CPT-FOYER-GROUPES
                       MOVE AGENCE TO WS-AGENCE-PLI
                       PERFORM CUMUL-GROUPE-AGENCE
                   WHEN WS-PLAFOND-ACTIF = 1 AND IDCLI > 0
                       AND PIECES-RECENTES(IDCLI) > WS-PIECES-MAX
                       ADD 1 TO CPT-PLAFOND
                   WHEN OTHER
                       PERFORM AJOUTE-ETIQUETTE
               END-EVALUATE
       AJOUTE-ETIQUETTE.
           MOVE AGENCE TO WS-AGENCE-PLI
           PERFORM CUMUL-AGENCE
           MOVE IDCLI TO WS-IDCLI-CONTACT
           PERFORM ECRIT-CONTACT
           ADD 1 TO NB-EN-RANGEE
           MOVE SPACES TO CELLULE-NOM(NB-EN-RANGEE)
           MOVE SPACES TO CELLULE-ADR(NB-EN-RANGEE)
           STRING NOMCLI DELIMITED BY "  "
               " " DELIMITED BY SIZE
               PNMCLI DELIMITED BY "  "
               INTO CELLULE-NOM(NB-EN-RANGEE)
           END-STRING
           MOVE ADRESSE TO CELLULE-ADR(NB-EN-RANGEE)
           DISPLAY "Inactifs sautes    : " CPT-INACTIFS
           DISPLAY "Exclus courrier    : " CPT-SANS-COURRIER
           DISPLAY "Quarantaine NPAI   : " CPT-QUARANTAINE
           IF WS-PLAFOND-ACTIF = 1
               THEN
               DISPLAY "Plafond contacts   : " CPT-PLAFOND
           END-IF
           IF WS-CONTACTS-OUVERT = 1
               THEN
               CLOSE CONTACTS-FIC
           END-IF
           IF MODE-FOYER-ON
               THEN
               DISPLAY "Groupes par foyer  : " CPT-FOYER-GROUPES
           ELSE
               IF CPT-IMPRIMEES + CPT-INACTIFS + CPT-SANS-COURRIER
                   + CPT-FOYER-GROUPES + CPT-QUARANTAINE
                   + CPT-PLAFOND = WS-TRAILER-CPT
                   THEN
                   DISPLAY "Rapprochement trailer OK (" WS-TRAILER-CPT
                       ")"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM VALORISE-PASSAGE
           PERFORM ECRIT-RUN-LOG.

      * Ligne RunLog.txt du passage : valeur retenue de chaque
      * parametre et sa provenance (E = environnement, F = fichier
      * central, D = defaut du programme) ; la taille de liasse n'est
      * portee qu'en mode tri postal, le seul ou elle joue.
       ECRIT-RUN-LOG.
           MOVE SPACES TO ENREG-RUN-LOG
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE "EXO-CLI-ETIQUE" TO LOG-PROGRAMME
           IF MODE-PRESORT-ON
               THEN
               STRING "ETIQ_MODE_PRESORT=" DELIMITED BY SIZE
                   WS-PRESORT-LOG DELIMITED BY SIZE
                   "(" DELIMITED BY SIZE
                   WS-PRESORT-SOURCE DELIMITED BY SIZE
                   ") ETIQ_LIASSE_MAX=" DELIMITED BY SIZE
                   WS-LIASSE-MAX DELIMITED BY SIZE
                   "(" DELIMITED BY SIZE
                   WS-LIASSE-SOURCE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LOG-PARAMETRES
               END-STRING
           ELSE
               STRING "ETIQ_MODE_PRESORT=" DELIMITED BY SIZE
                   WS-PRESORT-LOG DELIMITED BY SIZE
                   "(" DELIMITED BY SIZE
                   WS-PRESORT-SOURCE DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LOG-PARAMETRES
               END-STRING
           END-IF
           OPEN EXTEND RUN-LOG-FIC
           IF RUN-LOG-STATUT NOT = "00"
               THEN
               OPEN OUTPUT RUN-LOG-FIC
           END-IF
           WRITE ENREG-RUN-LOG
           END-WRITE
           CLOSE RUN-LOG-FIC.

      * Chargement des tarifs d'affranchissement ; sans fichier de
      * tarifs, le passage n'est simplement pas valorise.
               MOVE "C:\Users\Cobol\CoutsCourrier.txt"
                   TO WS-COUTS-PATH
           END-IF
           ACCEPT WS-COUTS-DETAIL-PATH FROM ENVIRONMENT
               "COUTS_DETAIL_PATH"
           IF WS-COUTS-DETAIL-PATH = SPACES
               MOVE "C:\Users\Cobol\CoutsCourrierDetail.txt"
                   TO WS-COUTS-DETAIL-PATH
           END-IF
           ACCEPT WS-CAMPAGNE FROM ENVIRONMENT "CAMPAGNE_CODE"
           ACCEPT WS-CAMP-COUTS-PATH FROM ENVIRONMENT
               "CAMPAGNE_COUTS_PATH"
           IF WS-CAMP-COUTS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsCampagneCouts.txt"
                   TO WS-CAMP-COUTS-PATH
           END-IF
           OPEN INPUT TARIFS-FIC
           IF TARIFS-STATUT = "00"
               THEN
      * EXO-CLI-SCORE) - la ligne totale "**" de la valorisation reste
      * juste, elle compte sur CPT-IMPRIMEES.
       CUMUL-AGENCE.
           PERFORM LOCALISE-AGENCE
           IF WS-IDX-AGENCE > 0
               THEN
               ADD 1 TO AGC-PLIS(WS-IDX-AGENCE)
           END-IF.
      * Membre de foyer groupe : son pli ne part pas, mais l'economie
      * revient a son agence.
       CUMUL-GROUPE-AGENCE.
           PERFORM LOCALISE-AGENCE
           IF WS-IDX-AGENCE > 0
               THEN
               ADD 1 TO AGC-GROUPES(WS-IDX-AGENCE)
           END-IF.
       LOCALISE-AGENCE.
           MOVE 0 TO WS-AGENCE-TROUVEE
           MOVE 0 TO WS-IDX-AGENCE
           MOVE 1 TO IDX-AGENCE
                   ADD 1 TO NB-AGENCES
                   MOVE WS-AGENCE-PLI TO AGC-CODE(NB-AGENCES)
                   MOVE 0 TO AGC-PLIS(NB-AGENCES)
                   MOVE 0 TO AGC-GROUPES(NB-AGENCES)
                   MOVE NB-AGENCES TO WS-IDX-AGENCE
               END-IF
           END-IF.
       CUMUL-AGENCE-CHERCHE.
           IF AGC-CODE(IDX-AGENCE) = WS-AGENCE-PLI
               ELSE
                   MOVE WS-TARIF-PLEIN TO WS-TARIF-APPLIQUE
               END-IF
               EVALUATE TRUE
                   WHEN TARIF-PLEIN-ON
                       MOVE "P" TO WS-MODE-DETAIL
                   WHEN MODE-PRESORT-ON AND MODE-FOYER-ON
                       MOVE "M" TO WS-MODE-DETAIL
                   WHEN MODE-PRESORT-ON
                       MOVE "T" TO WS-MODE-DETAIL
                   WHEN OTHER
                       MOVE "F" TO WS-MODE-DETAIL
               END-EVALUATE
               MOVE 0 TO WS-COUT-TOTAL
               OPEN EXTEND COUTS-FIC
               IF COUTS-STATUT NOT = "00"
               END-IF
               IF COUTS-STATUT = "00"
                   THEN
                   OPEN EXTEND COUTS-DETAIL-FIC
                   IF COUTS-DETAIL-STATUT NOT = "00"
                       THEN
                       OPEN OUTPUT COUTS-DETAIL-FIC
                   END-IF
                   IF COUTS-DETAIL-STATUT = "00"
                       THEN
                       MOVE 1 TO WS-DETAIL-OUVERT
                   ELSE
                       DISPLAY "ATTENTION: detail des couts "
                           "indisponible (" COUTS-DETAIL-STATUT ") : "
                           WS-COUTS-DETAIL-PATH
                   END-IF
                   IF WS-CAMPAGNE NOT = SPACES
                       THEN
                       PERFORM OUVRE-CAMP-COUTS
                   END-IF
                   MOVE 1 TO IDX-AGENCE
                   PERFORM VALORISE-AGENCE
                       UNTIL IDX-AGENCE > NB-AGENCES
                   IF WS-DETAIL-OUVERT = 1
                       THEN
                       CLOSE COUTS-DETAIL-FIC
                   END-IF
                   MOVE SPACES TO ENREG-COUT
                   MOVE WS-DATE-JOUR TO CC-DATE
                   MOVE "**" TO CC-AGENCE
                   MOVE WS-COUT-TOTAL TO CC-COUT
                   WRITE ENREG-COUT
                   END-WRITE
                   IF WS-CAMP-COUTS-OUVERT = 1
                       THEN
                       PERFORM ECRIT-COUT-CAMPAGNE
                       CLOSE CAMP-COUTS-FIC
                   END-IF
                   CLOSE COUTS-FIC
               END-IF
               MOVE WS-COUT-TOTAL TO WS-COUT-ECRAN
           MOVE WS-COUT-AGENCE TO CC-COUT
           WRITE ENREG-COUT
           END-WRITE
           IF WS-DETAIL-OUVERT = 1
               THEN
               PERFORM ECRIT-COUT-DETAIL
           END-IF
           IF WS-CAMP-COUTS-OUVERT = 1
               THEN
               PERFORM ECRIT-COUT-CAMPAGNE
           END-IF
           MOVE WS-COUT-AGENCE TO WS-COUT-ECRAN
           DISPLAY "  Agence " AGC-CODE(IDX-AGENCE) " : "
               AGC-PLIS(IDX-AGENCE) " plis, " WS-COUT-ECRAN
           ADD 1 TO IDX-AGENCE.
      * Remise : ecart entre tarif plein et tarif applique sur les
      * plis partis ; economie foyer : plis groupes au tarif plein
      * (meme calcul que WS-ECONOMIE-FOYER pour le passage).
       ECRIT-COUT-DETAIL.
           MOVE SPACES TO ENREG-COUT-DETAIL
           MOVE WS-DATE-JOUR TO CCD-DATE
           MOVE AGC-CODE(IDX-AGENCE) TO CCD-AGENCE
           MOVE AGC-PLIS(IDX-AGENCE) TO CCD-PLIS
           MOVE WS-MODE-DETAIL TO CCD-MODE
           MOVE WS-TARIF-APPLIQUE TO CCD-TARIF
           MOVE WS-TARIF-PLEIN TO CCD-TARIF-PLEIN
           COMPUTE CCD-REMISE = AGC-PLIS(IDX-AGENCE)
               * (WS-TARIF-PLEIN - WS-TARIF-APPLIQUE)
           MOVE AGC-GROUPES(IDX-AGENCE) TO CCD-GROUPES
           COMPUTE CCD-ECONOMIE-FOYER
               = AGC-GROUPES(IDX-AGENCE) * WS-TARIF-PLEIN
           MOVE WS-COUT-AGENCE TO CCD-COUT
           WRITE ENREG-COUT-DETAIL
           END-WRITE.
      * Edition de campagne : chaque ligne de cout du passage part
      * aussi, sous le code campagne, aux couts des campagnes
      * (CAMPAGNE_CODE et CAMPAGNE_COUTS_PATH), pour que le registre
      * n'impute a une campagne que ses propres plis.
       OUVRE-CAMP-COUTS.
           OPEN EXTEND CAMP-COUTS-FIC
           IF CAMP-COUTS-STATUT NOT = "00"
               THEN
               OPEN OUTPUT CAMP-COUTS-FIC
           END-IF
           IF CAMP-COUTS-STATUT = "00"
               THEN
               MOVE 1 TO WS-CAMP-COUTS-OUVERT
               DISPLAY "Campagne " WS-CAMPAGNE
                   " : couts inscrits a " WS-CAMP-COUTS-PATH
           ELSE
               DISPLAY "ATTENTION: couts des campagnes "
                   "indisponibles (" CAMP-COUTS-STATUT ") : "
                   WS-CAMP-COUTS-PATH
           END-IF.
       ECRIT-COUT-CAMPAGNE.
           MOVE SPACES TO ENREG-CAMP-COUT
           MOVE WS-CAMPAGNE TO CCA-CAMPAGNE
           MOVE ENREG-COUT TO CCA-LIGNE-COUT
           WRITE ENREG-CAMP-COUT
           END-WRITE.

       END PROGRAM EXO-CLI-ETIQUETTES.
