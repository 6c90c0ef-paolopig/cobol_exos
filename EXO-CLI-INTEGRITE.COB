      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : balayage d'integrite referentielle des fichiers
      * satellites accroches a l'IDCLI. Apres purges, fusions et
      * effacements, certains satellites designent des numeros qui ne
      * sont plus au maitre ClientsMaster.txt. Chaque satellite est
      * relu contre le maitre et chaque orphelin est rapporte, fichier
      * par fichier, avec son motif :
      *   FUSIONNE - absorbe (ClientsFusions.txt), avec le survivant
      *              final, chaines de fusions suivies ;
      *   RETIRE   - pierre tombale de ClientsIdRetires.txt ;
      *   ARCHIVE  - present dans une generation d'archive du
      *              catalogue (voir EXO-CLI-PURGE) ;
      *   JAMAIS   - numero inconnu partout.
      * Satellites controles : ClientsNotes, ClientsSansCourrier,
      * ClientsQuarantaine, ClientsFoyersRegistre, ClientsTransPending
      * (hors ajouts A, qui attendent legitimement leur numero),
      * ClientsSuppressionsAttente, ClientsAdressesNorm et
      * ClientsDerniereActivite.
      * Le mode simulation (defaut, passage de nuit) ne touche a rien.
      * Le mode reel, comme dans EXO-MENAGE-GEN, exige le droit MENAGE
      * quand la matrice des droits est en service (refus trace
      * NONAUTOR, repli en simulation) et prend le verrou de chaine :
      *   - un numero absorbe dont le survivant est au maitre est
      *     redirige vers le survivant dans les satellites attaches a
      *     la personne (notes, exclusion courrier, NPAI, foyers,
      *     derniere activite - la date la plus recente l'emporte) ;
      *     les satellites qui decrivent l'enregistrement absorbe
      *     lui-meme (transactions en attente, suppressions en
      *     attente, adresse normalisee) ne sont jamais rediriges ;
      *   - une redirection qui doublonnerait un satellite a cle
      *     unique (exclusion courrier, foyers) est ecartee, motif
      *     DOUBLON ;
      *   - tout le reste est retire du satellite et verse au fichier
      *     d'attente ClientsOrphelins.txt avec la date, le satellite,
      *     le motif et l'image complete de l'enregistrement.
      * Les satellites sequentiels sont reecrits via .tmp comme dans
      * EXO-CLI-OUBLI.
      * Codes retour : 0 = aucun orphelin, 4 = orphelins trouves,
      * 12 = maitre inaccessible.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      * octets, archives de 68, transactions en attente de 55,
      * suppressions en attente de 78 ; l'image des orphelins passe a
      * 78.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-INTEGRITE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MASTER-FIC
               ASSIGN TO WS-CLI-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDCLI-MASTER
               FILE STATUS IS MASTER-STATUT.
           SELECT RETIRES-FIC
               ASSIGN TO WS-RETIRES-PATH
               FILE STATUS IS RETIRES-STATUT.
           SELECT FUSIONS-FIC
               ASSIGN TO WS-FUSIONS-PATH
               FILE STATUS IS FUSIONS-STATUT.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
           SELECT ARCHIVE-FIC
               ASSIGN TO WS-ARCHIVE-PATH
               FILE STATUS IS ARCHIVE-STATUT.
           SELECT NOTES-FIC
               ASSIGN TO WS-NOTES-PATH
               FILE STATUS IS NOTES-STATUT.
           SELECT SANSCOURRIER-FIC
               ASSIGN TO WS-SANSCOURRIER-PATH
               FILE STATUS IS SANSCOURRIER-STATUT.
           SELECT QUARANTAINE-FIC
               ASSIGN TO WS-QUARANTAINE-PATH
               FILE STATUS IS QUARANTAINE-STATUT.
           SELECT REGISTRE-FIC
               ASSIGN TO WS-REGISTRE-PATH
               FILE STATUS IS REGISTRE-STATUT.
           SELECT ATTENTE-FIC
               ASSIGN TO WS-ATTENTE-PATH
               FILE STATUS IS ATTENTE-STATUT.
           SELECT SUPPR-ATT-FIC
               ASSIGN TO WS-SUPPR-ATT-PATH
               FILE STATUS IS SUPPR-ATT-STATUT.
           SELECT ADR-NORM-FIC
               ASSIGN TO WS-ADR-NORM-PATH
               FILE STATUS IS ADR-NORM-STATUT.
           SELECT ACTIVITE-FIC
               ASSIGN TO WS-ACTIVITE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDCLI-ACT
               FILE STATUS IS ACTIVITE-STATUT.
      * Copies de travail .tmp du mode reel, une par longueur
      * d'enregistrement (un seul satellite ouvert a la fois).
           SELECT TMP13-FIC
               ASSIGN TO WS-TMP-PATH.
           SELECT TMP19-FIC
               ASSIGN TO WS-TMP-PATH.
           SELECT TMP55-FIC
               ASSIGN TO WS-TMP-PATH.
           SELECT TMP78-FIC
               ASSIGN TO WS-TMP-PATH.
           SELECT TMP62-FIC
               ASSIGN TO WS-TMP-PATH.
           SELECT TMP73-FIC
               ASSIGN TO WS-TMP-PATH.
           SELECT ORPHELINS-FIC
               ASSIGN TO WS-ORPHELINS-PATH
               FILE STATUS IS ORPHELINS-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH
               FILE STATUS IS RAPPORT-STATUT.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
           SELECT VERROU-FIC
               ASSIGN TO "C:\Users\Cobol\ChaineVerrou.txt"
               FILE STATUS IS VERROU-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
      * Cycle de vie du client : P-prospect, A-actif, S-suspendu,
      * C-clos (transitions gardees par EXO-CLI-MAINT).
           05 STATUT-MASTER PIC X.
      *
      * Pierres tombales ecrites par EXO-CLI-MAINT et EXO-CLI-OUBLI.
       FD  RETIRES-FIC.
       01  ENREG-RETIRE.
           05 RET-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 RET-DATE PIC 9(8).
      *
      * Correspondance des fusions (voir EXO-CLI-FUSION).
       FD  FUSIONS-FIC.
       01  ENREG-FUSION.
           05 FUS-ABSORBE PIC 9(5).
           05 FILLER PIC X.
           05 FUS-SURVIVANT PIC 9(5).
           05 FILLER PIC X.
           05 FUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 FUS-OPERATEUR PIC X(4).
      *
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
      * Generation d'archive de la purge : enregistrements clients de
      * 68 octets, entete HD et controle TR ecartes par IS NUMERIC.
       FD  ARCHIVE-FIC.
       01  ENREG-ARCHIVE.
           05 ARC-IDCLI PIC 9(5).
           05 FILLER PIC X(63).
      *
       FD  NOTES-FIC.
       01  ENREG-NOTE.
           05 NOTE-IDCLI PIC 9(5).
           05 FILLER PIC X(57).
      *
       FD  SANSCOURRIER-FIC.
       01  ENREG-SANSCOURRIER.
           05 SCR-IDCLI PIC 9(5).
           05 FILLER PIC X(14).
      *
       FD  QUARANTAINE-FIC.
       01  ENREG-QUARANTAINE.
           05 QUA-IDCLI PIC 9(5).
           05 FILLER PIC X(14).
      *
       FD  REGISTRE-FIC.
       01  ENREG-REGISTRE.
           05 REG-FOYER PIC 9(5).
           05 FILLER PIC X.
           05 REG-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 REG-PRINCIPAL PIC X.
      *
      * Transactions a date d'effet future (image ClientsTrans.txt).
       FD  ATTENTE-FIC.
       01  ENREG-ATTENTE.
           05 ATT-CODE PIC X.
           05 ATT-IDCLI PIC 9(5).
           05 FILLER PIC X(49).
      *
      * Suppressions en attente du second visa (voir EXO-CLI-MAINT).
       FD  SUPPR-ATT-FIC.
       01  ENREG-SUPPR-ATT.
           05 SAT-TRANS-CODE PIC X.
           05 SAT-TRANS-IDCLI PIC 9(5).
           05 FILLER PIC X(72).
      *
      * Adresses normalisees (voir EXO-CLI-ADR-NORM).
       FD  ADR-NORM-FIC.
       01  ENREG-ADR-NORM.
           05 ADR-IDCLI PIC 9(5).
           05 FILLER PIC X(68).
      *
      * Derniere activite par IDCLI (voir NOTE-DERNIERE-ACTIVITE dans
      * EXO-CLI-MAINT).
       FD  ACTIVITE-FIC.
       01  ENREG-ACTIVITE.
           05 IDCLI-ACT PIC 9(5).
           05 DATE-ACT PIC 9(8).
      *
       FD  TMP13-FIC.
       01  ENREG-TMP13 PIC X(13).
       FD  TMP19-FIC.
       01  ENREG-TMP19 PIC X(19).
       FD  TMP55-FIC.
       01  ENREG-TMP55 PIC X(55).
       FD  TMP78-FIC.
       01  ENREG-TMP78 PIC X(78).
       FD  TMP62-FIC.
       01  ENREG-TMP62 PIC X(62).
       FD  TMP73-FIC.
       01  ENREG-TMP73 PIC X(73).
      *
      * Orphelins retires des satellites en mode reel : date du
      * passage, satellite d'origine, motif et image complete, pour
      * reprise manuelle eventuelle.
       FD  ORPHELINS-FIC.
       01  ENREG-ORPHELIN.
           05 ORP-DATE PIC 9(8).
           05 FILLER PIC X.
           05 ORP-FICHIER PIC X(16).
           05 FILLER PIC X.
           05 ORP-MOTIF PIC X(8).
           05 FILLER PIC X.
           05 ORP-ENREG PIC X(78).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
      * Matrice des droits par operateur et code action (voir
      * EXO-CLI-MAINT) ; absente, l'ancien regime demeure.
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
      * Journal d'audit au dessin d'EXO-CLI-MAINT (68 octets) : seule
      * la ligne NONAUTOR d'un refus de droit s'ecrit ici.
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
      * Verrou d'execution partage par les programmes de la chaine
      * (voir PREND-VERROU dans EXO-VI-C-V4) : la correction ne doit
      * pas s'entrelacer avec la maintenance.
       FD  VERROU-FIC.
       01  ENREG-VERROU.
           05 VER-PROGRAMME PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 VER-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 VER-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 VER-HEURE PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  RETIRES-STATUT PIC XX.
       77  FUSIONS-STATUT PIC XX.
       77  CATALOGUE-STATUT PIC XX.
       77  ARCHIVE-STATUT PIC XX.
       77  NOTES-STATUT PIC XX.
       77  SANSCOURRIER-STATUT PIC XX.
       77  QUARANTAINE-STATUT PIC XX.
       77  REGISTRE-STATUT PIC XX.
       77  ATTENTE-STATUT PIC XX.
       77  SUPPR-ATT-STATUT PIC XX.
       77  ADR-NORM-STATUT PIC XX.
       77  ACTIVITE-STATUT PIC XX.
       77  ORPHELINS-STATUT PIC XX.
       77  RAPPORT-STATUT PIC XX.
       77  DROITS-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  VERROU-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-MODE PIC X VALUE "S".
           88 MODE-SIMULATION VALUE "S".
           88 MODE-REEL VALUE "R".
      * Etat de chaque numero : M-maitre, F-fusionne, R-retire,
      * A-archive, blanc-jamais vu.
       01  TABLE-ETATS.
           05 ETAT-IDCLI PIC X OCCURS 99999 VALUE SPACE.
       01  TABLE-SURVIVANTS.
           05 SURVIVANT-IDCLI PIC 9(5) OCCURS 99999 VALUE 0.
      * Numeros deja presents dans le satellite a cle unique en cours
      * de correction (exclusion courrier, foyers).
       01  TABLE-PRESENTS.
           05 PRESENT-FICHIER PIC 9 OCCURS 99999 VALUE 0.
       77  CPT-MAITRE PIC 9(6) VALUE 0.
      * Generations d'archive du catalogue.
       01  TABLE-ARCHIVES.
           05 ARCHIVE-ENTREE OCCURS 50.
               10 TAB-ARC-PATH PIC X(60).
       77  NB-ARCHIVES PIC 99 VALUE 0.
       77  IDX-ARCHIVE PIC 99 VALUE 0.
      * Corrections de la derniere activite, appliquees apres la
      * lecture sequentielle pour ne pas en rompre le fil.
       01  TABLE-ACT-CORR.
           05 ACT-CORR-ENTREE OCCURS 2000.
               10 ACT-CORR-IDCLI PIC 9(5).
               10 ACT-CORR-SURVIVANT PIC 9(5).
               10 ACT-CORR-DATE PIC 9(8).
       77  NB-ACT-CORR PIC 9(4) VALUE 0.
       77  IDX-ACT-CORR PIC 9(4) VALUE 0.
       77  WS-ACT-DATE PIC 9(8) VALUE 0.
      * Enregistrement en cours de controle.
       77  WS-IDCLI-BRUT PIC X(5) VALUE SPACES.
       77  WS-IDCLI-LU PIC 9(5) VALUE 0.
       77  WS-ETAT PIC X VALUE SPACE.
       77  WS-MOTIF PIC X(8) VALUE SPACES.
       77  WS-SURVIVANT PIC 9(5) VALUE 0.
       77  WS-SURVIVANT-VALIDE PIC 9 VALUE 0.
       77  WS-SAUTS PIC 99 VALUE 0.
       77  WS-REDIRIGEABLE PIC 9 VALUE 0.
       77  WS-CLE-UNIQUE PIC 9 VALUE 0.
       77  WS-VERDICT PIC X VALUE "G".
           88 VERDICT-GARDE VALUE "G".
           88 VERDICT-REDIRIGE VALUE "R".
           88 VERDICT-COTE VALUE "C".
       77  WS-ENREG-IMAGE PIC X(78) VALUE SPACES.
      * Satellite en cours et ses compteurs.
       77  WS-FICHIER-LIB PIC X(16) VALUE SPACES.
       77  WS-FICHIER-PATH PIC X(60) VALUE SPACES.
       77  CPT-LUS PIC 9(6) VALUE 0.
       77  CPT-ORPHELINS PIC 9(5) VALUE 0.
       77  CPT-RETIRE PIC 9(4) VALUE 0.
       77  CPT-FUSIONNE PIC 9(4) VALUE 0.
       77  CPT-ARCHIVE PIC 9(4) VALUE 0.
       77  CPT-JAMAIS PIC 9(4) VALUE 0.
       77  CPT-REDIRIGES PIC 9(5) VALUE 0.
       77  CPT-COTE PIC 9(5) VALUE 0.
       77  CPT-TOTAL-ORPHELINS PIC 9(6) VALUE 0.
       77  CPT-TOTAL-REDIRIGES PIC 9(6) VALUE 0.
       77  CPT-TOTAL-COTE PIC 9(6) VALUE 0.
       77  WS-TMP-PATH PIC X(64) VALUE SPACES.
       77  WS-LONGUEUR-PATH PIC 99 VALUE 0.
       77  WS-COPIE-STATUT PIC 9(9) COMP-5 VALUE 0.
       77  WS-ORPHELINS-OUVERT PIC 9 VALUE 0.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-RETIRES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsIdRetires.txt".
       77  WS-FUSIONS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsFusions.txt".
       77  WS-ARCHIVE-PATH PIC X(60) VALUE SPACES.
       77  WS-NOTES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsNotes.txt".
       77  WS-SANSCOURRIER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsSansCourrier.txt".
       77  WS-QUARANTAINE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsQuarantaine.txt".
       77  WS-REGISTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsFoyersRegistre.txt".
       77  WS-ATTENTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTransPending.txt".
       77  WS-SUPPR-ATT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsSuppressionsAttente.txt".
       77  WS-ADR-NORM-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAdressesNorm.txt".
       77  WS-ACTIVITE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDerniereActivite.txt".
       77  WS-ORPHELINS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOrphelins.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\IntegriteSatellites.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
       01  TABLE-DROITS.
           05 DROIT-ENTREE OCCURS 100.
               10 TAB-DRT-OPERATEUR PIC X(4).
               10 TAB-DRT-ACTION PIC X(8).
       77  NB-DROITS PIC 999 VALUE 0.
       77  IDX-DROIT PIC 999 VALUE 0.
       77  WS-DROITS-PRESENTS PIC 9 VALUE 0.
       77  WS-DROIT-ACCORDE PIC 9 VALUE 0.
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
       77  WS-VERROU-BUFFER PIC X(36) VALUE SPACES.
       77  WS-VERROU-EXIST PIC 9(9) COMP-5 VALUE 0.
       77  WS-VERROU-FORCE PIC X VALUE SPACE.
           88 VERROU-FORCE-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-VERROU-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ChaineVerrou.txt".
      * Bloc d'appel de SPCHN01 : valeur de controle chainee du
      * journal d'audit (voir SPCHN01.cbl).
       01  PARAMETRES-CHAINE.
           05 CHN-FONCTION PIC X.
           05 CHN-CONTENU PIC X(59).
           05 CHN-CHECK PIC 9(8).
           05 CHN-CODERETOUR PIC 9.
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(39)
              VALUE "CONTROLE D'INTEGRITE DES SATELLITES DU ".
           05 FILLER PIC X(9) VALUE "MAITRE - ".
           05 LT-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE "  mode ".
           05 LT-MODE PIC X(10).
           05 FILLER PIC X(7) VALUE SPACES.
       01  LIGNE-MAITRE.
           05 FILLER PIC X(18) VALUE "Clients au maitre ".
           05 LM-CPT PIC ZZZZZ9.
           05 FILLER PIC X(56) VALUE SPACES.
       01  LIGNE-FICHIER.
           05 FILLER PIC X(4) VALUE "=== ".
           05 LF-LIB PIC X(16).
           05 FILLER PIC X(3) VALUE " : ".
           05 LF-PATH PIC X(57).
       01  LIGNE-ORPHELIN.
           05 FILLER PIC X(8) VALUE "  IDCLI ".
           05 LO-IDCLI PIC X(5).
           05 FILLER PIC XX VALUE SPACES.
           05 LO-MOTIF PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LO-VERS PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 LO-ACTION PIC X(20).
           05 FILLER PIC X(23) VALUE SPACES.
       01  LIGNE-TOTAL-FICHIER.
           05 FILLER PIC X(6) VALUE "  lus ".
           05 LTF-LUS PIC ZZZZZ9.
           05 FILLER PIC X(7) VALUE " orph. ".
           05 LTF-ORPH PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE " : retire ".
           05 LTF-RET PIC ZZZ9.
           05 FILLER PIC X(10) VALUE " fusionne ".
           05 LTF-FUS PIC ZZZ9.
           05 FILLER PIC X(9) VALUE " archive ".
           05 LTF-ARC PIC ZZZ9.
           05 FILLER PIC X(8) VALUE " jamais ".
           05 LTF-JAM PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
       01  LIGNE-CORRECTION.
           05 FILLER PIC X(13) VALUE "  rediriges ".
           05 LC-REDIR PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE "  mis de cote ".
           05 LC-COTE PIC ZZZZ9.
           05 FILLER PIC X(42) VALUE SPACES.
       01  LIGNE-TOTAL.
           05 FILLER PIC X(16) VALUE "TOTAL orphelins ".
           05 LT-ORPH PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE "  rediriges ".
           05 LT-REDIR PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE "  mis de cote ".
           05 LT-COTE PIC ZZZZZ9.
           05 FILLER PIC X(20) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables par les memes variables que les
      * programmes proprietaires : CLI_MASTER_PATH, CLI_RETIRES_PATH,
      * CLI_FUSIONS_PATH, CLI_NOTES_PATH, CLI_SANSCOURRIER_PATH,
      * QUARANTAINE_PATH, FOYERS_REGISTRE_PATH, CLI_ATTENTE_PATH,
      * CLI_SUPPR_ATT_PATH, CLI_ADR_OUT_PATH, CLI_ACTIVITE_PATH ; le
      * rapport par INTEGRITE_RAPPORT_PATH, le fichier d'attente par
      * CLI_ORPHELINS_PATH. INTEGRITE_MODE vaut S-simulation (defaut)
      * ou R-reel.
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-RETIRES-PATH FROM ENVIRONMENT "CLI_RETIRES_PATH"
           IF WS-RETIRES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsIdRetires.txt"
                   TO WS-RETIRES-PATH
           END-IF
           ACCEPT WS-FUSIONS-PATH FROM ENVIRONMENT "CLI_FUSIONS_PATH"
           IF WS-FUSIONS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsFusions.txt"
                   TO WS-FUSIONS-PATH
           END-IF
           ACCEPT WS-NOTES-PATH FROM ENVIRONMENT "CLI_NOTES_PATH"
           IF WS-NOTES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsNotes.txt" TO WS-NOTES-PATH
           END-IF
           ACCEPT WS-SANSCOURRIER-PATH FROM ENVIRONMENT
               "CLI_SANSCOURRIER_PATH"
           IF WS-SANSCOURRIER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsSansCourrier.txt"
                   TO WS-SANSCOURRIER-PATH
           END-IF
           ACCEPT WS-QUARANTAINE-PATH FROM ENVIRONMENT
               "QUARANTAINE_PATH"
           IF WS-QUARANTAINE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsQuarantaine.txt"
                   TO WS-QUARANTAINE-PATH
           END-IF
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT
               "FOYERS_REGISTRE_PATH"
           IF WS-REGISTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsFoyersRegistre.txt"
                   TO WS-REGISTRE-PATH
           END-IF
           ACCEPT WS-ATTENTE-PATH FROM ENVIRONMENT "CLI_ATTENTE_PATH"
           IF WS-ATTENTE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsTransPending.txt"
                   TO WS-ATTENTE-PATH
           END-IF
           ACCEPT WS-SUPPR-ATT-PATH FROM ENVIRONMENT
               "CLI_SUPPR_ATT_PATH"
           IF WS-SUPPR-ATT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsSuppressionsAttente.txt"
                   TO WS-SUPPR-ATT-PATH
           END-IF
           ACCEPT WS-ADR-NORM-PATH FROM ENVIRONMENT "CLI_ADR_OUT_PATH"
           IF WS-ADR-NORM-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAdressesNorm.txt"
                   TO WS-ADR-NORM-PATH
           END-IF
           ACCEPT WS-ACTIVITE-PATH FROM ENVIRONMENT
               "CLI_ACTIVITE_PATH"
           IF WS-ACTIVITE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsDerniereActivite.txt"
                   TO WS-ACTIVITE-PATH
           END-IF
           ACCEPT WS-ORPHELINS-PATH FROM ENVIRONMENT
               "CLI_ORPHELINS_PATH"
           IF WS-ORPHELINS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOrphelins.txt"
                   TO WS-ORPHELINS-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "INTEGRITE_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\IntegriteSatellites.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           ACCEPT WS-MODE FROM ENVIRONMENT "INTEGRITE_MODE"
           IF NOT MODE-REEL
               THEN
               MOVE "S" TO WS-MODE
           END-IF
           IF MODE-REEL
               THEN
               PERFORM IDENTIFIE-OPERATEUR
               PERFORM CONTROLE-DROIT-MENAGE
               IF WS-DROIT-ACCORDE = 0
                   THEN
                   DISPLAY "REFUS: operateur " WS-OPERATEUR " sans "
                       "droit MENAGE - repli en simulation."
                   PERFORM ECRIT-AUDIT-NONAUTOR
                   MOVE "S" TO WS-MODE
               END-IF
           END-IF
           PERFORM CHARGE-MAITRE
           PERFORM CHARGE-ARCHIVES
           PERFORM CHARGE-RETIRES
           PERFORM CHARGE-FUSIONS
           OPEN OUTPUT RAPPORT-FIC
           IF RAPPORT-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: rapport impossible a creer ("
                   RAPPORT-STATUT ") : " WS-RAPPORT-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE TO LT-DATE
           IF MODE-REEL
               THEN
               MOVE "CORRECTION" TO LT-MODE
           ELSE
               MOVE "SIMULATION" TO LT-MODE
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           MOVE CPT-MAITRE TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MAITRE
           END-WRITE
      * Le verrou se prend en dernier, une fois tous les refus
      * possibles passes (voir EXO-CLI-OUBLI).
           IF MODE-REEL
               THEN
               PERFORM PREND-VERROU
               OPEN EXTEND ORPHELINS-FIC
               IF ORPHELINS-STATUT NOT = "00"
                   THEN
                   OPEN OUTPUT ORPHELINS-FIC
               END-IF
               IF ORPHELINS-STATUT = "00"
                   THEN
                   MOVE 1 TO WS-ORPHELINS-OUVERT
               ELSE
                   DISPLAY "ERREUR: fichier d'attente des orphelins "
                       "inaccessible (" ORPHELINS-STATUT ") - repli "
                       "en simulation."
                   PERFORM LIBERE-VERROU
                   MOVE "S" TO WS-MODE
               END-IF
           END-IF.

      * Identification de l'operateur comme dans EXO-MENAGE-GEN, puis
      * chargement de la matrice des droits ; seul le mode reel la
      * demande, le passage de nuit tourne sans operateur.
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
           PERFORM CHARGE-DROITS.

       CHARGE-DROITS.
           ACCEPT WS-DROITS-PATH FROM ENVIRONMENT "CLI_DROITS_PATH"
           IF WS-DROITS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsDroits.txt"
                   TO WS-DROITS-PATH
           END-IF
           MOVE 0 TO EOF-FIC
           OPEN INPUT DROITS-FIC
           IF DROITS-STATUT = "00"
               THEN
               MOVE 1 TO WS-DROITS-PRESENTS
               PERFORM CHARGE-DROITS-LECT UNTIL EOF-FIC = 1
               CLOSE DROITS-FIC
           END-IF.
       CHARGE-DROITS-LECT.
           READ DROITS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND NB-DROITS < 100
               THEN
               ADD 1 TO NB-DROITS
               MOVE DRT-OPERATEUR TO TAB-DRT-OPERATEUR(NB-DROITS)
               MOVE DRT-ACTION TO TAB-DRT-ACTION(NB-DROITS)
           END-IF.

       CONTROLE-DROIT-MENAGE.
           IF WS-DROITS-PRESENTS = 0
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           ELSE
               MOVE 0 TO WS-DROIT-ACCORDE
               MOVE 1 TO IDX-DROIT
               PERFORM CONTROLE-DROIT-ENTREE
                   UNTIL IDX-DROIT > NB-DROITS
                   OR WS-DROIT-ACCORDE = 1
           END-IF.
       CONTROLE-DROIT-ENTREE.
           IF TAB-DRT-OPERATEUR(IDX-DROIT) = WS-OPERATEUR
               AND TAB-DRT-ACTION(IDX-DROIT) = "MENAGE"
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           END-IF
           ADD 1 TO IDX-DROIT.

       ECRIT-AUDIT-NONAUTOR.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF
           MOVE SPACES TO ENREG-AUDIT-LOG
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-INTEGR" TO AUD-PROGRAMME
           MOVE "M" TO AUD-TRANS-CODE
           MOVE 0 TO AUD-IDCLI
           MOVE "NONAUTOR" TO AUD-STATUT
           MOVE WS-OPERATEUR TO AUD-OPERATEUR
           MOVE SPACES TO AUD-OPERATEUR2
           MOVE "E" TO CHN-FONCTION
           MOVE ENREG-AUDIT-LOG(1:59) TO CHN-CONTENU
           CALL "SPCHN01" USING PARAMETRES-CHAINE
           MOVE CHN-CHECK TO AUD-CHAINE
           OPEN EXTEND AUDIT-LOG-FIC
           IF AUDIT-STATUT = "00"
               THEN
               WRITE ENREG-AUDIT-LOG
               END-WRITE
               CLOSE AUDIT-LOG-FIC
           END-IF.

      * Pose et retrait du verrou d'execution de la chaine, comme dans
      * EXO-CLI-OUBLI.
       PREND-VERROU.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-VERROU-PATH
               WS-VERROU-BUFFER
               RETURNING WS-VERROU-EXIST
           IF WS-VERROU-EXIST = 0
               THEN
               OPEN INPUT VERROU-FIC
               IF VERROU-STATUT = "00"
                   THEN
                   READ VERROU-FIC
                   END-READ
                   CLOSE VERROU-FIC
               END-IF
               ACCEPT WS-VERROU-FORCE FROM ENVIRONMENT "VERROU_FORCE"
               IF VERROU-FORCE-ON
                   THEN
                   DISPLAY "VERROU_FORCE actif : verrou de "
                       VER-PROGRAMME " (" VER-OPERATEUR ") du "
                       VER-DATE " leve."
                   CALL "CBL_DELETE_FILE" USING WS-VERROU-PATH
                       RETURNING WS-VERROU-EXIST
               ELSE
                   DISPLAY "REFUS: chaine deja verrouillee par "
                       VER-PROGRAMME " (" VER-OPERATEUR ") depuis le "
                       VER-DATE " " VER-HEURE "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT VERROU-FIC
           IF VERROU-STATUT = "00"
               THEN
               MOVE "EXO-CLI-INTEGRIT" TO VER-PROGRAMME
               MOVE WS-OPERATEUR TO VER-OPERATEUR
               MOVE WS-DATE TO VER-DATE
               MOVE WS-TIME TO VER-HEURE
               WRITE ENREG-VERROU
               END-WRITE
               CLOSE VERROU-FIC
           ELSE
               DISPLAY "ATTENTION: pose du verrou impossible ("
                   VERROU-STATUT ")"
           END-IF.

       LIBERE-VERROU.
           CALL "CBL_DELETE_FILE" USING WS-VERROU-PATH
               RETURNING WS-VERROU-EXIST.

      ******************************************************************
      * Etat des numeros : maitre (M) d'abord, qui l'emporte sur tout
      * le reste ; puis archive (A), retire (R) et fusionne (F), chacun
      * prioritaire sur le precedent.
      ******************************************************************
       CHARGE-MAITRE.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: maitre inaccessible (" MASTER-STATUT
                   ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-MAITRE-LECT UNTIL EOF-FIC = 1
           CLOSE CLI-MASTER-FIC.
       CHARGE-MAITRE-LECT.
           READ CLI-MASTER-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND IDCLI-MASTER > 0
               THEN
               MOVE "M" TO ETAT-IDCLI(IDCLI-MASTER)
               ADD 1 TO CPT-MAITRE
           END-IF.

       CHARGE-ARCHIVES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               PERFORM CHARGE-ARCHIVES-LECT UNTIL EOF-FIC = 1
               CLOSE CATALOGUE-FIC
           END-IF
           PERFORM MARQUE-ARCHIVE
               VARYING IDX-ARCHIVE FROM 1 BY 1
               UNTIL IDX-ARCHIVE > NB-ARCHIVES.
       CHARGE-ARCHIVES-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CAT-BASE = "ClientsArchive"
               AND CAT-PATH NOT = SPACES
               AND NB-ARCHIVES < 50
               THEN
               ADD 1 TO NB-ARCHIVES
               MOVE CAT-PATH TO TAB-ARC-PATH(NB-ARCHIVES)
           END-IF.
       MARQUE-ARCHIVE.
           MOVE TAB-ARC-PATH(IDX-ARCHIVE) TO WS-ARCHIVE-PATH
           MOVE 0 TO EOF-FIC
           OPEN INPUT ARCHIVE-FIC
           IF ARCHIVE-STATUT = "00"
               THEN
               PERFORM MARQUE-ARCHIVE-LECT UNTIL EOF-FIC = 1
               CLOSE ARCHIVE-FIC
           ELSE
               DISPLAY "ATTENTION: archive inaccessible ("
                   ARCHIVE-STATUT ") : " WS-ARCHIVE-PATH
           END-IF.
       MARQUE-ARCHIVE-LECT.
           READ ARCHIVE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ARC-IDCLI IS NUMERIC AND ARC-IDCLI > 0
               THEN
               IF ETAT-IDCLI(ARC-IDCLI) NOT = "M"
                   THEN
                   MOVE "A" TO ETAT-IDCLI(ARC-IDCLI)
               END-IF
           END-IF.

       CHARGE-RETIRES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT RETIRES-FIC
           IF RETIRES-STATUT = "00"
               THEN
               PERFORM CHARGE-RETIRES-LECT UNTIL EOF-FIC = 1
               CLOSE RETIRES-FIC
           ELSE
               DISPLAY "ATTENTION: ClientsIdRetires.txt indisponible ("
                   RETIRES-STATUT ")"
           END-IF.
       CHARGE-RETIRES-LECT.
           READ RETIRES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND RET-IDCLI IS NUMERIC AND RET-IDCLI > 0
               THEN
               IF ETAT-IDCLI(RET-IDCLI) NOT = "M"
                   THEN
                   MOVE "R" TO ETAT-IDCLI(RET-IDCLI)
               END-IF
           END-IF.

       CHARGE-FUSIONS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT FUSIONS-FIC
           IF FUSIONS-STATUT = "00"
               THEN
               PERFORM CHARGE-FUSIONS-LECT UNTIL EOF-FIC = 1
               CLOSE FUSIONS-FIC
           END-IF.
       CHARGE-FUSIONS-LECT.
           READ FUSIONS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               AND FUS-ABSORBE IS NUMERIC AND FUS-ABSORBE > 0
               AND FUS-SURVIVANT IS NUMERIC AND FUS-SURVIVANT > 0
               THEN
               MOVE FUS-SURVIVANT TO SURVIVANT-IDCLI(FUS-ABSORBE)
               IF ETAT-IDCLI(FUS-ABSORBE) NOT = "M"
                   THEN
                   MOVE "F" TO ETAT-IDCLI(FUS-ABSORBE)
               END-IF
           END-IF.

      ******************************************************************
      * Un controle par satellite : en-tete, lecture, compte. En mode
      * reel chaque enregistrement garde ou redirige est recopie dans
      * la copie .tmp, qui remplace le satellite si quelque chose a
      * change.
      ******************************************************************
       TRAIT.
           PERFORM CONTROLE-NOTES
           PERFORM CONTROLE-SANSCOURRIER
           PERFORM CONTROLE-QUARANTAINE
           PERFORM CONTROLE-REGISTRE
           PERFORM CONTROLE-ATTENTE
           PERFORM CONTROLE-SUPPR-ATT
           PERFORM CONTROLE-ADR-NORM
           PERFORM CONTROLE-ACTIVITE.

       DEBUT-FICHIER.
           MOVE 0 TO CPT-LUS
           MOVE 0 TO CPT-ORPHELINS
           MOVE 0 TO CPT-RETIRE
           MOVE 0 TO CPT-FUSIONNE
           MOVE 0 TO CPT-ARCHIVE
           MOVE 0 TO CPT-JAMAIS
           MOVE 0 TO CPT-REDIRIGES
           MOVE 0 TO CPT-COTE
           MOVE ZEROS TO TABLE-PRESENTS
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE WS-FICHIER-LIB TO LF-LIB
           MOVE WS-FICHIER-PATH TO LF-PATH
           WRITE ENREG-RAPPORT FROM LIGNE-FICHIER
           END-WRITE
           MOVE SPACES TO WS-TMP-PATH
           MOVE 0 TO WS-LONGUEUR-PATH
           INSPECT WS-FICHIER-PATH TALLYING WS-LONGUEUR-PATH
               FOR CHARACTERS BEFORE INITIAL SPACE
           STRING WS-FICHIER-PATH(1:WS-LONGUEUR-PATH)
                   DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO WS-TMP-PATH
           END-STRING
           MOVE 0 TO EOF-FIC.

       FICHIER-ABSENT.
           MOVE SPACES TO ENREG-RAPPORT
           MOVE "  (fichier indisponible - non controle)"
               TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE.

       FIN-FICHIER.
           MOVE CPT-LUS TO LTF-LUS
           MOVE CPT-ORPHELINS TO LTF-ORPH
           MOVE CPT-RETIRE TO LTF-RET
           MOVE CPT-FUSIONNE TO LTF-FUS
           MOVE CPT-ARCHIVE TO LTF-ARC
           MOVE CPT-JAMAIS TO LTF-JAM
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL-FICHIER
           END-WRITE
           IF MODE-REEL
               THEN
               MOVE CPT-REDIRIGES TO LC-REDIR
               MOVE CPT-COTE TO LC-COTE
               WRITE ENREG-RAPPORT FROM LIGNE-CORRECTION
               END-WRITE
           END-IF
           ADD CPT-ORPHELINS TO CPT-TOTAL-ORPHELINS
           ADD CPT-REDIRIGES TO CPT-TOTAL-REDIRIGES
           ADD CPT-COTE TO CPT-TOTAL-COTE
           DISPLAY WS-FICHIER-LIB " : " CPT-LUS " lus, "
               CPT-ORPHELINS " orphelin(s)".

      * La copie .tmp ne remplace le satellite que s'il a change ; elle
      * est supprimee dans tous les cas.
       REMPLACE-FICHIER.
           IF CPT-REDIRIGES > 0 OR CPT-COTE > 0
               THEN
               CALL "CBL_COPY_FILE" USING WS-TMP-PATH
                   WS-FICHIER-PATH
                   RETURNING WS-COPIE-STATUT
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-TMP-PATH
               RETURNING WS-COPIE-STATUT.

      * Verdict sur le numero WS-IDCLI-BRUT de l'enregistrement
      * WS-ENREG-IMAGE : garde, redirige vers WS-SURVIVANT, ou mis de
      * cote (mode reel seulement).
       VERIFIE-IDCLI.
           MOVE "G" TO WS-VERDICT
           IF WS-IDCLI-BRUT IS NUMERIC
               THEN
               MOVE WS-IDCLI-BRUT TO WS-IDCLI-LU
           ELSE
               MOVE 0 TO WS-IDCLI-LU
           END-IF
           IF WS-IDCLI-LU = 0
               THEN
               MOVE SPACE TO WS-ETAT
           ELSE
               MOVE ETAT-IDCLI(WS-IDCLI-LU) TO WS-ETAT
           END-IF
           IF WS-ETAT NOT = "M"
               THEN
               PERFORM TRAITE-ORPHELIN
           END-IF.

       TRAITE-ORPHELIN.
           ADD 1 TO CPT-ORPHELINS
           MOVE SPACES TO LO-VERS
           MOVE SPACES TO LO-ACTION
           MOVE 0 TO WS-SURVIVANT-VALIDE
           EVALUATE WS-ETAT
               WHEN "F"
                   MOVE "FUSIONNE" TO WS-MOTIF
                   ADD 1 TO CPT-FUSIONNE
                   PERFORM RESOUT-SURVIVANT
                   MOVE "-> " TO LO-VERS
                   MOVE WS-SURVIVANT TO LO-VERS(4:5)
               WHEN "R"
                   MOVE "RETIRE" TO WS-MOTIF
                   ADD 1 TO CPT-RETIRE
               WHEN "A"
                   MOVE "ARCHIVE" TO WS-MOTIF
                   ADD 1 TO CPT-ARCHIVE
               WHEN OTHER
                   MOVE "JAMAIS" TO WS-MOTIF
                   ADD 1 TO CPT-JAMAIS
           END-EVALUATE
           IF MODE-REEL
               THEN
               PERFORM DECIDE-CORRECTION
           END-IF
           MOVE WS-IDCLI-BRUT TO LO-IDCLI
           MOVE WS-MOTIF TO LO-MOTIF
           WRITE ENREG-RAPPORT FROM LIGNE-ORPHELIN
           END-WRITE.

      * Survivant final : les chaines de fusions (A dans B, puis B
      * dans C) sont suivies, dix sauts au plus.
       RESOUT-SURVIVANT.
           MOVE SURVIVANT-IDCLI(WS-IDCLI-LU) TO WS-SURVIVANT
           MOVE 0 TO WS-SAUTS
           PERFORM RESOUT-SURVIVANT-SAUT
               UNTIL ETAT-IDCLI(WS-SURVIVANT) NOT = "F"
               OR WS-SAUTS > 10
           IF ETAT-IDCLI(WS-SURVIVANT) = "M"
               THEN
               MOVE 1 TO WS-SURVIVANT-VALIDE
           END-IF.
       RESOUT-SURVIVANT-SAUT.
           MOVE SURVIVANT-IDCLI(WS-SURVIVANT) TO WS-SURVIVANT
           ADD 1 TO WS-SAUTS.

       DECIDE-CORRECTION.
           IF WS-ETAT = "F" AND WS-REDIRIGEABLE = 1
               AND WS-SURVIVANT-VALIDE = 1
               THEN
               IF WS-CLE-UNIQUE = 1
                   AND PRESENT-FICHIER(WS-SURVIVANT) = 1
                   THEN
                   MOVE "DOUBLON" TO WS-MOTIF
                   MOVE "C" TO WS-VERDICT
               ELSE
                   MOVE "R" TO WS-VERDICT
                   MOVE 1 TO PRESENT-FICHIER(WS-SURVIVANT)
                   ADD 1 TO CPT-REDIRIGES
                   MOVE "REDIRIGE" TO LO-ACTION
               END-IF
           ELSE
               MOVE "C" TO WS-VERDICT
           END-IF
           IF VERDICT-COTE
               THEN
               ADD 1 TO CPT-COTE
               MOVE "MIS DE COTE" TO LO-ACTION
               PERFORM ECRIT-ORPHELIN
           END-IF.

       ECRIT-ORPHELIN.
           MOVE SPACES TO ENREG-ORPHELIN
           MOVE WS-DATE TO ORP-DATE
           MOVE WS-FICHIER-LIB TO ORP-FICHIER
           MOVE WS-MOTIF TO ORP-MOTIF
           MOVE WS-ENREG-IMAGE TO ORP-ENREG
           WRITE ENREG-ORPHELIN
           END-WRITE.

      * Premier passage des satellites a cle unique en mode reel : les
      * numeros deja presents et au maitre, pour ne pas y rediriger un
      * absorbe en doublon.
       NOTE-PRESENT.
           IF WS-IDCLI-BRUT IS NUMERIC
               THEN
               MOVE WS-IDCLI-BRUT TO WS-IDCLI-LU
               IF WS-IDCLI-LU > 0
                   THEN
                   IF ETAT-IDCLI(WS-IDCLI-LU) = "M"
                       THEN
                       MOVE 1 TO PRESENT-FICHIER(WS-IDCLI-LU)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Notes de guichet : redirigeables, plusieurs par client.
      ******************************************************************
       CONTROLE-NOTES.
           MOVE "ClientsNotes" TO WS-FICHIER-LIB
           MOVE WS-NOTES-PATH TO WS-FICHIER-PATH
           MOVE 1 TO WS-REDIRIGEABLE
           MOVE 0 TO WS-CLE-UNIQUE
           PERFORM DEBUT-FICHIER
           OPEN INPUT NOTES-FIC
           IF NOTES-STATUT NOT = "00"
               THEN
               PERFORM FICHIER-ABSENT
           ELSE
               IF MODE-REEL
                   THEN
                   OPEN OUTPUT TMP62-FIC
               END-IF
               PERFORM CONTROLE-NOTES-LECT UNTIL EOF-FIC = 1
               CLOSE NOTES-FIC
               IF MODE-REEL
                   THEN
                   CLOSE TMP62-FIC
                   PERFORM REMPLACE-FICHIER
               END-IF
           END-IF
           PERFORM FIN-FICHIER.
       CONTROLE-NOTES-LECT.
           READ NOTES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-LUS
               MOVE ENREG-NOTE TO WS-ENREG-IMAGE
               MOVE ENREG-NOTE(1:5) TO WS-IDCLI-BRUT
               PERFORM VERIFIE-IDCLI
               IF MODE-REEL AND NOT VERDICT-COTE
                   THEN
                   IF VERDICT-REDIRIGE
                       THEN
                       MOVE WS-SURVIVANT TO NOTE-IDCLI
                   END-IF
                   WRITE ENREG-TMP62 FROM ENREG-NOTE
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Liste d'exclusion courrier : redirigeable, cle unique.
      ******************************************************************
       CONTROLE-SANSCOURRIER.
           MOVE "ClientsSansCourr" TO WS-FICHIER-LIB
           MOVE WS-SANSCOURRIER-PATH TO WS-FICHIER-PATH
           MOVE 1 TO WS-REDIRIGEABLE
           MOVE 1 TO WS-CLE-UNIQUE
           PERFORM DEBUT-FICHIER
           OPEN INPUT SANSCOURRIER-FIC
           IF SANSCOURRIER-STATUT NOT = "00"
               THEN
               PERFORM FICHIER-ABSENT
           ELSE
               IF MODE-REEL
                   THEN
                   PERFORM PRESENTS-SANSCOURRIER UNTIL EOF-FIC = 1
                   CLOSE SANSCOURRIER-FIC
                   MOVE 0 TO EOF-FIC
                   OPEN INPUT SANSCOURRIER-FIC
                   OPEN OUTPUT TMP19-FIC
               END-IF
               PERFORM CONTROLE-SANSCOURRIER-LECT UNTIL EOF-FIC = 1
               CLOSE SANSCOURRIER-FIC
               IF MODE-REEL
                   THEN
                   CLOSE TMP19-FIC
                   PERFORM REMPLACE-FICHIER
               END-IF
           END-IF
           PERFORM FIN-FICHIER.
       PRESENTS-SANSCOURRIER.
           READ SANSCOURRIER-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               MOVE ENREG-SANSCOURRIER(1:5) TO WS-IDCLI-BRUT
               PERFORM NOTE-PRESENT
           END-IF.
       CONTROLE-SANSCOURRIER-LECT.
           READ SANSCOURRIER-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-LUS
               MOVE ENREG-SANSCOURRIER TO WS-ENREG-IMAGE
               MOVE ENREG-SANSCOURRIER(1:5) TO WS-IDCLI-BRUT
               PERFORM VERIFIE-IDCLI
               IF MODE-REEL AND NOT VERDICT-COTE
                   THEN
                   IF VERDICT-REDIRIGE
                       THEN
                       MOVE WS-SURVIVANT TO SCR-IDCLI
                   END-IF
                   WRITE ENREG-TMP19 FROM ENREG-SANSCOURRIER
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Retours NPAI : redirigeables, plusieurs par client.
      ******************************************************************
       CONTROLE-QUARANTAINE.
           MOVE "ClientsQuaranta" TO WS-FICHIER-LIB
           MOVE WS-QUARANTAINE-PATH TO WS-FICHIER-PATH
           MOVE 1 TO WS-REDIRIGEABLE
           MOVE 0 TO WS-CLE-UNIQUE
           PERFORM DEBUT-FICHIER
           OPEN INPUT QUARANTAINE-FIC
           IF QUARANTAINE-STATUT NOT = "00"
               THEN
               PERFORM FICHIER-ABSENT
           ELSE
               IF MODE-REEL
                   THEN
                   OPEN OUTPUT TMP19-FIC
               END-IF
               PERFORM CONTROLE-QUARANTAINE-LECT UNTIL EOF-FIC = 1
               CLOSE QUARANTAINE-FIC
               IF MODE-REEL
                   THEN
                   CLOSE TMP19-FIC
                   PERFORM REMPLACE-FICHIER
               END-IF
           END-IF
           PERFORM FIN-FICHIER.
       CONTROLE-QUARANTAINE-LECT.
           READ QUARANTAINE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-LUS
               MOVE ENREG-QUARANTAINE TO WS-ENREG-IMAGE
               MOVE ENREG-QUARANTAINE(1:5) TO WS-IDCLI-BRUT
               PERFORM VERIFIE-IDCLI
               IF MODE-REEL AND NOT VERDICT-COTE
                   THEN
                   IF VERDICT-REDIRIGE
                       THEN
                       MOVE WS-SURVIVANT TO QUA-IDCLI
                   END-IF
                   WRITE ENREG-TMP19 FROM ENREG-QUARANTAINE
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Registre des foyers : redirigeable, un client n'appartient
      * qu'a un foyer.
      ******************************************************************
       CONTROLE-REGISTRE.
           MOVE "ClientsFoyersReg" TO WS-FICHIER-LIB
           MOVE WS-REGISTRE-PATH TO WS-FICHIER-PATH
           MOVE 1 TO WS-REDIRIGEABLE
           MOVE 1 TO WS-CLE-UNIQUE
           PERFORM DEBUT-FICHIER
           OPEN INPUT REGISTRE-FIC
           IF REGISTRE-STATUT NOT = "00"
               THEN
               PERFORM FICHIER-ABSENT
           ELSE
               IF MODE-REEL
                   THEN
                   PERFORM PRESENTS-REGISTRE UNTIL EOF-FIC = 1
                   CLOSE REGISTRE-FIC
                   MOVE 0 TO EOF-FIC
                   OPEN INPUT REGISTRE-FIC
                   OPEN OUTPUT TMP13-FIC
               END-IF
               PERFORM CONTROLE-REGISTRE-LECT UNTIL EOF-FIC = 1
               CLOSE REGISTRE-FIC
               IF MODE-REEL
                   THEN
                   CLOSE TMP13-FIC
                   PERFORM REMPLACE-FICHIER
               END-IF
           END-IF
           PERFORM FIN-FICHIER.
       PRESENTS-REGISTRE.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               MOVE ENREG-REGISTRE(7:5) TO WS-IDCLI-BRUT
               PERFORM NOTE-PRESENT
           END-IF.
       CONTROLE-REGISTRE-LECT.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-LUS
               MOVE ENREG-REGISTRE TO WS-ENREG-IMAGE
               MOVE ENREG-REGISTRE(7:5) TO WS-IDCLI-BRUT
               PERFORM VERIFIE-IDCLI
               IF MODE-REEL AND NOT VERDICT-COTE
                   THEN
                   IF VERDICT-REDIRIGE
                       THEN
                       MOVE WS-SURVIVANT TO REG-IDCLI
                   END-IF
                   WRITE ENREG-TMP13 FROM ENREG-REGISTRE
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Transactions en attente : les ajouts A attendent legitimement
      * leur numero ; un C ou un D orphelin n'est jamais redirige (il
      * changerait ou supprimerait le survivant).
      ******************************************************************
       CONTROLE-ATTENTE.
           MOVE "ClientsTransPend" TO WS-FICHIER-LIB
           MOVE WS-ATTENTE-PATH TO WS-FICHIER-PATH
           MOVE 0 TO WS-REDIRIGEABLE
           MOVE 0 TO WS-CLE-UNIQUE
           PERFORM DEBUT-FICHIER
           OPEN INPUT ATTENTE-FIC
           IF ATTENTE-STATUT NOT = "00"
               THEN
               PERFORM FICHIER-ABSENT
           ELSE
               IF MODE-REEL
                   THEN
                   OPEN OUTPUT TMP55-FIC
               END-IF
               PERFORM CONTROLE-ATTENTE-LECT UNTIL EOF-FIC = 1
               CLOSE ATTENTE-FIC
               IF MODE-REEL
                   THEN
                   CLOSE TMP55-FIC
                   PERFORM REMPLACE-FICHIER
               END-IF
           END-IF
           PERFORM FIN-FICHIER.
       CONTROLE-ATTENTE-LECT.
           READ ATTENTE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-LUS
               MOVE "G" TO WS-VERDICT
               IF ATT-CODE NOT = "A"
                   THEN
                   MOVE ENREG-ATTENTE TO WS-ENREG-IMAGE
                   MOVE ENREG-ATTENTE(2:5) TO WS-IDCLI-BRUT
                   PERFORM VERIFIE-IDCLI
               END-IF
               IF MODE-REEL AND NOT VERDICT-COTE
                   THEN
                   WRITE ENREG-TMP55 FROM ENREG-ATTENTE
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Suppressions en attente d'approbation : jamais redirigees.
      ******************************************************************
       CONTROLE-SUPPR-ATT.
           MOVE "ClientsSupprAtt" TO WS-FICHIER-LIB
           MOVE WS-SUPPR-ATT-PATH TO WS-FICHIER-PATH
           MOVE 0 TO WS-REDIRIGEABLE
           MOVE 0 TO WS-CLE-UNIQUE
           PERFORM DEBUT-FICHIER
           OPEN INPUT SUPPR-ATT-FIC
           IF SUPPR-ATT-STATUT NOT = "00"
               THEN
               PERFORM FICHIER-ABSENT
           ELSE
               IF MODE-REEL
                   THEN
                   OPEN OUTPUT TMP78-FIC
               END-IF
               PERFORM CONTROLE-SUPPR-ATT-LECT UNTIL EOF-FIC = 1
               CLOSE SUPPR-ATT-FIC
               IF MODE-REEL
                   THEN
                   CLOSE TMP78-FIC
                   PERFORM REMPLACE-FICHIER
               END-IF
           END-IF
           PERFORM FIN-FICHIER.
       CONTROLE-SUPPR-ATT-LECT.
           READ SUPPR-ATT-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-LUS
               MOVE ENREG-SUPPR-ATT TO WS-ENREG-IMAGE
               MOVE ENREG-SUPPR-ATT(2:5) TO WS-IDCLI-BRUT
               PERFORM VERIFIE-IDCLI
               IF MODE-REEL AND NOT VERDICT-COTE
                   THEN
                   WRITE ENREG-TMP78 FROM ENREG-SUPPR-ATT
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Adresses normalisees : l'adresse de l'absorbe n'est pas celle
      * du survivant, jamais redirigee.
      ******************************************************************
       CONTROLE-ADR-NORM.
           MOVE "ClientsAdrNorm" TO WS-FICHIER-LIB
           MOVE WS-ADR-NORM-PATH TO WS-FICHIER-PATH
           MOVE 0 TO WS-REDIRIGEABLE
           MOVE 0 TO WS-CLE-UNIQUE
           PERFORM DEBUT-FICHIER
           OPEN INPUT ADR-NORM-FIC
           IF ADR-NORM-STATUT NOT = "00"
               THEN
               PERFORM FICHIER-ABSENT
           ELSE
               IF MODE-REEL
                   THEN
                   OPEN OUTPUT TMP73-FIC
               END-IF
               PERFORM CONTROLE-ADR-NORM-LECT UNTIL EOF-FIC = 1
               CLOSE ADR-NORM-FIC
               IF MODE-REEL
                   THEN
                   CLOSE TMP73-FIC
                   PERFORM REMPLACE-FICHIER
               END-IF
           END-IF
           PERFORM FIN-FICHIER.
       CONTROLE-ADR-NORM-LECT.
           READ ADR-NORM-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-LUS
               MOVE ENREG-ADR-NORM TO WS-ENREG-IMAGE
               MOVE ENREG-ADR-NORM(1:5) TO WS-IDCLI-BRUT
               PERFORM VERIFIE-IDCLI
               IF MODE-REEL AND NOT VERDICT-COTE
                   THEN
                   WRITE ENREG-TMP73 FROM ENREG-ADR-NORM
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Derniere activite (indexee) : corrigee sur place apres la
      * lecture sequentielle. L'absorbe est supprime ; sa date passe
      * au survivant quand elle est plus recente que la sienne.
      ******************************************************************
       CONTROLE-ACTIVITE.
           MOVE "ClientsDernActiv" TO WS-FICHIER-LIB
           MOVE WS-ACTIVITE-PATH TO WS-FICHIER-PATH
           MOVE 1 TO WS-REDIRIGEABLE
           MOVE 0 TO WS-CLE-UNIQUE
           MOVE 0 TO NB-ACT-CORR
           PERFORM DEBUT-FICHIER
           IF MODE-REEL
               THEN
               OPEN I-O ACTIVITE-FIC
           ELSE
               OPEN INPUT ACTIVITE-FIC
           END-IF
           IF ACTIVITE-STATUT NOT = "00"
               THEN
               PERFORM FICHIER-ABSENT
           ELSE
               PERFORM CONTROLE-ACTIVITE-LECT UNTIL EOF-FIC = 1
               IF MODE-REEL
                   THEN
                   PERFORM APPLIQUE-ACT-CORR
                       VARYING IDX-ACT-CORR FROM 1 BY 1
                       UNTIL IDX-ACT-CORR > NB-ACT-CORR
               END-IF
               CLOSE ACTIVITE-FIC
           END-IF
           PERFORM FIN-FICHIER.
       CONTROLE-ACTIVITE-LECT.
           READ ACTIVITE-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-LUS
               MOVE ENREG-ACTIVITE TO WS-ENREG-IMAGE
               MOVE ENREG-ACTIVITE(1:5) TO WS-IDCLI-BRUT
               PERFORM VERIFIE-IDCLI
               IF MODE-REEL AND NOT VERDICT-GARDE
                   THEN
                   IF NB-ACT-CORR < 2000
                       THEN
                       ADD 1 TO NB-ACT-CORR
                       MOVE IDCLI-ACT TO ACT-CORR-IDCLI(NB-ACT-CORR)
                       MOVE DATE-ACT TO ACT-CORR-DATE(NB-ACT-CORR)
                       IF VERDICT-REDIRIGE
                           THEN
                           MOVE WS-SURVIVANT
                               TO ACT-CORR-SURVIVANT(NB-ACT-CORR)
                       ELSE
                           MOVE 0 TO ACT-CORR-SURVIVANT(NB-ACT-CORR)
                       END-IF
                   ELSE
                       DISPLAY "ATTENTION: plus de 2000 corrections "
                           "de derniere activite - relancer le "
                           "passage."
                   END-IF
               END-IF
           END-IF.
       APPLIQUE-ACT-CORR.
           MOVE ACT-CORR-IDCLI(IDX-ACT-CORR) TO IDCLI-ACT
           READ ACTIVITE-FIC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ACTIVITE-FIC
                   END-DELETE
           END-READ
           IF ACT-CORR-SURVIVANT(IDX-ACT-CORR) > 0
               THEN
               MOVE ACT-CORR-DATE(IDX-ACT-CORR) TO WS-ACT-DATE
               MOVE ACT-CORR-SURVIVANT(IDX-ACT-CORR) TO IDCLI-ACT
               READ ACTIVITE-FIC
                   INVALID KEY
                       MOVE ACT-CORR-SURVIVANT(IDX-ACT-CORR)
                           TO IDCLI-ACT
                       MOVE WS-ACT-DATE TO DATE-ACT
                       WRITE ENREG-ACTIVITE
                       END-WRITE
                   NOT INVALID KEY
                       IF DATE-ACT < WS-ACT-DATE
                           THEN
                           MOVE WS-ACT-DATE TO DATE-ACT
                           REWRITE ENREG-ACTIVITE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       FIN.
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE CPT-TOTAL-ORPHELINS TO LT-ORPH
           MOVE CPT-TOTAL-REDIRIGES TO LT-REDIR
           MOVE CPT-TOTAL-COTE TO LT-COTE
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           CLOSE RAPPORT-FIC
           IF MODE-REEL
               THEN
               IF WS-ORPHELINS-OUVERT = 1
                   THEN
                   CLOSE ORPHELINS-FIC
               END-IF
               PERFORM LIBERE-VERROU
           END-IF
           DISPLAY "Orphelins : " CPT-TOTAL-ORPHELINS
               "  rediriges : " CPT-TOTAL-REDIRIGES
               "  mis de cote : " CPT-TOTAL-COTE
           DISPLAY "Rapport : " WS-RAPPORT-PATH
           IF CPT-TOTAL-ORPHELINS > 0
               THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-CLI-INTEGRITE.
