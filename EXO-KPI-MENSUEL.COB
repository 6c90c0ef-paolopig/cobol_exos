      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : tableau de bord mensuel de la direction, sur une
      * page, au lieu de recopier chaque mois a la main les chiffres
      * de six etats differents :
      *   - clients par statut du cycle de vie et par agence
      *     (instantane certifie du mois, agence de la generation de
      *     la chaine en vigueur a la fin du mois) et croissance nette
      *     sur le mois precedent ;
      *   - taux NPAI : retours du mois dans ClientsQuarantaine.txt
      *     rapportes aux plis du mois de CoutsCourrier.txt ;
      *   - score qualite du dernier passage d'EXO-CLI-SCORE du mois
      *     (ClientsQualiteHisto.txt) ;
      *   - affranchissement du mois (lignes de total de
      *     CoutsCourrier.txt) ;
      *   - transactions appliquees et rejetees du mois au journal
      *     d'audit (segments bascules compris) ;
      *   - disponibilite de la chaine d'apres JobHistory.txt : une
      *     nuit est disponible quand le dernier code retour de chaque
      *     etape lancee ce jour-la vaut 0 (une reprise reussie repare
      *     la nuit, comme dans JOB-REPRISE d'EXO-JOB-STREAM).
      * Chaque chiffre est compare au mois precedent et au meme mois
      * de l'annee precedente, repris de l'historique
      * ClientsKPIHisto.txt auquel chaque passage ajoute les chiffres
      * du mois : la tendance se construit d'elle-meme, et un chiffre
      * dont la source a change depuis (quarantaine levee, journal
      * purge) reste tel qu'il a ete publie. Un mois relance ajoute
      * une nouvelle serie ; la derniere l'emporte, comme au registre
      * des instantanes.
      * Codes retour : 0 = tableau complet, 4 = un chiffre au moins
      * non disponible (source absente), 12 = tableau impossible a
      * ecrire.
      * Instantanes et fichiers clients relus au format elargi (noms a
      * 20 caracteres, prenoms a 15).
      * Transactions comptees sur les seules lignes d'EXO-CLI-MAINT au
      * journal d'audit ; les refus hors agence (NONAUTOR) entrent dans
      * les rejetees.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-KPI-MENSUEL.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FIC
               ASSIGN TO WS-LECTURE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDCLI-SNAP
               FILE STATUS IS SNAP-STATUT.
           SELECT REGISTRE-FIC
               ASSIGN TO WS-REGISTRE-PATH
               FILE STATUS IS REGISTRE-STATUT.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
           SELECT CLI-FIC
               ASSIGN TO WS-CLI-FIC-PATH
               FILE STATUS IS CLI-FIC-STATUT.
           SELECT QUARANTAINE-FIC
               ASSIGN TO WS-QUARANTAINE-PATH
               FILE STATUS IS QUARANTAINE-STATUT.
           SELECT COUTS-FIC
               ASSIGN TO WS-COUTS-PATH
               FILE STATUS IS COUTS-STATUT.
           SELECT SCORE-HISTO-FIC
               ASSIGN TO WS-SCORE-HISTO-PATH
               FILE STATUS IS SCORE-HISTO-STATUT.
           SELECT SEGMENTS-FIC
               ASSIGN TO WS-SEGMENTS-PATH
               FILE STATUS IS SEGMENTS-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-PATH
               FILE STATUS IS AUDIT-STATUT.
           SELECT HISTO-FIC
               ASSIGN TO "C:\Users\Cobol\JobHistory.txt"
               FILE STATUS IS HISTO-STATUT.
           SELECT KPI-HISTO-FIC
               ASSIGN TO WS-KPI-HISTO-PATH
               FILE STATUS IS KPI-HISTO-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH
               FILE STATUS IS RAPPORT-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Instantane certifie (voir EXO-CLI-CLOTURE) ou maitre du jour :
      * meme enregistrement.
       FD  SNAP-FIC.
       01  ENREG-SNAP.
           05 IDCLI-SNAP PIC 9(5).
           05 NOMCLI-SNAP PIC X(20).
           05 PNMCLI-SNAP PIC X(15).
           05 STATUT-SNAP PIC X.
      *
       FD  REGISTRE-FIC.
       01  ENREG-REGISTRE.
           05 SNP-PERIODE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 SNP-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 SNP-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 SNP-CPT PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 SNP-SOMME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 SNP-PATH PIC X(60).
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
       FD  CLI-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
           05 AGENCE PIC XX.
      *
      * Quarantaine NPAI (voir EXO-CLI-NPAI) : un enregistrement par
      * retour saisi.
       FD  QUARANTAINE-FIC.
       01  ENREG-QUARANTAINE.
           05 QUA-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 QUA-DATE PIC 9(8).
           05 FILLER PIC X.
           05 QUA-OPERATEUR PIC X(4).
      *
      * Couts de courrier (voir ENREG-COUT dans EXO-CLI-ETIQUETTES) :
      * la ligne d'agence "**" porte le total du passage.
       FD  COUTS-FIC.
       01  ENREG-COUT.
           05 CC-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CC-AGENCE PIC XX.
           05 FILLER PIC X.
           05 CC-PLIS PIC 9(5).
           05 FILLER PIC X.
           05 CC-COUT PIC 9(7)V99.
      *
      * Historique du score (voir ECRIT-SCORE-HISTO dans
      * EXO-CLI-SCORE).
       FD  SCORE-HISTO-FIC.
       01  ENREG-SCORE-HISTO.
           05 SQH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SQH-DETAILS PIC 9(5).
           05 FILLER PIC X.
           05 SQH-SCORE PIC 9(3)V9.
           05 FILLER PIC X(20).
      *
      * Index des segments de trace (voir EXO-ROLLOVER-LOGS).
       FD  SEGMENTS-FIC.
       01  ENREG-SEGMENT.
           05 SEG-BASE PIC X(20).
           05 FILLER PIC X.
           05 SEG-PERIODE PIC 9(6).
           05 FILLER PIC X.
           05 SEG-PATH PIC X(60).
           05 FILLER PIC X.
           05 SEG-CHAINE PIC 9(8).
      *
      * Journal d'audit (voir ENREG-AUDIT-LOG dans EXO-CLI-MAINT).
       FD  AUDIT-LOG-FIC.
       01  ENREG-AUDIT-LOG.
           05 LOG-DATE PIC 9(8).
           05 FILLER PIC X.
           05 LOG-TIME PIC 9(8).
           05 FILLER PIC X.
           05 LOG-PROGRAMME PIC X(14).
           05 FILLER PIC X.
           05 LOG-TRANS-CODE PIC X.
           05 FILLER PIC X.
           05 LOG-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 LOG-STATUT PIC X(8).
           05 FILLER PIC X(19).
      *
      * Meme dessin que ENREG-HISTO dans EXO-JOB-STREAM.
       FD  HISTO-FIC.
       01  ENREG-HISTO.
           05 HISTO-DATE PIC 9(8).
           05 HISTO-DATE-R REDEFINES HISTO-DATE.
               10 FILLER PIC 9(6).
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
      * Historique des indicateurs : une ligne par indicateur et par
      * mois publie.
       FD  KPI-HISTO-FIC.
       01  ENREG-KPI-HISTO.
           05 KPH-PERIODE PIC 9(6).
           05 FILLER PIC X.
           05 KPH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 KPH-CODE PIC X(12).
           05 FILLER PIC X.
           05 KPH-VALEUR PIC S9(9)V99 SIGN LEADING SEPARATE.
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  SNAP-STATUT PIC XX.
       77  REGISTRE-STATUT PIC XX.
       77  CATALOGUE-STATUT PIC XX.
       77  CLI-FIC-STATUT PIC XX.
       77  QUARANTAINE-STATUT PIC XX.
       77  COUTS-STATUT PIC XX.
       77  SCORE-HISTO-STATUT PIC XX.
       77  SEGMENTS-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  HISTO-STATUT PIC XX.
       77  KPI-HISTO-STATUT PIC XX.
       77  RAPPORT-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-PERIODE PIC 9(6) VALUE 0.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       01  WS-PERIODE-PREC PIC 9(6) VALUE 0.
       01  WS-PERIODE-PREC-R REDEFINES WS-PERIODE-PREC.
           05 WS-PREC-ANNEE PIC 9(4).
           05 WS-PREC-MOIS PIC 99.
       77  WS-PERIODE-AN PIC 9(6) VALUE 0.
       77  WS-DEBUT-MOIS PIC 9(8) VALUE 0.
       77  WS-FIN-MOIS PIC 9(8) VALUE 0.
       77  WS-SOURCE-MANQUANTE PIC 9 VALUE 0.
      * Indicateurs : valeur du mois, du mois precedent et du meme
      * mois de l'annee precedente (zone -OK a 1 quand le chiffre
      * existe). Les 20 premiers sont fixes (voir TABLE-CODES-IND),
      * les 100 suivants sont les agences 00 a 99.
       01  TABLE-INDICATEURS.
           05 IND-ENTREE OCCURS 120.
               10 IND-CODE PIC X(12).
               10 IND-DECIMALES PIC 9.
               10 IND-COURANT PIC S9(9)V99.
               10 IND-COURANT-OK PIC 9.
               10 IND-PREC PIC S9(9)V99.
               10 IND-PREC-OK PIC 9.
               10 IND-AN PIC S9(9)V99.
               10 IND-AN-OK PIC 9.
       77  IDX-IND PIC 999 VALUE 0.
       77  WS-IND-TROUVE PIC 999 VALUE 0.
      * Code, nombre de decimales a l'edition et libelle des
      * indicateurs fixes.
       01  TABLE-CODES-IND.
           05 FILLER PIC X(35)
              VALUE "CLIENTS     0CLIENTS (TOTAL)".
           05 FILLER PIC X(35)
              VALUE "CROISSANCE  0CROISSANCE NETTE".
           05 FILLER PIC X(35)
              VALUE "STATUT-P    0  prospects (P)".
           05 FILLER PIC X(35)
              VALUE "STATUT-A    0  actifs (A)".
           05 FILLER PIC X(35)
              VALUE "STATUT-S    0  suspendus (S)".
           05 FILLER PIC X(35)
              VALUE "STATUT-I    0  inactifs (I)".
           05 FILLER PIC X(35)
              VALUE "STATUT-C    0  clos (C)".
           05 FILLER PIC X(35)
              VALUE "STATUT-?    0  autre statut".
           05 FILLER PIC X(35)
              VALUE "RETOURS-NPAI0RETOURS NPAI".
           05 FILLER PIC X(35)
              VALUE "PLIS        0PLIS AFFRANCHIS".
           05 FILLER PIC X(35)
              VALUE "TAUX-NPAI   2TAUX NPAI (%)".
           05 FILLER PIC X(35)
              VALUE "SCORE-QUAL  2SCORE QUALITE (%)".
           05 FILLER PIC X(35)
              VALUE "AFFRANCHIS  2AFFRANCHISSEMENT".
           05 FILLER PIC X(35)
              VALUE "TRANS-APPL  0TRANS. APPLIQUEES".
           05 FILLER PIC X(35)
              VALUE "TRANS-REJET 0TRANS. REJETEES".
           05 FILLER PIC X(35)
              VALUE "TAUX-REJET  2TAUX DE REJET (%)".
           05 FILLER PIC X(35)
              VALUE "NUITS       0NUITS DE CHAINE".
           05 FILLER PIC X(35)
              VALUE "NUITS-OK    0NUITS SANS ECHEC".
           05 FILLER PIC X(35)
              VALUE "DISPONIB    2DISPONIBILITE (%)".
           05 FILLER PIC X(35)
              VALUE "SANS-AGENCE 0  non rattaches".
       01  TABLE-CODES-IND-R REDEFINES TABLE-CODES-IND.
           05 CODE-IND-ENTREE OCCURS 20.
               10 CODE-IND PIC X(12).
               10 CODE-IND-DECIMALES PIC 9.
               10 LIBELLE-IND PIC X(22).
       01  CODES-STATUT PIC X(5) VALUE "PASIC".
       01  CODES-STATUT-R REDEFINES CODES-STATUT.
           05 CODE-STATUT PIC X OCCURS 5.
       77  IDX-STATUT PIC 9 VALUE 0.
      * Population du mois et agence de chaque numero dans la
      * generation de la chaine en fin de mois.
       01  TABLE-AGENCE-IDCLI.
           05 AGENCE-PAR-IDCLI PIC XX OCCURS 99999 VALUE SPACES.
       01  WS-AGENCE-NUM PIC 99 VALUE 0.
       01  WS-AGENCE-ALPHA REDEFINES WS-AGENCE-NUM PIC XX.
       77  WS-CPT-REGISTRE PIC 9(5) VALUE 0.
       77  WS-PATH-REGISTRE PIC X(60) VALUE SPACES.
       77  WS-REGISTRE-TROUVE PIC 9 VALUE 0.
       77  WS-PERIODE-CHERCHEE PIC 9(6) VALUE 0.
       77  WS-SOURCE-POPULATION PIC X(40) VALUE SPACES.
       77  WS-CAT-DATE-RETENUE PIC 9(8) VALUE 0.
       77  WS-CAT-PATH-RETENU PIC X(60) VALUE SPACES.
      * Disponibilite de la chaine : dernier code retour de chaque
      * etape, jour par jour du mois.
       01  TABLE-ETAPES.
           05 ETAPE-NOM PIC X(8) OCCURS 10.
       77  NB-ETAPES PIC 99 VALUE 0.
       77  IDX-ETAPE PIC 99 VALUE 0.
       01  TABLE-NUITS.
           05 NUIT-ENTREE OCCURS 31.
               10 NUIT-VUE PIC 9 VALUE 0.
               10 NUIT-RC PIC S9(4) OCCURS 10.
       77  IDX-JOUR PIC 99 VALUE 0.
       77  IDX-RC PIC 99 VALUE 0.
       77  WS-NUIT-OK PIC 9 VALUE 0.
      * Segments du journal d'audit (voir EXO-ROLLOVER-LOGS).
       01  TABLE-SEGMENTS.
           05 SEGMENT-ENTREE OCCURS 200.
               10 TAB-SEG-PATH PIC X(60).
       77  NB-SEGMENTS PIC 999 VALUE 0.
       77  IDX-SEGMENT PIC 999 VALUE 0.
       77  WS-AUDIT-LU PIC 9 VALUE 0.
       77  WS-SCORE-DATE PIC 9(8) VALUE 0.
      * Historique : mois precedent et meme mois un an plus tot
      * trouves ou non.
       77  WS-HISTO-PREC-VU PIC 9 VALUE 0.
       77  WS-HISTO-AN-VU PIC 9 VALUE 0.
      * Edition d'une valeur et de ses ecarts.
       77  WS-VALEUR PIC S9(9)V99 VALUE 0.
       77  WS-VALEUR-OK PIC 9 VALUE 0.
       77  WS-COLONNE PIC X(11) VALUE SPACES.
       77  WS-EDIT-ENT PIC ---------9.
       77  WS-EDIT-DEC PIC ------9.99.
       77  WS-REGISTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\SnapshotsRegistre.txt".
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-LECTURE-PATH PIC X(60) VALUE SPACES.
       77  WS-CLI-FIC-PATH PIC X(60) VALUE SPACES.
       77  WS-QUARANTAINE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsQuarantaine.txt".
       77  WS-COUTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CoutsCourrier.txt".
       77  WS-SCORE-HISTO-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsQualiteHisto.txt".
       77  WS-SEGMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LogSegments.txt".
       77  WS-AUDIT-COURANT PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
       77  WS-AUDIT-PATH PIC X(60) VALUE SPACES.
       77  WS-KPI-HISTO-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsKPIHisto.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsKPI.txt".
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(35)
              VALUE "TABLEAU DE BORD MENSUEL - MOIS".
           05 LT-PERIODE PIC 9(6).
           05 FILLER PIC X(12) VALUE " - edite le ".
           05 LT-DATE PIC 9(8).
       01  LIGNE-SOURCE.
           05 FILLER PIC X(13) VALUE "Population : ".
           05 LSO-SOURCE PIC X(40).
       01  LIGNE-ENTETE.
           05 FILLER PIC X(21) VALUE "INDICATEUR".
           05 FILLER PIC X(11) VALUE "       MOIS".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(11) VALUE "        M-1".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(11) VALUE "    VAR M-1".
           05 FILLER PIC X(1) VALUE SPACE.
           05 LE-AN PIC X(11) VALUE SPACES.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(11) VALUE "  VAR AN-1".
       01  LIGNE-IND.
           05 LIGNE-KPI-LIBELLE PIC X(21).
           05 LIGNE-KPI-COURANT PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIGNE-KPI-PREC PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIGNE-KPI-VAR-PREC PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIGNE-KPI-AN PIC X(11).
           05 FILLER PIC X(1) VALUE SPACE.
           05 LIGNE-KPI-VAR-AN PIC X(11).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables par les memes noms que les programmes
      * proprietaires : SNAPSHOTS_PATH, CLI_MASTER_PATH,
      * CLI_PLAT_PATH, QUARANTAINE_PATH, COUTS_PATH, SCORE_HISTO_PATH,
      * LOG_SEGMENTS_PATH, CLI_AUDIT_PATH ; l'historique par
      * KPI_HISTO_PATH et la page par KPI_RAPPORT_PATH. Le mois vient
      * de KPI_PERIODE (AAAAMM, defaut : mois du jour).
       INIT.
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT "SNAPSHOTS_PATH"
           IF WS-REGISTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\SnapshotsRegistre.txt"
                   TO WS-REGISTRE-PATH
           END-IF
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-QUARANTAINE-PATH FROM ENVIRONMENT
               "QUARANTAINE_PATH"
           IF WS-QUARANTAINE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsQuarantaine.txt"
                   TO WS-QUARANTAINE-PATH
           END-IF
           ACCEPT WS-COUTS-PATH FROM ENVIRONMENT "COUTS_PATH"
           IF WS-COUTS-PATH = SPACES
               MOVE "C:\Users\Cobol\CoutsCourrier.txt"
                   TO WS-COUTS-PATH
           END-IF
           ACCEPT WS-SCORE-HISTO-PATH
               FROM ENVIRONMENT "SCORE_HISTO_PATH"
           IF WS-SCORE-HISTO-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsQualiteHisto.txt"
                   TO WS-SCORE-HISTO-PATH
           END-IF
           ACCEPT WS-SEGMENTS-PATH FROM ENVIRONMENT "LOG_SEGMENTS_PATH"
           IF WS-SEGMENTS-PATH = SPACES
               MOVE "C:\Users\Cobol\LogSegments.txt"
                   TO WS-SEGMENTS-PATH
           END-IF
           ACCEPT WS-AUDIT-COURANT FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-COURANT = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-COURANT
           END-IF
           ACCEPT WS-KPI-HISTO-PATH FROM ENVIRONMENT "KPI_HISTO_PATH"
           IF WS-KPI-HISTO-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsKPIHisto.txt"
                   TO WS-KPI-HISTO-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT "KPI_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsKPI.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(1:6) TO WS-PERIODE
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT "KPI_PERIODE"
           IF WS-PERIODE-SAISIE IS NUMERIC
               THEN
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF
           COMPUTE WS-DEBUT-MOIS = WS-PERIODE * 100 + 1
           COMPUTE WS-FIN-MOIS = WS-PERIODE * 100 + 31
           COMPUTE WS-PERIODE-AN = WS-PERIODE - 100
           MOVE WS-PERIODE TO WS-PERIODE-PREC
           IF WS-PREC-MOIS = 1
               THEN
               MOVE 12 TO WS-PREC-MOIS
               SUBTRACT 1 FROM WS-PREC-ANNEE
           ELSE
               SUBTRACT 1 FROM WS-PREC-MOIS
           END-IF
           PERFORM INITIALISE-INDICATEUR VARYING IDX-IND FROM 1 BY 1
               UNTIL IDX-IND > 120.

       INITIALISE-INDICATEUR.
           IF IDX-IND > 20
               THEN
               COMPUTE WS-AGENCE-NUM = IDX-IND - 21
               MOVE SPACES TO IND-CODE(IDX-IND)
               STRING "AGENCE-" WS-AGENCE-ALPHA
                   DELIMITED BY SIZE INTO IND-CODE(IDX-IND)
               END-STRING
               MOVE 0 TO IND-DECIMALES(IDX-IND)
           ELSE
               MOVE CODE-IND(IDX-IND) TO IND-CODE(IDX-IND)
               MOVE CODE-IND-DECIMALES(IDX-IND)
                   TO IND-DECIMALES(IDX-IND)
           END-IF
           MOVE 0 TO IND-COURANT(IDX-IND)
           MOVE 0 TO IND-COURANT-OK(IDX-IND)
           MOVE 0 TO IND-PREC(IDX-IND)
           MOVE 0 TO IND-PREC-OK(IDX-IND)
           MOVE 0 TO IND-AN(IDX-IND)
           MOVE 0 TO IND-AN-OK(IDX-IND).

       TRAIT.
           PERFORM CHARGE-HISTO-KPI
           PERFORM CHARGE-AGENCES
           PERFORM CHARGE-POPULATION
           PERFORM CHARGE-NPAI
           PERFORM CHARGE-COUTS
           PERFORM CHARGE-SCORE
           PERFORM CHARGE-AUDIT
           PERFORM CHARGE-CHAINE
           PERFORM CALCULE-TAUX.

      ******************************************************************
      * Historique des indicateurs : chiffres publies pour le mois
      * precedent et pour le meme mois de l'annee precedente ; la
      * derniere serie d'un mois l'emporte. Une agence absente d'un
      * mois publie y comptait zero client.
      ******************************************************************
       CHARGE-HISTO-KPI.
           MOVE 0 TO EOF-FIC
           OPEN INPUT KPI-HISTO-FIC
           IF KPI-HISTO-STATUT = "00"
               THEN
               PERFORM CHARGE-HISTO-KPI-LECT UNTIL EOF-FIC = 1
               CLOSE KPI-HISTO-FIC
           END-IF
           PERFORM COMPLETE-AGENCES-HISTO VARYING IDX-IND FROM 20 BY 1
               UNTIL IDX-IND > 120.
       CHARGE-HISTO-KPI-LECT.
           READ KPI-HISTO-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND KPH-PERIODE IS NUMERIC
               AND (KPH-PERIODE = WS-PERIODE-PREC
                   OR KPH-PERIODE = WS-PERIODE-AN)
               THEN
               PERFORM CHERCHE-INDICATEUR
               IF WS-IND-TROUVE > 0
                   THEN
                   IF KPH-PERIODE = WS-PERIODE-PREC
                       THEN
                       MOVE 1 TO WS-HISTO-PREC-VU
                       MOVE KPH-VALEUR TO IND-PREC(WS-IND-TROUVE)
                       MOVE 1 TO IND-PREC-OK(WS-IND-TROUVE)
                   ELSE
                       MOVE 1 TO WS-HISTO-AN-VU
                       MOVE KPH-VALEUR TO IND-AN(WS-IND-TROUVE)
                       MOVE 1 TO IND-AN-OK(WS-IND-TROUVE)
                   END-IF
               END-IF
           END-IF.
       CHERCHE-INDICATEUR.
           MOVE 0 TO WS-IND-TROUVE
           MOVE 1 TO IDX-IND
           PERFORM CHERCHE-INDICATEUR-SUIVANT
               UNTIL IDX-IND > 120 OR WS-IND-TROUVE > 0.
       CHERCHE-INDICATEUR-SUIVANT.
           IF IND-CODE(IDX-IND) = KPH-CODE
               THEN
               MOVE IDX-IND TO WS-IND-TROUVE
           END-IF
           ADD 1 TO IDX-IND.
       COMPLETE-AGENCES-HISTO.
           IF WS-HISTO-PREC-VU = 1
               THEN
               MOVE 1 TO IND-PREC-OK(IDX-IND)
           END-IF
           IF WS-HISTO-AN-VU = 1
               THEN
               MOVE 1 TO IND-AN-OK(IDX-IND)
           END-IF.

      ******************************************************************
      * Base clients. L'agence de chaque numero vient de la derniere
      * generation ClientsOUTV4-2 cataloguee en statut G au plus tard
      * en fin de mois (CLI_PLAT_PATH l'impose) ; un code a blanc
      * vaut "01" comme dans EXO-VI-C-RAPPORT.
      ******************************************************************
       CHARGE-AGENCES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               PERFORM RESOLVE-CATALOGUE-LECT UNTIL EOF-FIC = 1
               CLOSE CATALOGUE-FIC
           END-IF
           MOVE WS-CAT-PATH-RETENU TO WS-CLI-FIC-PATH
           ACCEPT WS-LECTURE-PATH FROM ENVIRONMENT "CLI_PLAT_PATH"
           IF WS-LECTURE-PATH NOT = SPACES
               THEN
               MOVE WS-LECTURE-PATH TO WS-CLI-FIC-PATH
           END-IF
           IF WS-CLI-FIC-PATH = SPACES
               THEN
               DISPLAY "ATTENTION: aucune generation de la chaine au "
                   "catalogue - agences non ventilees."
               MOVE "C:\Users\Cobol\ClientsOUTV4-2.txt"
                   TO WS-CLI-FIC-PATH
           END-IF
           MOVE 0 TO EOF-FIC
           OPEN INPUT CLI-FIC
           IF CLI-FIC-STATUT = "00"
               THEN
               PERFORM CHARGE-AGENCES-LECT UNTIL EOF-FIC = 1
               CLOSE CLI-FIC
           ELSE
               DISPLAY "ATTENTION: fichier client de la chaine "
                   "indisponible (" CLI-FIC-STATUT ") : "
                   WS-CLI-FIC-PATH
           END-IF.
       RESOLVE-CATALOGUE-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CAT-DATE IS NUMERIC
               AND CAT-DATE <= WS-FIN-MOIS
               AND CAT-BASE = "ClientsOUTV4-2"
               AND CAT-STATUT = "G"
               AND CAT-DATE >= WS-CAT-DATE-RETENUE
               THEN
               MOVE CAT-DATE TO WS-CAT-DATE-RETENUE
               MOVE CAT-PATH TO WS-CAT-PATH-RETENU
           END-IF.
       CHARGE-AGENCES-LECT.
           READ CLI-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND IDCLI IS NUMERIC AND IDCLI > 0
               THEN
               IF AGENCE = SPACES
                   THEN
                   MOVE "01" TO AGENCE-PAR-IDCLI(IDCLI)
               ELSE
                   MOVE AGENCE TO AGENCE-PAR-IDCLI(IDCLI)
               END-IF
           END-IF.

      * Population : l'instantane certifie du mois au registre (la
      * derniere entree l'emporte) ; a defaut, pour le mois en cours
      * seulement, le maitre du jour. La croissance se mesure sur
      * l'instantane du mois precedent, sinon sur le chiffre publie.
       CHARGE-POPULATION.
           MOVE WS-PERIODE-PREC TO WS-PERIODE-CHERCHEE
           PERFORM CHERCHE-REGISTRE
           IF WS-REGISTRE-TROUVE = 1
               THEN
               MOVE WS-CPT-REGISTRE TO IND-PREC(1)
               MOVE 1 TO IND-PREC-OK(1)
           END-IF
           MOVE WS-PERIODE TO WS-PERIODE-CHERCHEE
           PERFORM CHERCHE-REGISTRE
           MOVE SPACES TO WS-LECTURE-PATH
           IF WS-REGISTRE-TROUVE = 1
               THEN
               MOVE WS-PATH-REGISTRE TO WS-LECTURE-PATH
               MOVE "instantane certifie du mois"
                   TO WS-SOURCE-POPULATION
           ELSE
               IF WS-PERIODE = WS-DATE(1:6)
                   THEN
                   MOVE WS-CLI-MASTER-PATH TO WS-LECTURE-PATH
                   MOVE "maitre du jour (mois non cloture)"
                       TO WS-SOURCE-POPULATION
               ELSE
                   MOVE "non disponible (pas d'instantane)"
                       TO WS-SOURCE-POPULATION
               END-IF
           END-IF
           IF WS-LECTURE-PATH = SPACES
               THEN
               DISPLAY "ATTENTION: pas d'instantane certifie pour "
                   WS-PERIODE " - base clients non disponible."
               MOVE 1 TO WS-SOURCE-MANQUANTE
           ELSE
               PERFORM LIT-POPULATION
           END-IF.
       CHERCHE-REGISTRE.
           MOVE 0 TO WS-REGISTRE-TROUVE
           MOVE 0 TO EOF-FIC
           OPEN INPUT REGISTRE-FIC
           IF REGISTRE-STATUT = "00"
               THEN
               PERFORM CHERCHE-REGISTRE-LECT UNTIL EOF-FIC = 1
               CLOSE REGISTRE-FIC
           END-IF.
       CHERCHE-REGISTRE-LECT.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND SNP-PERIODE IS NUMERIC
               AND SNP-PERIODE = WS-PERIODE-CHERCHEE
               THEN
               MOVE 1 TO WS-REGISTRE-TROUVE
               MOVE SNP-CPT TO WS-CPT-REGISTRE
               MOVE SNP-PATH TO WS-PATH-REGISTRE
           END-IF.

       LIT-POPULATION.
           MOVE 0 TO EOF-FIC
           OPEN INPUT SNAP-FIC
           IF SNAP-STATUT NOT = "00"
               THEN
               DISPLAY "ATTENTION: population inaccessible ("
                   SNAP-STATUT ") : " WS-LECTURE-PATH
               MOVE "non disponible (fichier inaccessible)"
                   TO WS-SOURCE-POPULATION
               MOVE 1 TO WS-SOURCE-MANQUANTE
           ELSE
               PERFORM MARQUE-POPULATION VARYING IDX-IND FROM 1 BY 1
                   UNTIL IDX-IND > 120
               MOVE 0 TO IND-COURANT-OK(2)
               PERFORM LIT-POPULATION-LECT UNTIL EOF-FIC = 1
               CLOSE SNAP-FIC
               IF IND-PREC-OK(1) = 1
                   THEN
                   COMPUTE IND-COURANT(2) = IND-COURANT(1)
                       - IND-PREC(1)
                   MOVE 1 TO IND-COURANT-OK(2)
               END-IF
           END-IF.
      * Les indicateurs de base clients (1 a 8, 20 et agences)
      * deviennent disponibles ; les autres gardent leur source.
       MARQUE-POPULATION.
           IF IDX-IND < 9 OR IDX-IND > 19
               THEN
               MOVE 1 TO IND-COURANT-OK(IDX-IND)
           END-IF.
       LIT-POPULATION-LECT.
           READ SNAP-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND IDCLI-SNAP IS NUMERIC AND IDCLI-SNAP > 0
               THEN
               ADD 1 TO IND-COURANT(1)
               MOVE 1 TO IDX-STATUT
               PERFORM CHERCHE-STATUT-SUIVANT
                   UNTIL IDX-STATUT > 5
                   OR CODE-STATUT(IDX-STATUT) = STATUT-SNAP
               COMPUTE IDX-IND = IDX-STATUT + 2
               ADD 1 TO IND-COURANT(IDX-IND)
               MOVE AGENCE-PAR-IDCLI(IDCLI-SNAP) TO WS-AGENCE-ALPHA
               IF WS-AGENCE-ALPHA IS NUMERIC
                   THEN
                   COMPUTE IDX-IND = WS-AGENCE-NUM + 21
               ELSE
                   MOVE 20 TO IDX-IND
               END-IF
               ADD 1 TO IND-COURANT(IDX-IND)
           END-IF.
       CHERCHE-STATUT-SUIVANT.
           ADD 1 TO IDX-STATUT.

      ******************************************************************
      * Courrier. Les retours NPAI du mois sont ceux encore presents
      * en quarantaine le jour du tableau (EXO-CLI-ADR-ECRIT les leve
      * a la correction de l'adresse) ; une quarantaine absente vaut
      * zero retour. Les plis et l'affranchissement sont les lignes
      * de total "**" du mois.
      ******************************************************************
       CHARGE-NPAI.
           MOVE 1 TO IND-COURANT-OK(9)
           MOVE 0 TO EOF-FIC
           OPEN INPUT QUARANTAINE-FIC
           IF QUARANTAINE-STATUT = "00"
               THEN
               PERFORM CHARGE-NPAI-LECT UNTIL EOF-FIC = 1
               CLOSE QUARANTAINE-FIC
           END-IF.
       CHARGE-NPAI-LECT.
           READ QUARANTAINE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND QUA-DATE IS NUMERIC
               AND QUA-DATE >= WS-DEBUT-MOIS
               AND QUA-DATE <= WS-FIN-MOIS
               THEN
               ADD 1 TO IND-COURANT(9)
           END-IF.

       CHARGE-COUTS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT COUTS-FIC
           IF COUTS-STATUT = "00"
               THEN
               MOVE 1 TO IND-COURANT-OK(10)
               MOVE 1 TO IND-COURANT-OK(13)
               PERFORM CHARGE-COUTS-LECT UNTIL EOF-FIC = 1
               CLOSE COUTS-FIC
           ELSE
               DISPLAY "ATTENTION: couts de courrier indisponibles ("
                   COUTS-STATUT ") : " WS-COUTS-PATH
               MOVE 1 TO WS-SOURCE-MANQUANTE
           END-IF.
       CHARGE-COUTS-LECT.
           READ COUTS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CC-AGENCE = "**"
               AND CC-DATE IS NUMERIC
               AND CC-DATE >= WS-DEBUT-MOIS
               AND CC-DATE <= WS-FIN-MOIS
               AND CC-PLIS IS NUMERIC AND CC-COUT IS NUMERIC
               THEN
               ADD CC-PLIS TO IND-COURANT(10)
               ADD CC-COUT TO IND-COURANT(13)
           END-IF.

      * Score qualite : dernier passage d'EXO-CLI-SCORE date du mois.
       CHARGE-SCORE.
           MOVE 0 TO EOF-FIC
           OPEN INPUT SCORE-HISTO-FIC
           IF SCORE-HISTO-STATUT = "00"
               THEN
               PERFORM CHARGE-SCORE-LECT UNTIL EOF-FIC = 1
               CLOSE SCORE-HISTO-FIC
           END-IF
           IF IND-COURANT-OK(12) = 0
               THEN
               DISPLAY "ATTENTION: pas de score qualite date du mois "
                   "dans " WS-SCORE-HISTO-PATH
               MOVE 1 TO WS-SOURCE-MANQUANTE
           END-IF.
       CHARGE-SCORE-LECT.
           READ SCORE-HISTO-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND SQH-DATE IS NUMERIC
               AND SQH-DATE >= WS-DEBUT-MOIS
               AND SQH-DATE <= WS-FIN-MOIS
               AND SQH-DATE >= WS-SCORE-DATE
               AND SQH-SCORE IS NUMERIC
               THEN
               MOVE SQH-DATE TO WS-SCORE-DATE
               MOVE SQH-SCORE TO IND-COURANT(12)
               MOVE 1 TO IND-COURANT-OK(12)
           END-IF.

      * Transactions du mois au journal d'audit, segments bascules
      * puis fichier courant. Seules comptent les lignes d'EXO-CLI-MAINT
      * (les effacements d'EXO-CLI-OUBLI ne sont pas des transactions) ;
      * les refus hors agence (NONAUTOR) sont des transactions rejetees.
       CHARGE-AUDIT.
           MOVE 0 TO EOF-FIC
           OPEN INPUT SEGMENTS-FIC
           IF SEGMENTS-STATUT = "00"
               THEN
               PERFORM CHARGE-SEGMENTS-LECT UNTIL EOF-FIC = 1
               CLOSE SEGMENTS-FIC
           END-IF
           MOVE 1 TO IDX-SEGMENT
           PERFORM CHARGE-AUDIT-SEGMENT
               UNTIL IDX-SEGMENT > NB-SEGMENTS
           MOVE WS-AUDIT-COURANT TO WS-AUDIT-PATH
           PERFORM LIT-AUDIT
           IF WS-AUDIT-LU = 1
               THEN
               MOVE 1 TO IND-COURANT-OK(14)
               MOVE 1 TO IND-COURANT-OK(15)
           ELSE
               MOVE 1 TO WS-SOURCE-MANQUANTE
           END-IF.
       CHARGE-SEGMENTS-LECT.
           READ SEGMENTS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND NB-SEGMENTS < 200
               AND SEG-BASE = "ClientsAuditLog"
               AND SEG-PERIODE IS NUMERIC
               AND SEG-PERIODE >= WS-PERIODE
               THEN
               ADD 1 TO NB-SEGMENTS
               MOVE SEG-PATH TO TAB-SEG-PATH(NB-SEGMENTS)
           END-IF.
       CHARGE-AUDIT-SEGMENT.
           MOVE TAB-SEG-PATH(IDX-SEGMENT) TO WS-AUDIT-PATH
           PERFORM LIT-AUDIT
           ADD 1 TO IDX-SEGMENT.
       LIT-AUDIT.
           MOVE 0 TO EOF-FIC
           OPEN INPUT AUDIT-LOG-FIC
           IF AUDIT-STATUT = "00"
               THEN
               MOVE 1 TO WS-AUDIT-LU
               PERFORM LIT-AUDIT-LECT UNTIL EOF-FIC = 1
               CLOSE AUDIT-LOG-FIC
           ELSE
               DISPLAY "ATTENTION: journal d'audit indisponible ("
                   AUDIT-STATUT ") : " WS-AUDIT-PATH
           END-IF.
       LIT-AUDIT-LECT.
           READ AUDIT-LOG-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND LOG-DATE IS NUMERIC
               AND LOG-DATE >= WS-DEBUT-MOIS
               AND LOG-DATE <= WS-FIN-MOIS
               AND LOG-PROGRAMME = "EXO-CLI-MAINT"
               THEN
               IF LOG-STATUT = "APPLIQUE"
                   THEN
                   ADD 1 TO IND-COURANT(14)
               END-IF
               IF LOG-STATUT = "REJETE" OR LOG-STATUT = "NONAUTOR"
                   THEN
                   ADD 1 TO IND-COURANT(15)
               END-IF
           END-IF.

      ******************************************************************
      * Disponibilite de la chaine : pour chaque jour du mois, le
      * dernier code retour de chaque etape ; la nuit compte quand
      * une etape au moins a tourne, et elle est sans echec quand
      * toutes ses etapes ont fini a 0.
      ******************************************************************
       CHARGE-CHAINE.
           MOVE 0 TO EOF-FIC
           OPEN INPUT HISTO-FIC
           IF HISTO-STATUT = "00"
               THEN
               PERFORM CHARGE-CHAINE-LECT UNTIL EOF-FIC = 1
               CLOSE HISTO-FIC
               MOVE 1 TO IND-COURANT-OK(17)
               MOVE 1 TO IND-COURANT-OK(18)
               PERFORM COMPTE-NUIT VARYING IDX-JOUR FROM 1 BY 1
                   UNTIL IDX-JOUR > 31
           ELSE
               DISPLAY "ATTENTION: JobHistory.txt indisponible ("
                   HISTO-STATUT ")"
               MOVE 1 TO WS-SOURCE-MANQUANTE
           END-IF.
       CHARGE-CHAINE-LECT.
           READ HISTO-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND HISTO-DATE IS NUMERIC
               AND HISTO-DATE >= WS-DEBUT-MOIS
               AND HISTO-DATE <= WS-FIN-MOIS
               AND HISTO-JOUR > 0
               THEN
               MOVE 1 TO IDX-ETAPE
               PERFORM CHERCHE-ETAPE-SUIVANTE
                   UNTIL IDX-ETAPE > NB-ETAPES
                   OR ETAPE-NOM(IDX-ETAPE) = HISTO-ETAPE
               IF IDX-ETAPE > NB-ETAPES AND NB-ETAPES < 10
                   THEN
                   ADD 1 TO NB-ETAPES
                   MOVE HISTO-ETAPE TO ETAPE-NOM(NB-ETAPES)
                   MOVE NB-ETAPES TO IDX-ETAPE
               END-IF
               IF IDX-ETAPE NOT > NB-ETAPES
                   THEN
                   IF NUIT-VUE(HISTO-JOUR) = 0
                       THEN
                       PERFORM INITIALISE-NUIT
                   END-IF
                   MOVE HISTO-RC TO NUIT-RC(HISTO-JOUR IDX-ETAPE)
               END-IF
           END-IF.
       CHERCHE-ETAPE-SUIVANTE.
           ADD 1 TO IDX-ETAPE.
      * Une etape qui n'a pas tourne ce jour-la n'entre pas dans le
      * verdict de la nuit (RC a zero).
       INITIALISE-NUIT.
           MOVE 1 TO NUIT-VUE(HISTO-JOUR)
           PERFORM INITIALISE-NUIT-ETAPE VARYING IDX-RC
               FROM 1 BY 1 UNTIL IDX-RC > 10.
       INITIALISE-NUIT-ETAPE.
           MOVE 0 TO NUIT-RC(HISTO-JOUR IDX-RC).
       COMPTE-NUIT.
           IF NUIT-VUE(IDX-JOUR) = 1
               THEN
               ADD 1 TO IND-COURANT(17)
               MOVE 1 TO WS-NUIT-OK
               PERFORM CONTROLE-NUIT-ETAPE VARYING IDX-ETAPE
                   FROM 1 BY 1 UNTIL IDX-ETAPE > 10
               IF WS-NUIT-OK = 1
                   THEN
                   ADD 1 TO IND-COURANT(18)
               END-IF
           END-IF.
       CONTROLE-NUIT-ETAPE.
           IF NUIT-RC(IDX-JOUR IDX-ETAPE) NOT = 0
               THEN
               MOVE 0 TO WS-NUIT-OK
           END-IF.

      * Taux derives : NPAI sur plis, rejets sur transactions,
      * nuits sans echec sur nuits de chaine.
       CALCULE-TAUX.
           IF IND-COURANT-OK(10) = 1 AND IND-COURANT(10) > 0
               THEN
               COMPUTE IND-COURANT(11) ROUNDED
                   = (IND-COURANT(9) * 100) / IND-COURANT(10)
               MOVE 1 TO IND-COURANT-OK(11)
           END-IF
           IF IND-COURANT-OK(14) = 1
               AND IND-COURANT(14) + IND-COURANT(15) > 0
               THEN
               COMPUTE IND-COURANT(16) ROUNDED
                   = (IND-COURANT(15) * 100)
                       / (IND-COURANT(14) + IND-COURANT(15))
               MOVE 1 TO IND-COURANT-OK(16)
           END-IF
           IF IND-COURANT-OK(17) = 1 AND IND-COURANT(17) > 0
               THEN
               COMPUTE IND-COURANT(19) ROUNDED
                   = (IND-COURANT(18) * 100) / IND-COURANT(17)
               MOVE 1 TO IND-COURANT-OK(19)
           END-IF.

      ******************************************************************
      * Page de la direction, puis ajout des chiffres du mois a
      * l'historique.
      ******************************************************************
       FIN.
           OPEN OUTPUT RAPPORT-FIC
           IF RAPPORT-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: tableau impossible a creer ("
                   RAPPORT-STATUT ") : " WS-RAPPORT-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODE TO LT-PERIODE
           MOVE WS-DATE TO LT-DATE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           MOVE WS-SOURCE-POPULATION TO LSO-SOURCE
           WRITE ENREG-RAPPORT FROM LIGNE-SOURCE
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE SPACES TO LE-AN
           STRING "     " WS-PERIODE-AN DELIMITED BY SIZE INTO LE-AN
           END-STRING
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE
           END-WRITE
           MOVE "BASE CLIENTS" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           PERFORM EDITE-INDICATEUR VARYING IDX-IND FROM 1 BY 1
               UNTIL IDX-IND > 8
           MOVE "PAR AGENCE" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           PERFORM EDITE-AGENCE VARYING IDX-IND FROM 21 BY 1
               UNTIL IDX-IND > 120
           MOVE 20 TO IDX-IND
           PERFORM EDITE-INDICATEUR
           MOVE "COURRIER" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           PERFORM EDITE-INDICATEUR VARYING IDX-IND FROM 9 BY 1
               UNTIL IDX-IND > 11
           MOVE 13 TO IDX-IND
           PERFORM EDITE-INDICATEUR
           MOVE "QUALITE DES DONNEES" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE 12 TO IDX-IND
           PERFORM EDITE-INDICATEUR
           MOVE "TRANSACTIONS" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           PERFORM EDITE-INDICATEUR VARYING IDX-IND FROM 14 BY 1
               UNTIL IDX-IND > 16
           MOVE "CHAINE DE NUIT" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           PERFORM EDITE-INDICATEUR VARYING IDX-IND FROM 17 BY 1
               UNTIL IDX-IND > 19
           CLOSE RAPPORT-FIC
           PERFORM ECRIT-HISTO-KPI
           DISPLAY "Tableau     : " WS-RAPPORT-PATH
           DISPLAY "Historique  : " WS-KPI-HISTO-PATH
           IF WS-SOURCE-MANQUANTE = 1
               THEN
               DISPLAY "ATTENTION: chiffres non disponibles - voir "
                   "les messages ci-dessus."
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Agences : seules celles qui ont des clients sur l'un des
      * trois mois sont editees.
       EDITE-AGENCE.
           IF IND-COURANT(IDX-IND) NOT = 0
               OR IND-PREC(IDX-IND) NOT = 0
               OR IND-AN(IDX-IND) NOT = 0
               THEN
               PERFORM EDITE-INDICATEUR
           END-IF.

       EDITE-INDICATEUR.
           MOVE SPACES TO LIGNE-IND
           IF IDX-IND > 20
               THEN
               STRING "  agence " IND-CODE(IDX-IND)(8:2)
                   DELIMITED BY SIZE INTO LIGNE-KPI-LIBELLE
               END-STRING
           ELSE
               MOVE LIBELLE-IND(IDX-IND) TO LIGNE-KPI-LIBELLE
           END-IF
           MOVE IND-COURANT(IDX-IND) TO WS-VALEUR
           MOVE IND-COURANT-OK(IDX-IND) TO WS-VALEUR-OK
           PERFORM FORMATE-VALEUR
           MOVE WS-COLONNE TO LIGNE-KPI-COURANT
           MOVE IND-PREC(IDX-IND) TO WS-VALEUR
           MOVE IND-PREC-OK(IDX-IND) TO WS-VALEUR-OK
           PERFORM FORMATE-VALEUR
           MOVE WS-COLONNE TO LIGNE-KPI-PREC
           COMPUTE WS-VALEUR = IND-COURANT(IDX-IND) - IND-PREC(IDX-IND)
           IF IND-COURANT-OK(IDX-IND) = 1 AND IND-PREC-OK(IDX-IND) = 1
               THEN
               MOVE 1 TO WS-VALEUR-OK
           ELSE
               MOVE 0 TO WS-VALEUR-OK
           END-IF
           PERFORM FORMATE-VALEUR
           MOVE WS-COLONNE TO LIGNE-KPI-VAR-PREC
           MOVE IND-AN(IDX-IND) TO WS-VALEUR
           MOVE IND-AN-OK(IDX-IND) TO WS-VALEUR-OK
           PERFORM FORMATE-VALEUR
           MOVE WS-COLONNE TO LIGNE-KPI-AN
           COMPUTE WS-VALEUR = IND-COURANT(IDX-IND) - IND-AN(IDX-IND)
           IF IND-COURANT-OK(IDX-IND) = 1 AND IND-AN-OK(IDX-IND) = 1
               THEN
               MOVE 1 TO WS-VALEUR-OK
           ELSE
               MOVE 0 TO WS-VALEUR-OK
           END-IF
           PERFORM FORMATE-VALEUR
           MOVE WS-COLONNE TO LIGNE-KPI-VAR-AN
           WRITE ENREG-RAPPORT FROM LIGNE-IND
           END-WRITE.

      * Un chiffre absent s'edite "n.d." ; comptes sans decimales,
      * taux et montants avec deux.
       FORMATE-VALEUR.
           MOVE SPACES TO WS-COLONNE
           IF WS-VALEUR-OK = 0
               THEN
               MOVE "       n.d." TO WS-COLONNE
           ELSE
               IF IND-DECIMALES(IDX-IND) = 0
                   THEN
                   MOVE WS-VALEUR TO WS-EDIT-ENT
                   MOVE WS-EDIT-ENT TO WS-COLONNE(2:10)
               ELSE
                   MOVE WS-VALEUR TO WS-EDIT-DEC
                   MOVE WS-EDIT-DEC TO WS-COLONNE(2:10)
               END-IF
           END-IF.

      * Une ligne par chiffre disponible du mois ; les agences sans
      * client ne sont pas ecrites.
       ECRIT-HISTO-KPI.
           OPEN EXTEND KPI-HISTO-FIC
           IF KPI-HISTO-STATUT NOT = "00"
               THEN
               OPEN OUTPUT KPI-HISTO-FIC
           END-IF
           IF KPI-HISTO-STATUT = "00"
               THEN
               PERFORM ECRIT-HISTO-KPI-LIGNE VARYING IDX-IND
                   FROM 1 BY 1 UNTIL IDX-IND > 120
               CLOSE KPI-HISTO-FIC
           ELSE
               DISPLAY "ATTENTION: historique des indicateurs "
                   "indisponible (" KPI-HISTO-STATUT ") : "
                   WS-KPI-HISTO-PATH
               MOVE 1 TO WS-SOURCE-MANQUANTE
           END-IF.
       ECRIT-HISTO-KPI-LIGNE.
           IF IND-COURANT-OK(IDX-IND) = 1
               AND (IDX-IND < 21 OR IND-COURANT(IDX-IND) NOT = 0)
               THEN
               MOVE SPACES TO ENREG-KPI-HISTO
               MOVE WS-PERIODE TO KPH-PERIODE
               MOVE WS-DATE TO KPH-DATE
               MOVE IND-CODE(IDX-IND) TO KPH-CODE
               MOVE IND-COURANT(IDX-IND) TO KPH-VALEUR
               WRITE ENREG-KPI-HISTO
               END-WRITE
           END-IF.

       END PROGRAM EXO-KPI-MENSUEL.
