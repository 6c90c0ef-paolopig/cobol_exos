      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : conversion unique des fichiers de la chaine clients
      * au dessin elargi des noms (NOMCLI sur 20 caracteres, PNMCLI
      * sur 15). Sont repris : maitre et maitre de secours, journal
      * avant/apres et ses segments bascules (LogSegments.txt),
      * transactions, attente, rejets, suppressions en attente et
      * expirees, attente et demandes du portail, orphelins, table de
      * renumerotation, fichiers plats du jour et leurs generations
      * (CatalogueGenerations.txt), instantanes certifies
      * (SnapshotsRegistre.txt), la copie .bak de chacun, et les
      * fichiers cites dans ElargissementListe.txt (type et chemin,
      * pour les copies propres a un site). Chaque fichier est relu a
      * l'ancienne longueur et reecrit a la nouvelle dans un .elg,
      * lequel est relu a son tour : nombre d'enregistrements, nombre
      * de details et somme des cles doivent etre identiques avant et
      * apres, sans quoi l'original reste en place et une alerte est
      * emise. La preuve faite, l'original est garde en .anc puis
      * remplace. Les noms masques par EXO-CLI-OUBLI restent masques
      * sur toute la nouvelle largeur. Chaque fichier converti est
      * consigne dans ElargissementRegistre.txt et saute a la
      * relance : le programme se reprend apres incident sans rien
      * convertir deux fois. Un passage de dedoublonnage en suspens
      * (DedupCheckpoint.txt hors phase F) bloque la conversion.
      * ELARGIT_MODE=S convertit et prouve sans rien remplacer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-ELARGIT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
           SELECT REGISTRE-FIC
               ASSIGN TO WS-REGISTRE-PATH
               FILE STATUS IS REGISTRE-STATUT.
           SELECT SEGMENTS-FIC
               ASSIGN TO WS-SEGMENTS-PATH
               FILE STATUS IS SEGMENTS-STATUT.
           SELECT LISTE-FIC
               ASSIGN TO WS-LISTE-PATH
               FILE STATUS IS LISTE-STATUT.
           SELECT SUIVI-FIC
               ASSIGN TO WS-SUIVI-PATH
               FILE STATUS IS SUIVI-STATUT.
           SELECT ANCIEN-MAITRE-FIC
               ASSIGN TO WS-FIC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-IDCLI
               FILE STATUS IS ANCIEN-STATUT.
           SELECT NOUVEAU-MAITRE-FIC
               ASSIGN TO WS-TEMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-IDCLI
               FILE STATUS IS NOUVEAU-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH
               FILE STATUS IS RAPPORT-STATUT.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt".
           SELECT VERROU-FIC
               ASSIGN TO "C:\Users\Cobol\ChaineVerrou.txt"
               FILE STATUS IS VERROU-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Catalogue des generations (voir EXO-MENAGE-GEN) : seules les
      * bases ClientsOUTV4-2 et ClientsArchive sont au dessin client.
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
      * Registre des instantanes certifies (voir EXO-CLI-CLOTURE) :
      * chaque copie est un maitre complet.
       FD  REGISTRE-FIC.
       01  ENREG-REGISTRE.
           05 SNP-PERIODE PIC 9(6).
           05 FILLER PIC X.
           05 SNP-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SNP-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 SNP-CPT PIC 9(5).
           05 FILLER PIC X.
           05 SNP-SOMME PIC 9(8).
           05 FILLER PIC X.
           05 SNP-PATH PIC X(60).
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
      * Liste complementaire : code type (voir DEFINIT-FORMAT) et
      * chemin d'un fichier a convertir en plus des fichiers connus.
       FD  LISTE-FIC.
       01  ENREG-LISTE.
           05 LST-TYPE PIC X.
           05 FILLER PIC X.
           05 LST-PATH PIC X(64).
      *
      * Fichiers deja convertis : chemin, type, date, compte et somme
      * des cles prouves.
       FD  SUIVI-FIC.
       01  ENREG-SUIVI.
           05 SUI-PATH PIC X(64).
           05 FILLER PIC X VALUE SPACE.
           05 SUI-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 SUI-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 SUI-CPT PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 SUI-SOMME PIC 9(12).
      *
      * Maitre a l'ancien dessin (16 octets) et au nouveau (41).
       FD  ANCIEN-MAITRE-FIC.
       01  ENREG-ANCIEN-MAITRE.
           05 AM-IDCLI PIC 9(5).
           05 AM-NOMCLI PIC X(5).
           05 AM-PNMCLI PIC X(5).
           05 AM-STATUT PIC X.
      *
       FD  NOUVEAU-MAITRE-FIC.
       01  ENREG-NOUVEAU-MAITRE.
           05 NM-IDCLI PIC 9(5).
           05 NM-NOMCLI PIC X(20).
           05 NM-PNMCLI PIC X(15).
           05 NM-STATUT PIC X.
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
      * Verrou d'execution partage par les programmes de la chaine
      * (voir PREND-VERROU dans EXO-VI-C-V4).
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
       77  CATALOGUE-STATUT PIC XX.
       77  REGISTRE-STATUT PIC XX.
       77  SEGMENTS-STATUT PIC XX.
       77  LISTE-STATUT PIC XX.
       77  SUIVI-STATUT PIC XX.
       77  ANCIEN-STATUT PIC XX.
       77  NOUVEAU-STATUT PIC XX.
       77  RAPPORT-STATUT PIC XX.
       77  VERROU-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-DATE-ALERTE PIC 9(8).
       77  WS-TIME-ALERTE PIC 9(8).
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-MODE PIC X VALUE "R".
           88 MODE-SIMULATION VALUE "S".
           88 MODE-REEL VALUE "R".
      * Fichiers connus de la chaine : code type, variable
      * d'environnement qui en surcharge le chemin (les memes que les
      * programmes proprietaires), chemin par defaut.
       01  TABLE-STANDARDS.
           05 FILLER PIC X(24) VALUE "M CLI_MASTER_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsMaster.txt".
           05 FILLER PIC X(24) VALUE "M CLI_SECOURS_PATH".
           05 FILLER PIC X(56) VALUE
               "D:\Cobol\Secours\ClientsMaster.txt".
           05 FILLER PIC X(24) VALUE "J CLI_JOURNAL_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsJournal.txt".
           05 FILLER PIC X(24) VALUE "T CLI_TRANS_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsTrans.txt".
           05 FILLER PIC X(24) VALUE "T CLI_ATTENTE_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsTransPending.txt".
           05 FILLER PIC X(24) VALUE "R CLI_REJET_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsTransRejets.txt".
           05 FILLER PIC X(24) VALUE "S CLI_SUPPR_ATT_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsSuppressionsAttente.txt".
           05 FILLER PIC X(24) VALUE "E CLI_SUPPR_EXPIRE_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsSuppressionsExpirees.txt".
           05 FILLER PIC X(24) VALUE "P PORTAIL_ATTENTE_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\PortailAttente.txt".
           05 FILLER PIC X(24) VALUE "D PORTAIL_DEMANDES_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\PortailDemandes.txt".
           05 FILLER PIC X(24) VALUE "O CLI_ORPHELINS_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsOrphelins.txt".
           05 FILLER PIC X(24) VALUE "N".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsRenumMapping.txt".
           05 FILLER PIC X(24) VALUE "C CLI_ARCHIVE_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsArchive.txt".
           05 FILLER PIC X(24) VALUE "C CLI_SORT_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsTries.txt".
           05 FILLER PIC X(24) VALUE "C CLI_SORT_ID_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsTriesID.txt".
           05 FILLER PIC X(24) VALUE "C CSV_IMPORT_OUT_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsImport.txt".
           05 FILLER PIC X(24) VALUE "C GEN_OUT_PATH".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsJeuEssai.txt".
           05 FILLER PIC X(24) VALUE "C".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsIN.txt".
           05 FILLER PIC X(24) VALUE "C".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsOUT.txt".
           05 FILLER PIC X(24) VALUE "C".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsOUTV3.txt".
           05 FILLER PIC X(24) VALUE "C".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsOUTV4.txt".
           05 FILLER PIC X(24) VALUE "C".
           05 FILLER PIC X(56) VALUE
               "C:\Users\Cobol\ClientsOUTV4-2.txt".
       01  TABLE-STANDARDS-R REDEFINES TABLE-STANDARDS.
           05 STD-ENTREE OCCURS 22.
               10 STD-TYPE PIC X.
               10 FILLER PIC X.
               10 STD-VARIABLE PIC X(22).
               10 STD-DEFAUT PIC X(56).
       77  IDX-STANDARD PIC 99 VALUE 0.
      * Plan de conversion : un poste par fichier, sans doublon.
       01  TABLE-PLAN.
           05 PLAN-FICHIER OCCURS 500.
               10 PLAN-TYPE PIC X.
               10 PLAN-PATH PIC X(64).
       77  NB-PLAN PIC 9(3) VALUE 0.
       77  IDX-PLAN PIC 9(3) VALUE 0.
       77  IDX-AUTRE PIC 9(3) VALUE 0.
      * Fichiers deja convertis lors d'un passage precedent.
       01  TABLE-SUIVI.
           05 TAB-SUIVI-PATH PIC X(64) OCCURS 500.
       77  NB-SUIVI PIC 9(3) VALUE 0.
       77  WS-TROUVE PIC 9 VALUE 0.
       77  WS-CANDIDAT-PATH PIC X(64) VALUE SPACES.
       77  WS-CANDIDAT-TYPE PIC X VALUE SPACE.
           88 TYPE-CONNU VALUE "C" "M" "J" "T" "R" "S" "E" "P" "D"
               "O" "N".
       77  WS-ENTREE-PATH PIC X(64) VALUE SPACES.
       77  WS-BAK-PATH PIC X(68) VALUE SPACES.
      * Fichier en cours : chemin, copie convertie (.elg), original
      * garde (.anc).
       77  WS-FIC-PATH PIC X(64) VALUE SPACES.
       77  WS-TEMP-PATH PIC X(68) VALUE SPACES.
       77  WS-ANCIEN-PATH PIC X(68) VALUE SPACES.
       77  WS-TYPE PIC X VALUE SPACE.
       77  WS-TYPE-LIB PIC X(12) VALUE SPACES.
       77  WS-VERDICT PIC X(8) VALUE SPACES.
       77  WS-LONG-ANCIEN PIC 999 VALUE 0.
       77  WS-LONG-NOUVEAU PIC 999 VALUE 0.
       77  WS-LONG-SUITE PIC 999 VALUE 0.
       77  WS-TAILLE PIC 9(12) VALUE 0.
       77  WS-NB-ATTENDU PIC 9(9) VALUE 0.
       77  WS-RESTE PIC 999 VALUE 0.
       77  WS-ERREUR-ECRITURE PIC 9 VALUE 0.
      * Preuve du fichier en cours : enregistrements, details et somme
      * des cles, a la lecture de l'original et a la relecture de la
      * copie convertie.
       77  CPT-AVANT PIC 9(6) VALUE 0.
       77  DET-AVANT PIC 9(6) VALUE 0.
       77  SOMME-AVANT PIC 9(12) VALUE 0.
       77  CPT-APRES PIC 9(6) VALUE 0.
       77  DET-APRES PIC 9(6) VALUE 0.
       77  SOMME-APRES PIC 9(12) VALUE 0.
      * Totaux du passage.
       77  CPT-CONVERTIS PIC 9(3) VALUE 0.
       77  CPT-SIMULES PIC 9(3) VALUE 0.
       77  CPT-DEJA PIC 9(3) VALUE 0.
       77  CPT-ABSENTS PIC 9(3) VALUE 0.
       77  CPT-ECARTS PIC 9(3) VALUE 0.
       77  CPT-LISTE-REJETES PIC 9(3) VALUE 0.
       77  CPT-ENREG-TOTAL PIC 9(9) VALUE 0.
      * Enregistrement ancien et nouveau, et zones de travail de la
      * transformation (images maitre et transaction, noms).
       77  WS-ANC PIC X(200) VALUE SPACES.
       77  WS-NOUV PIC X(200) VALUE SPACES.
       77  WS-MAI-ANC PIC X(16) VALUE SPACES.
       77  WS-MAI-NOUV PIC X(41) VALUE SPACES.
       77  WS-TRN-ANC PIC X(30) VALUE SPACES.
       77  WS-TRN-NOUV PIC X(55) VALUE SPACES.
       77  WS-NOM-ANC PIC X(5) VALUE SPACES.
       77  WS-PNM-ANC PIC X(5) VALUE SPACES.
       77  WS-NOM-NOUV PIC X(20) VALUE SPACES.
       77  WS-PNM-NOUV PIC X(15) VALUE SPACES.
      * Cumul des cles d'un enregistrement (voir CUMULE-CLES).
       77  WS-ENR-PREUVE PIC X(200) VALUE SPACES.
       77  WS-POS-APRES PIC 999 VALUE 0.
       77  WS-SOMME-ENREG PIC 9(6) VALUE 0.
       77  WS-DETAIL-ENREG PIC 9 VALUE 0.
       01  WS-ZONE-CLE.
           05 WS-CLE-X PIC X(5).
           05 WS-CLE-NUM REDEFINES WS-CLE-X PIC 9(5).
      * Renseignements rendus par CBL_CHECK_FILE_EXIST : taille, puis
      * date et heure de derniere modification.
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
       77  WS-COPIE-STATUT PIC 9(9) COMP-5 VALUE 0.
      * Acces en octets (comme dans EXO-TRI-PARAM) : un seul chemin
      * de lecture et d'ecriture quelle que soit la longueur.
       77  WS-HANDLE PIC X(4) COMP-X VALUE 0.
       77  WS-HANDLE-SORTIE PIC X(4) COMP-X VALUE 0.
       77  WS-OFFSET PIC X(8) COMP-X VALUE 0.
       77  WS-OFFSET-SORTIE PIC X(8) COMP-X VALUE 0.
       77  WS-NBYTES PIC X(4) COMP-X VALUE 0.
       77  WS-FLAGS PIC X COMP-X VALUE 0.
       77  WS-ACCES PIC X COMP-X VALUE 1.
       77  WS-ACCES-ECRITURE PIC X COMP-X VALUE 2.
       77  WS-DENY PIC X COMP-X VALUE 3.
       77  WS-DENY-SORTIE PIC X COMP-X VALUE 0.
       77  WS-DEVICE PIC X COMP-X VALUE 0.
       77  WS-CKP-ENTETE PIC X(3) VALUE SPACES.
       77  WS-VERROU-BUFFER PIC X(36) VALUE SPACES.
       77  WS-VERROU-EXIST PIC 9(9) COMP-5 VALUE 0.
       77  WS-VERROU-FORCE PIC X VALUE SPACE.
           88 VERROU-FORCE-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-VERROU-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ChaineVerrou.txt".
       77  WS-CHECKPOINT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\DedupCheckpoint.txt".
       77  WS-REGISTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\SnapshotsRegistre.txt".
       77  WS-SEGMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LogSegments.txt".
       77  WS-LISTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ElargissementListe.txt".
       77  WS-SUIVI-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ElargissementRegistre.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ElargissementRapport.txt".
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(34)
               VALUE "ELARGISSEMENT DES NOMS (20/15) DU ".
           05 LT-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE " MODE ".
           05 LT-MODE PIC X(10).
       01  LIGNE-LEGENDE.
           05 FILLER PIC X(60) VALUE
               "  enreg./details et somme des cles, avant puis apres".
       01  LIGNE-FICHIER.
           05 LF-TYPE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 LF-PATH PIC X(64).
       01  LIGNE-PREUVE.
           05 FILLER PIC X(8) VALUE "  Avant ".
           05 LP-CPT-AVANT PIC ZZZZZ9.
           05 FILLER PIC X VALUE "/".
           05 LP-DET-AVANT PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LP-SOMME-AVANT PIC Z(11)9.
           05 FILLER PIC X(8) VALUE "  Apres ".
           05 LP-CPT-APRES PIC ZZZZZ9.
           05 FILLER PIC X VALUE "/".
           05 LP-DET-APRES PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LP-SOMME-APRES PIC Z(11)9.
           05 FILLER PIC XX VALUE SPACES.
           05 LP-VERDICT PIC X(8).
       01  LIGNE-TOTAL.
           05 LTO-LIBELLE PIC X(30).
           05 LTO-VALEUR PIC ZZZZZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables : SNAPSHOTS_PATH, LOG_SEGMENTS_PATH,
      * ELARGIT_LISTE_PATH, ELARGIT_REGISTRE_PATH et
      * ELARGIT_RAPPORT_PATH ; ceux des fichiers convertis par les
      * variables de leurs programmes proprietaires.
       INIT.
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT "SNAPSHOTS_PATH"
           IF WS-REGISTRE-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\SnapshotsRegistre.txt"
                   TO WS-REGISTRE-PATH
           END-IF
           ACCEPT WS-SEGMENTS-PATH FROM ENVIRONMENT "LOG_SEGMENTS_PATH"
           IF WS-SEGMENTS-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\LogSegments.txt"
                   TO WS-SEGMENTS-PATH
           END-IF
           ACCEPT WS-LISTE-PATH FROM ENVIRONMENT "ELARGIT_LISTE_PATH"
           IF WS-LISTE-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ElargissementListe.txt"
                   TO WS-LISTE-PATH
           END-IF
           ACCEPT WS-SUIVI-PATH FROM ENVIRONMENT
               "ELARGIT_REGISTRE_PATH"
           IF WS-SUIVI-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ElargissementRegistre.txt"
                   TO WS-SUIVI-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "ELARGIT_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ElargissementRapport.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-MODE FROM ENVIRONMENT "ELARGIT_MODE"
           IF NOT MODE-SIMULATION
               THEN
               MOVE "R" TO WS-MODE
           END-IF
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR_CODE"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           PERFORM CONTROLE-REPRISE
           OPEN OUTPUT RAPPORT-FIC
           IF RAPPORT-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: ouverture du rapport impossible ("
                   RAPPORT-STATUT ") : " WS-RAPPORT-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE TO LT-DATE
           IF MODE-SIMULATION
               THEN
               MOVE "SIMULATION" TO LT-MODE
           ELSE
               MOVE "REEL" TO LT-MODE
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-LEGENDE
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           PERFORM CHARGE-SUIVI
           PERFORM AJOUTE-STANDARD VARYING IDX-STANDARD FROM 1 BY 1
               UNTIL IDX-STANDARD > 22
           PERFORM CHARGE-SEGMENTS
           PERFORM CHARGE-CATALOGUE
           PERFORM CHARGE-REGISTRE
           PERFORM CHARGE-LISTE
           IF MODE-REEL
               THEN
               PERFORM PREND-VERROU
           END-IF.

      * Le passage de dedoublonnage (EXO-VI-C-V4) garde en reprise
      * des images a l'ancien dessin : tant qu'il n'est pas termine
      * (phase F), la conversion est refusee.
       CONTROLE-REPRISE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECKPOINT-PATH
               WS-FICHIER-INFO
               RETURNING WS-FICHIER-STATUT
           IF WS-FICHIER-STATUT = 0
               THEN
               CALL "CBL_OPEN_FILE" USING WS-CHECKPOINT-PATH
                   WS-ACCES WS-DENY WS-DEVICE WS-HANDLE
               IF RETURN-CODE = 0
                   THEN
                   MOVE 0 TO WS-OFFSET
                   MOVE 3 TO WS-NBYTES
                   CALL "CBL_READ_FILE" USING WS-HANDLE WS-OFFSET
                       WS-NBYTES WS-FLAGS WS-CKP-ENTETE
                   CALL "CBL_CLOSE_FILE" USING WS-HANDLE
               END-IF
               MOVE 0 TO RETURN-CODE
               IF WS-CKP-ENTETE(3:1) NOT = "F"
                   THEN
                   DISPLAY "REFUS: passage de dedoublonnage en "
                       "suspens (phase " WS-CKP-ENTETE(3:1) ") : "
                       "le terminer avant la conversion."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CHARGE-SUIVI.
           MOVE 0 TO NB-SUIVI
           OPEN INPUT SUIVI-FIC
           IF SUIVI-STATUT = "00"
               THEN
               MOVE 0 TO EOF-FIC
               PERFORM CHARGE-SUIVI-LECT UNTIL EOF-FIC = 1
               CLOSE SUIVI-FIC
           END-IF.
       CHARGE-SUIVI-LECT.
           READ SUIVI-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND NB-SUIVI < 500
               THEN
               ADD 1 TO NB-SUIVI
               MOVE SUI-PATH TO TAB-SUIVI-PATH(NB-SUIVI)
           END-IF.

       AJOUTE-STANDARD.
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
           PERFORM AJOUTE-PLAN.

      * Segments bascules du journal (les autres bases de
      * LogSegments.txt ne portent pas de noms).
       CHARGE-SEGMENTS.
           OPEN INPUT SEGMENTS-FIC
           IF SEGMENTS-STATUT = "00"
               THEN
               MOVE 0 TO EOF-FIC
               PERFORM CHARGE-SEGMENTS-LECT UNTIL EOF-FIC = 1
               CLOSE SEGMENTS-FIC
           END-IF.
       CHARGE-SEGMENTS-LECT.
           READ SEGMENTS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND SEG-BASE = "ClientsJournal"
               THEN
               MOVE SEG-PATH TO WS-CANDIDAT-PATH
               MOVE "J" TO WS-CANDIDAT-TYPE
               PERFORM AJOUTE-PLAN
           END-IF.

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
               MOVE "C" TO WS-CANDIDAT-TYPE
               PERFORM AJOUTE-PLAN
           END-IF.

       CHARGE-REGISTRE.
           OPEN INPUT REGISTRE-FIC
           IF REGISTRE-STATUT = "00"
               THEN
               MOVE 0 TO EOF-FIC
               PERFORM CHARGE-REGISTRE-LECT UNTIL EOF-FIC = 1
               CLOSE REGISTRE-FIC
           END-IF.
       CHARGE-REGISTRE-LECT.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               MOVE SNP-PATH TO WS-CANDIDAT-PATH
               MOVE "M" TO WS-CANDIDAT-TYPE
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
           IF EOF-FIC = 0
               THEN
               MOVE LST-TYPE TO WS-CANDIDAT-TYPE
               MOVE LST-PATH TO WS-CANDIDAT-PATH
               IF TYPE-CONNU
                   THEN
                   PERFORM AJOUTE-PLAN
               ELSE
                   DISPLAY "ATTENTION: type inconnu '" LST-TYPE
                       "' ignore : " LST-PATH
                   ADD 1 TO CPT-LISTE-REJETES
               END-IF
           END-IF.

      * Un fichier entre au plan avec sa copie .bak quand elle existe.
       AJOUTE-PLAN.
           IF WS-CANDIDAT-PATH NOT = SPACES
               THEN
               MOVE WS-CANDIDAT-PATH TO WS-ENTREE-PATH
               PERFORM AJOUTE-ENTREE
               MOVE SPACES TO WS-BAK-PATH
               STRING WS-CANDIDAT-PATH DELIMITED BY SPACE
                   ".bak" DELIMITED BY SIZE
                   INTO WS-BAK-PATH
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING WS-BAK-PATH
                   WS-FICHIER-INFO
                   RETURNING WS-FICHIER-STATUT
               IF WS-FICHIER-STATUT = 0 AND WS-BAK-PATH(65:4) = SPACES
                   THEN
                   MOVE WS-BAK-PATH TO WS-ENTREE-PATH
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
                   MOVE WS-CANDIDAT-TYPE TO PLAN-TYPE(NB-PLAN)
                   MOVE WS-ENTREE-PATH TO PLAN-PATH(NB-PLAN)
               ELSE
                   DISPLAY "ATTENTION: plan complet, fichier ignore : "
                       WS-ENTREE-PATH
                   ADD 1 TO CPT-ECARTS
               END-IF
           END-IF.
       CHERCHE-PLAN.
           IF PLAN-PATH(IDX-AUTRE) = WS-ENTREE-PATH
               THEN
               MOVE 1 TO WS-TROUVE
           END-IF.

       TRAIT.
           PERFORM CONVERTIT-FICHIER VARYING IDX-PLAN FROM 1 BY 1
               UNTIL IDX-PLAN > NB-PLAN.

      * Un fichier : deja converti, absent, ou converti puis prouve.
       CONVERTIT-FICHIER.
           MOVE PLAN-TYPE(IDX-PLAN) TO WS-TYPE
           MOVE PLAN-PATH(IDX-PLAN) TO WS-FIC-PATH
           MOVE SPACES TO WS-VERDICT
           MOVE 0 TO CPT-AVANT
           MOVE 0 TO DET-AVANT
           MOVE 0 TO SOMME-AVANT
           MOVE 0 TO CPT-APRES
           MOVE 0 TO DET-APRES
           MOVE 0 TO SOMME-APRES
           MOVE 0 TO WS-ERREUR-ECRITURE
           PERFORM DEFINIT-FORMAT
           MOVE SPACES TO WS-TEMP-PATH
           STRING WS-FIC-PATH DELIMITED BY SPACE
               ".elg" DELIMITED BY SIZE
               INTO WS-TEMP-PATH
           END-STRING
           MOVE 0 TO WS-TROUVE
           PERFORM CHERCHE-SUIVI VARYING IDX-AUTRE FROM 1 BY 1
               UNTIL IDX-AUTRE > NB-SUIVI OR WS-TROUVE = 1
           IF WS-TROUVE = 1
               THEN
               MOVE "DEJA" TO WS-VERDICT
               ADD 1 TO CPT-DEJA
           ELSE
               CALL "CBL_CHECK_FILE_EXIST" USING WS-FIC-PATH
                   WS-FICHIER-INFO
                   RETURNING WS-FICHIER-STATUT
               IF WS-FICHIER-STATUT NOT = 0
                   THEN
                   MOVE "ABSENT" TO WS-VERDICT
                   ADD 1 TO CPT-ABSENTS
               ELSE
                   IF WS-TYPE = "M"
                       THEN
                       PERFORM CONVERTIT-MAITRE
                   ELSE
                       PERFORM CONVERTIT-SEQUENTIEL
                   END-IF
                   IF WS-VERDICT = SPACES
                       THEN
                       PERFORM PROUVE-ET-REMPLACE
                   ELSE
                       ADD 1 TO CPT-ECARTS
                   END-IF
               END-IF
           END-IF
           PERFORM ECRIT-LIGNES-FICHIER.
       CHERCHE-SUIVI.
           IF TAB-SUIVI-PATH(IDX-AUTRE) = WS-FIC-PATH
               THEN
               MOVE 1 TO WS-TROUVE
           END-IF.

      * Longueurs ancienne et nouvelle par type de fichier.
       DEFINIT-FORMAT.
           EVALUATE WS-TYPE
               WHEN "C"
                   MOVE 43 TO WS-LONG-ANCIEN
                   MOVE 68 TO WS-LONG-NOUVEAU
                   MOVE "plat client" TO WS-TYPE-LIB
               WHEN "M"
                   MOVE 16 TO WS-LONG-ANCIEN
                   MOVE 41 TO WS-LONG-NOUVEAU
                   MOVE "maitre" TO WS-TYPE-LIB
               WHEN "J"
                   MOVE 53 TO WS-LONG-ANCIEN
                   MOVE 103 TO WS-LONG-NOUVEAU
                   MOVE "journal" TO WS-TYPE-LIB
               WHEN "T"
                   MOVE 30 TO WS-LONG-ANCIEN
                   MOVE 55 TO WS-LONG-NOUVEAU
                   MOVE "transactions" TO WS-TYPE-LIB
               WHEN "R"
                   MOVE 39 TO WS-LONG-ANCIEN
                   MOVE 64 TO WS-LONG-NOUVEAU
                   MOVE "rejets" TO WS-TYPE-LIB
               WHEN "S"
                   MOVE 53 TO WS-LONG-ANCIEN
                   MOVE 78 TO WS-LONG-NOUVEAU
                   MOVE "suppr. att." TO WS-TYPE-LIB
               WHEN "E"
                   MOVE 51 TO WS-LONG-ANCIEN
                   MOVE 76 TO WS-LONG-NOUVEAU
                   MOVE "suppr. exp." TO WS-TYPE-LIB
               WHEN "P"
                   MOVE 138 TO WS-LONG-ANCIEN
                   MOVE 158 TO WS-LONG-NOUVEAU
                   MOVE "portail att." TO WS-TYPE-LIB
               WHEN "D"
                   MOVE 72 TO WS-LONG-ANCIEN
                   MOVE 72 TO WS-LONG-NOUVEAU
                   MOVE "portail dem." TO WS-TYPE-LIB
               WHEN "O"
                   MOVE 108 TO WS-LONG-ANCIEN
                   MOVE 113 TO WS-LONG-NOUVEAU
                   MOVE "orphelins" TO WS-TYPE-LIB
               WHEN "N"
                   MOVE 26 TO WS-LONG-ANCIEN
                   MOVE 41 TO WS-LONG-NOUVEAU
                   MOVE "renumerot." TO WS-TYPE-LIB
           END-EVALUATE.

      * Fichiers sequentiels : la taille doit etre un multiple exact
      * de l'ancienne longueur (sinon le fichier est deja au nouveau
      * dessin, ou d'un autre dessin, et reste intouche).
       CONVERTIT-SEQUENTIEL.
           MOVE INF-TAILLE TO WS-TAILLE
           DIVIDE WS-TAILLE BY WS-LONG-ANCIEN GIVING WS-NB-ATTENDU
               REMAINDER WS-RESTE
           IF WS-RESTE NOT = 0
               THEN
               DISPLAY "ERREUR: " WS-TAILLE " octets, pas un multiple "
                   "de " WS-LONG-ANCIEN " : " WS-FIC-PATH
               MOVE "LONGUEUR" TO WS-VERDICT
           ELSE
               CALL "CBL_OPEN_FILE" USING WS-FIC-PATH WS-ACCES
                   WS-DENY WS-DEVICE WS-HANDLE
               IF RETURN-CODE NOT = 0
                   THEN
                   DISPLAY "ERREUR: ouverture impossible : "
                       WS-FIC-PATH
                   MOVE "ERREUR" TO WS-VERDICT
               ELSE
                   CALL "CBL_CREATE_FILE" USING WS-TEMP-PATH
                       WS-ACCES-ECRITURE WS-DENY-SORTIE WS-DEVICE
                       WS-HANDLE-SORTIE
                   IF RETURN-CODE NOT = 0
                       THEN
                       DISPLAY "ERREUR: creation impossible : "
                           WS-TEMP-PATH
                       MOVE "ERREUR" TO WS-VERDICT
                       CALL "CBL_CLOSE_FILE" USING WS-HANDLE
                   ELSE
                       PERFORM CONVERTIT-COPIE
                   END-IF
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.
       CONVERTIT-COPIE.
           MOVE 0 TO WS-OFFSET
           MOVE 0 TO WS-OFFSET-SORTIE
           MOVE 0 TO EOF-FIC
           PERFORM CONVERTIT-ENREG
               UNTIL CPT-AVANT = WS-NB-ATTENDU OR EOF-FIC = 1
           CALL "CBL_CLOSE_FILE" USING WS-HANDLE
           CALL "CBL_CLOSE_FILE" USING WS-HANDLE-SORTIE
           IF CPT-AVANT NOT = WS-NB-ATTENDU
               THEN
               DISPLAY "ERREUR: lecture interrompue a "
                   CPT-AVANT " enregistrements : " WS-FIC-PATH
               MOVE "ERREUR" TO WS-VERDICT
           ELSE
               PERFORM RELIT-SEQUENTIEL
           END-IF.
       CONVERTIT-ENREG.
           MOVE SPACES TO WS-ANC
           MOVE WS-LONG-ANCIEN TO WS-NBYTES
           CALL "CBL_READ_FILE" USING WS-HANDLE WS-OFFSET
               WS-NBYTES WS-FLAGS WS-ANC
           IF RETURN-CODE NOT = 0
               THEN
               MOVE 1 TO EOF-FIC
               MOVE 0 TO RETURN-CODE
           ELSE
               ADD WS-LONG-ANCIEN TO WS-OFFSET
               ADD 1 TO CPT-AVANT
               MOVE WS-ANC TO WS-ENR-PREUVE
               MOVE 38 TO WS-POS-APRES
               PERFORM CUMULE-CLES
               ADD WS-DETAIL-ENREG TO DET-AVANT
               ADD WS-SOMME-ENREG TO SOMME-AVANT
               MOVE SPACES TO WS-NOUV
               PERFORM TRANSFORME-ENREG
               MOVE WS-LONG-NOUVEAU TO WS-NBYTES
               CALL "CBL_WRITE_FILE" USING WS-HANDLE-SORTIE
                   WS-OFFSET-SORTIE WS-NBYTES WS-FLAGS WS-NOUV
               IF RETURN-CODE NOT = 0
                   THEN
                   MOVE 1 TO WS-ERREUR-ECRITURE
                   MOVE 0 TO RETURN-CODE
               END-IF
               ADD WS-LONG-NOUVEAU TO WS-OFFSET-SORTIE
           END-IF.

      * Relecture de la copie convertie a la nouvelle longueur.
       RELIT-SEQUENTIEL.
           CALL "CBL_OPEN_FILE" USING WS-TEMP-PATH WS-ACCES
               WS-DENY WS-DEVICE WS-HANDLE
           IF RETURN-CODE NOT = 0
               THEN
               DISPLAY "ERREUR: relecture impossible : " WS-TEMP-PATH
               MOVE "ERREUR" TO WS-VERDICT
           ELSE
               MOVE 0 TO WS-OFFSET
               MOVE 0 TO EOF-FIC
               PERFORM RELIT-ENREG UNTIL EOF-FIC = 1
               CALL "CBL_CLOSE_FILE" USING WS-HANDLE
           END-IF
           MOVE 0 TO RETURN-CODE.
       RELIT-ENREG.
           MOVE SPACES TO WS-NOUV
           MOVE WS-LONG-NOUVEAU TO WS-NBYTES
           CALL "CBL_READ_FILE" USING WS-HANDLE WS-OFFSET
               WS-NBYTES WS-FLAGS WS-NOUV
           IF RETURN-CODE NOT = 0
               THEN
               MOVE 1 TO EOF-FIC
               MOVE 0 TO RETURN-CODE
           ELSE
               ADD WS-LONG-NOUVEAU TO WS-OFFSET
               ADD 1 TO CPT-APRES
               MOVE WS-NOUV TO WS-ENR-PREUVE
               MOVE 63 TO WS-POS-APRES
               PERFORM CUMULE-CLES
               ADD WS-DETAIL-ENREG TO DET-APRES
               ADD WS-SOMME-ENREG TO SOMME-APRES
           END-IF.

      * Maitres (courant, secours, instantanes) : fichiers indexes,
      * lus dans l'ordre des cles et reecrits dans le meme ordre.
       CONVERTIT-MAITRE.
           OPEN INPUT ANCIEN-MAITRE-FIC
           IF ANCIEN-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: ouverture impossible (" ANCIEN-STATUT
                   ") : " WS-FIC-PATH
               MOVE "ERREUR" TO WS-VERDICT
           ELSE
               OPEN OUTPUT NOUVEAU-MAITRE-FIC
               IF NOUVEAU-STATUT NOT = "00"
                   THEN
                   DISPLAY "ERREUR: creation impossible ("
                       NOUVEAU-STATUT ") : " WS-TEMP-PATH
                   MOVE "ERREUR" TO WS-VERDICT
                   CLOSE ANCIEN-MAITRE-FIC
               ELSE
                   MOVE 0 TO EOF-FIC
                   PERFORM CONVERTIT-MAITRE-LECT UNTIL EOF-FIC = 1
                   CLOSE ANCIEN-MAITRE-FIC
                   CLOSE NOUVEAU-MAITRE-FIC
                   PERFORM RELIT-MAITRE
               END-IF
           END-IF.
       CONVERTIT-MAITRE-LECT.
           READ ANCIEN-MAITRE-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-AVANT
               MOVE ENREG-ANCIEN-MAITRE TO WS-ENR-PREUVE
               PERFORM CUMULE-CLES
               ADD WS-DETAIL-ENREG TO DET-AVANT
               ADD WS-SOMME-ENREG TO SOMME-AVANT
               MOVE ENREG-ANCIEN-MAITRE TO WS-MAI-ANC
               PERFORM TRANSFORME-IMAGE-MAITRE
               MOVE WS-MAI-NOUV TO ENREG-NOUVEAU-MAITRE
               WRITE ENREG-NOUVEAU-MAITRE
                   INVALID KEY MOVE 1 TO WS-ERREUR-ECRITURE
               END-WRITE
           END-IF.
       RELIT-MAITRE.
           OPEN INPUT NOUVEAU-MAITRE-FIC
           IF NOUVEAU-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: relecture impossible ("
                   NOUVEAU-STATUT ") : " WS-TEMP-PATH
               MOVE "ERREUR" TO WS-VERDICT
           ELSE
               MOVE 0 TO EOF-FIC
               PERFORM RELIT-MAITRE-LECT UNTIL EOF-FIC = 1
               CLOSE NOUVEAU-MAITRE-FIC
           END-IF.
       RELIT-MAITRE-LECT.
           READ NOUVEAU-MAITRE-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-APRES
               MOVE ENREG-NOUVEAU-MAITRE TO WS-ENR-PREUVE
               PERFORM CUMULE-CLES
               ADD WS-DETAIL-ENREG TO DET-APRES
               ADD WS-SOMME-ENREG TO SOMME-APRES
           END-IF.

      * Cles d'un enregistrement de WS-ENR-PREUVE : un detail est un
      * enregistrement dont la cle client est numerique (HD, TR et
      * images vides n'y entrent pas). Seul le journal deplace une
      * cle : l'image apres, en 38 sur l'ancien dessin et en 63 sur
      * le nouveau (WS-POS-APRES).
       CUMULE-CLES.
           MOVE 0 TO WS-SOMME-ENREG
           MOVE 0 TO WS-DETAIL-ENREG
           EVALUATE WS-TYPE
               WHEN "J"
                   MOVE WS-ENR-PREUVE(21:5) TO WS-CLE-X
                   PERFORM AJOUTE-CLE
                   MOVE WS-ENR-PREUVE(WS-POS-APRES:5) TO WS-CLE-X
                   PERFORM AJOUTE-CLE
               WHEN "T"
               WHEN "R"
               WHEN "S"
               WHEN "E"
                   IF WS-ENR-PREUVE(1:2) NOT = "TR"
                       THEN
                       MOVE WS-ENR-PREUVE(2:5) TO WS-CLE-X
                       PERFORM AJOUTE-CLE
                   END-IF
               WHEN "P"
               WHEN "D"
                   MOVE WS-ENR-PREUVE(11:5) TO WS-CLE-X
                   PERFORM AJOUTE-CLE
               WHEN "O"
                   EVALUATE WS-ENR-PREUVE(10:16)
                       WHEN "ClientsTransPend"
                       WHEN "ClientsSupprAtt"
                           MOVE WS-ENR-PREUVE(37:5) TO WS-CLE-X
                       WHEN "ClientsFoyersReg"
                           MOVE WS-ENR-PREUVE(42:5) TO WS-CLE-X
                       WHEN OTHER
                           MOVE WS-ENR-PREUVE(36:5) TO WS-CLE-X
                   END-EVALUATE
                   PERFORM AJOUTE-CLE
               WHEN OTHER
                   MOVE WS-ENR-PREUVE(1:5) TO WS-CLE-X
                   PERFORM AJOUTE-CLE
           END-EVALUATE.
       AJOUTE-CLE.
           IF WS-CLE-X IS NUMERIC
               THEN
               ADD WS-CLE-NUM TO WS-SOMME-ENREG
               MOVE 1 TO WS-DETAIL-ENREG
           END-IF.

      * Transformation d'un enregistrement WS-ANC en WS-NOUV.
       TRANSFORME-ENREG.
           EVALUATE WS-TYPE
               WHEN "C"
                   PERFORM TRANSFORME-CLIENT
               WHEN "J"
                   PERFORM TRANSFORME-JOURNAL
               WHEN "T"
               WHEN "R"
               WHEN "S"
               WHEN "E"
                   PERFORM TRANSFORME-TRANS-FIC
               WHEN "P"
                   PERFORM TRANSFORME-PORTAIL-ATT
               WHEN "D"
                   PERFORM TRANSFORME-PORTAIL-DEM
               WHEN "O"
                   PERFORM TRANSFORME-ORPHELIN
               WHEN "N"
                   PERFORM TRANSFORME-MAPPING
           END-EVALUATE.

      * Un nom masque (tout en etoiles) le reste sur toute la largeur.
       ELARGIT-NOMS.
           MOVE WS-NOM-ANC TO WS-NOM-NOUV
           IF WS-NOM-ANC = ALL "*"
               THEN
               MOVE ALL "*" TO WS-NOM-NOUV
           END-IF
           MOVE WS-PNM-ANC TO WS-PNM-NOUV
           IF WS-PNM-ANC = ALL "*"
               THEN
               MOVE ALL "*" TO WS-PNM-NOUV
           END-IF.

      * Detail client : IDCLI, noms elargis, puis adresse, telephone,
      * statut et agence inchanges. HD et TR gardent leurs positions.
       TRANSFORME-CLIENT.
           IF WS-ANC(1:5) IS NUMERIC
               THEN
               MOVE WS-ANC(1:5) TO WS-NOUV(1:5)
               MOVE WS-ANC(6:5) TO WS-NOM-ANC
               MOVE WS-ANC(11:5) TO WS-PNM-ANC
               PERFORM ELARGIT-NOMS
               MOVE WS-NOM-NOUV TO WS-NOUV(6:20)
               MOVE WS-PNM-NOUV TO WS-NOUV(26:15)
               MOVE WS-ANC(16:28) TO WS-NOUV(41:28)
           ELSE
               MOVE WS-ANC(1:43) TO WS-NOUV(1:43)
           END-IF.

      * Image maitre (16 -> 41 octets) ; une image vide (creation ou
      * suppression au journal) reste vide.
       TRANSFORME-IMAGE-MAITRE.
           MOVE SPACES TO WS-MAI-NOUV
           IF WS-MAI-ANC NOT = SPACES
               THEN
               MOVE WS-MAI-ANC(1:5) TO WS-MAI-NOUV(1:5)
               MOVE WS-MAI-ANC(6:5) TO WS-NOM-ANC
               MOVE WS-MAI-ANC(11:5) TO WS-PNM-ANC
               PERFORM ELARGIT-NOMS
               MOVE WS-NOM-NOUV TO WS-MAI-NOUV(6:20)
               MOVE WS-PNM-NOUV TO WS-MAI-NOUV(26:15)
               MOVE WS-MAI-ANC(16:1) TO WS-MAI-NOUV(41:1)
           END-IF.

      * Journal : entete de 20 octets, image avant, image apres.
       TRANSFORME-JOURNAL.
           MOVE WS-ANC(1:20) TO WS-NOUV(1:20)
           MOVE WS-ANC(21:16) TO WS-MAI-ANC
           PERFORM TRANSFORME-IMAGE-MAITRE
           MOVE WS-MAI-NOUV TO WS-NOUV(21:41)
           MOVE WS-ANC(38:16) TO WS-MAI-ANC
           PERFORM TRANSFORME-IMAGE-MAITRE
           MOVE WS-MAI-NOUV TO WS-NOUV(63:41).

      * Image transaction (30 -> 55 octets) : code et IDCLI, noms
      * elargis, sequence, date d'effet et statut.
       TRANSFORME-IMAGE-TRANS.
           MOVE SPACES TO WS-TRN-NOUV
           MOVE WS-TRN-ANC(1:6) TO WS-TRN-NOUV(1:6)
           MOVE WS-TRN-ANC(7:5) TO WS-NOM-ANC
           MOVE WS-TRN-ANC(12:5) TO WS-PNM-ANC
           PERFORM ELARGIT-NOMS
           MOVE WS-NOM-NOUV TO WS-TRN-NOUV(7:20)
           MOVE WS-PNM-NOUV TO WS-TRN-NOUV(27:15)
           MOVE WS-TRN-ANC(17:14) TO WS-TRN-NOUV(42:14).

      * Transactions, attente, rejets et suppressions : l'image
      * transaction en tete, la suite (motif, dates, operateurs)
      * recopiee derriere. Le trailer TR est recopie tel quel.
       TRANSFORME-TRANS-FIC.
           IF WS-ANC(1:2) = "TR"
               THEN
               MOVE WS-ANC(1:WS-LONG-ANCIEN)
                   TO WS-NOUV(1:WS-LONG-ANCIEN)
           ELSE
               MOVE WS-ANC(1:30) TO WS-TRN-ANC
               PERFORM TRANSFORME-IMAGE-TRANS
               MOVE WS-TRN-NOUV TO WS-NOUV(1:55)
               IF WS-LONG-ANCIEN > 30
                   THEN
                   COMPUTE WS-LONG-SUITE = WS-LONG-ANCIEN - 30
                   MOVE WS-ANC(31:WS-LONG-SUITE)
                       TO WS-NOUV(56:WS-LONG-SUITE)
               END-IF
           END-IF.

      * Attente du portail : une demande de type N porte nom et
      * prenom dans la valeur (5+5 -> 20+15) et dans la valeur
      * normalisee (15 -> 35 octets).
       TRANSFORME-PORTAIL-ATT.
           MOVE WS-ANC(1:24) TO WS-NOUV(1:24)
           IF WS-ANC(16:1) = "N"
               THEN
               MOVE WS-ANC(25:5) TO WS-NOM-ANC
               MOVE WS-ANC(30:5) TO WS-PNM-ANC
               PERFORM ELARGIT-NOMS
               MOVE WS-NOM-NOUV TO WS-NOUV(25:20)
               MOVE WS-PNM-NOUV TO WS-NOUV(45:15)
               MOVE WS-ANC(73:5) TO WS-NOM-ANC
               MOVE WS-ANC(78:5) TO WS-PNM-ANC
               PERFORM ELARGIT-NOMS
               MOVE WS-NOM-NOUV TO WS-NOUV(73:20)
               MOVE WS-PNM-NOUV TO WS-NOUV(93:15)
           ELSE
               MOVE WS-ANC(25:48) TO WS-NOUV(25:48)
               MOVE WS-ANC(73:15) TO WS-NOUV(73:15)
           END-IF
           MOVE WS-ANC(88:51) TO WS-NOUV(108:51).

      * Demandes du portail : longueur inchangee, seule la valeur
      * d'une demande N est redecoupee.
       TRANSFORME-PORTAIL-DEM.
           MOVE WS-ANC(1:72) TO WS-NOUV(1:72)
           IF WS-ANC(16:1) = "N"
               THEN
               MOVE WS-ANC(25:5) TO WS-NOM-ANC
               MOVE WS-ANC(30:5) TO WS-PNM-ANC
               PERFORM ELARGIT-NOMS
               MOVE SPACES TO WS-NOUV(25:48)
               MOVE WS-NOM-NOUV TO WS-NOUV(25:20)
               MOVE WS-PNM-NOUV TO WS-NOUV(45:15)
           END-IF.

      * Orphelins (voir EXO-CLI-INTEGRITE) : entete de 35 octets puis
      * l'image retiree ; seules les images d'attente et de
      * suppressions en attente portent des noms.
       TRANSFORME-ORPHELIN.
           MOVE WS-ANC(1:35) TO WS-NOUV(1:35)
           EVALUATE WS-ANC(10:16)
               WHEN "ClientsTransPend"
                   MOVE WS-ANC(36:30) TO WS-TRN-ANC
                   PERFORM TRANSFORME-IMAGE-TRANS
                   MOVE WS-TRN-NOUV TO WS-NOUV(36:55)
               WHEN "ClientsSupprAtt"
                   MOVE WS-ANC(36:30) TO WS-TRN-ANC
                   PERFORM TRANSFORME-IMAGE-TRANS
                   MOVE WS-TRN-NOUV TO WS-NOUV(36:55)
                   MOVE WS-ANC(66:23) TO WS-NOUV(91:23)
               WHEN OTHER
                   MOVE WS-ANC(36:73) TO WS-NOUV(36:73)
           END-EVALUATE.

      * Table de renumerotation (voir EXO-VI-C-V4) : ancien numero,
      * nom elargi, nouveau numero et date.
       TRANSFORME-MAPPING.
           MOVE WS-ANC(1:6) TO WS-NOUV(1:6)
           MOVE WS-ANC(7:5) TO WS-NOUV(7:20)
           MOVE WS-ANC(12:15) TO WS-NOUV(27:15).

      * Preuve : memes enregistrements, memes details, meme somme des
      * cles. Faute de quoi l'original reste en place et la copie
      * .elg est gardee pour analyse.
       PROUVE-ET-REMPLACE.
           IF CPT-AVANT = CPT-APRES AND DET-AVANT = DET-APRES
               AND SOMME-AVANT = SOMME-APRES
               AND WS-ERREUR-ECRITURE = 0
               THEN
               ADD CPT-AVANT TO CPT-ENREG-TOTAL
               IF MODE-REEL
                   THEN
                   PERFORM REMPLACE-ORIGINAL
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-TEMP-PATH
                       RETURNING WS-COPIE-STATUT
                   MOVE "SIMULE" TO WS-VERDICT
                   ADD 1 TO CPT-SIMULES
               END-IF
           ELSE
               DISPLAY "ECART DE PREUVE : " WS-FIC-PATH
               MOVE "ECART" TO WS-VERDICT
               ADD 1 TO CPT-ECARTS
               PERFORM ECRIT-ALERTE
           END-IF.

      * L'original part en .anc, la copie prouvee prend sa place ; un
      * echec de la recopie remet l'original.
       REMPLACE-ORIGINAL.
           MOVE SPACES TO WS-ANCIEN-PATH
           STRING WS-FIC-PATH DELIMITED BY SPACE
               ".anc" DELIMITED BY SIZE
               INTO WS-ANCIEN-PATH
           END-STRING
           CALL "CBL_COPY_FILE" USING WS-FIC-PATH WS-ANCIEN-PATH
               RETURNING WS-COPIE-STATUT
           IF WS-COPIE-STATUT NOT = 0
               THEN
               DISPLAY "ERREUR: copie de l'original impossible : "
                   WS-ANCIEN-PATH
               MOVE "ERREUR" TO WS-VERDICT
               ADD 1 TO CPT-ECARTS
           ELSE
               CALL "CBL_COPY_FILE" USING WS-TEMP-PATH WS-FIC-PATH
                   RETURNING WS-COPIE-STATUT
               IF WS-COPIE-STATUT NOT = 0
                   THEN
                   DISPLAY "ERREUR: remplacement impossible, "
                       "original remis depuis " WS-ANCIEN-PATH
                   CALL "CBL_COPY_FILE" USING WS-ANCIEN-PATH
                       WS-FIC-PATH
                       RETURNING WS-COPIE-STATUT
                   MOVE "ERREUR" TO WS-VERDICT
                   ADD 1 TO CPT-ECARTS
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-TEMP-PATH
                       RETURNING WS-COPIE-STATUT
                   MOVE "CONVERTI" TO WS-VERDICT
                   ADD 1 TO CPT-CONVERTIS
                   PERFORM ECRIT-SUIVI
               END-IF
           END-IF.

       ECRIT-SUIVI.
           OPEN EXTEND SUIVI-FIC
           IF SUIVI-STATUT NOT = "00"
               THEN
               OPEN OUTPUT SUIVI-FIC
           END-IF
           MOVE SPACES TO ENREG-SUIVI
           MOVE WS-FIC-PATH TO SUI-PATH
           MOVE WS-TYPE TO SUI-TYPE
           MOVE WS-DATE TO SUI-DATE
           MOVE CPT-APRES TO SUI-CPT
           MOVE SOMME-APRES TO SUI-SOMME
           WRITE ENREG-SUIVI
           END-WRITE
           CLOSE SUIVI-FIC.

       ECRIT-LIGNES-FICHIER.
           MOVE SPACES TO LIGNE-FICHIER
           MOVE WS-TYPE-LIB TO LF-TYPE
           MOVE WS-FIC-PATH TO LF-PATH
           WRITE ENREG-RAPPORT FROM LIGNE-FICHIER
           END-WRITE
           MOVE CPT-AVANT TO LP-CPT-AVANT
           MOVE DET-AVANT TO LP-DET-AVANT
           MOVE SOMME-AVANT TO LP-SOMME-AVANT
           MOVE CPT-APRES TO LP-CPT-APRES
           MOVE DET-APRES TO LP-DET-APRES
           MOVE SOMME-APRES TO LP-SOMME-APRES
           MOVE WS-VERDICT TO LP-VERDICT
           WRITE ENREG-RAPPORT FROM LIGNE-PREUVE
           END-WRITE.

       ECRIT-ALERTE.
           MOVE SPACES TO ENREG-ALERTE
           ACCEPT WS-DATE-ALERTE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ALERTE FROM TIME
           MOVE WS-DATE-ALERTE TO ALERTE-DATE
           MOVE WS-TIME-ALERTE TO ALERTE-TIME
           MOVE "EXO-CLI-ELARGIT" TO ALERTE-PROGRAMME
           MOVE "ERREUR" TO ALERTE-SEVERITE
           MOVE "elargissement des noms : ecart de preuve avant/apres"
               TO ALERTE-MESSAGE
           OPEN EXTEND ALERTES-FIC
           WRITE ENREG-ALERTE
           END-WRITE
           CLOSE ALERTES-FIC.

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
               MOVE "EXO-CLI-ELARGIT" TO VER-PROGRAMME
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

       FIN.
           IF MODE-REEL
               THEN
               PERFORM LIBERE-VERROU
           END-IF
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "Fichiers au plan            :" TO LTO-LIBELLE
           MOVE NB-PLAN TO LTO-VALEUR
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "Convertis et prouves        :" TO LTO-LIBELLE
           MOVE CPT-CONVERTIS TO LTO-VALEUR
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "Prouves en simulation       :" TO LTO-LIBELLE
           MOVE CPT-SIMULES TO LTO-VALEUR
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "Deja convertis              :" TO LTO-LIBELLE
           MOVE CPT-DEJA TO LTO-VALEUR
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "Absents                     :" TO LTO-LIBELLE
           MOVE CPT-ABSENTS TO LTO-VALEUR
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "Ecarts et erreurs           :" TO LTO-LIBELLE
           MOVE CPT-ECARTS TO LTO-VALEUR
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "Enregistrements prouves     :" TO LTO-LIBELLE
           MOVE CPT-ENREG-TOTAL TO LTO-VALEUR
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           CLOSE RAPPORT-FIC
           DISPLAY "Rapport                : " WS-RAPPORT-PATH
           DISPLAY "Fichiers au plan       : " NB-PLAN
           DISPLAY "Convertis et prouves   : " CPT-CONVERTIS
           DISPLAY "Prouves en simulation  : " CPT-SIMULES
           DISPLAY "Deja convertis         : " CPT-DEJA
           DISPLAY "Absents                : " CPT-ABSENTS
           DISPLAY "Ecarts et erreurs      : " CPT-ECARTS
           DISPLAY "Types inconnus ignores : " CPT-LISTE-REJETES
           MOVE 0 TO RETURN-CODE
           IF CPT-ECARTS > 0
               THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CPT-LISTE-REJETES > 0
                   THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM EXO-CLI-ELARGIT.
