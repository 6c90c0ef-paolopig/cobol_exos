      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : etat des mouvements du mois de la base clients,
      * rapproche des instantanes certifies d'EXO-CLI-CLOTURE. La ou
      * EXO-FIN-JOURNEE rapproche les passages de relais du jour, on
      * deroule ici le mois entier :
      *   ouverture (instantane du mois precedent au registre
      *   SnapshotsRegistre.txt)
      *   + creations - suppressions - purges (EXO-CLI-PURGE)
      *   - fusions (EXO-CLI-FUSION) - effacements
      *   (CertificatsEffacement.txt) + reintegrations
      *   (EXO-CLI-REINTEGRE) = cloture calculee,
      * confrontee a la cloture certifiee (instantane du mois). Les
      * deux instantanes sont d'abord recomptes contre leurs chiffres
      * consignes au registre.
      * Le rapprochement se fait numero par numero : chaque IDCLI
      * sorti entre les deux instantanes doit etre explique par une
      * trace du mois (certificat d'effacement, table des fusions,
      * archive de purge cataloguee, suppression appliquee au journal
      * d'audit), chaque IDCLI entre par une creation ou une
      * reintegration (creation appliquee d'un numero deja archive,
      * ou numero neuf de ClientsReattributions.txt). Un numero que
      * rien n'explique est liste et fait l'ecart.
      * La cloture certifiee est ventilee par statut du cycle de vie
      * et par agence (agence de la generation de la chaine en
      * vigueur a la fin du mois, resolue au catalogue).
      * Tout ecart leve une alerte ERREUR dans Alerts.txt.
      * Codes retour : 0 = mois rapproche, 8 = ecart ou instantane non
      * conforme au registre, 12 = instantane ou registre introuvable.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : instantanes de
      * 41 octets, fichier client et archives de 68.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-MOUVEMENTS.
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
           SELECT SEGMENTS-FIC
               ASSIGN TO WS-SEGMENTS-PATH
               FILE STATUS IS SEGMENTS-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-PATH
               FILE STATUS IS AUDIT-STATUT.
           SELECT FUSIONS-FIC
               ASSIGN TO WS-FUSIONS-PATH
               FILE STATUS IS FUSIONS-STATUT.
           SELECT CERTIFICAT-FIC
               ASSIGN TO WS-CERTIFICAT-PATH
               FILE STATUS IS CERTIFICAT-STATUT.
           SELECT REATTRIB-FIC
               ASSIGN TO WS-REATTRIB-PATH
               FILE STATUS IS REATTRIB-STATUT.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
           SELECT CLI-FIC
               ASSIGN TO WS-CLI-FIC-PATH
               FILE STATUS IS CLI-FIC-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH
               FILE STATUS IS RAPPORT-STATUT.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Instantane certifie : copie figee du maitre (voir
      * EXO-CLI-CLOTURE).
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
      * Table des fusions (voir EXO-CLI-FUSION).
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
      * Certificats d'effacement (voir EXO-CLI-OUBLI) : seules les
      * lignes d'entete "EFFACEMENT DE L'IDCLI nnnnn LE aaaammjj"
      * sont exploitees.
       FD  CERTIFICAT-FIC.
       01  ENREG-CERTIFICAT.
           05 CRT-LIBELLE PIC X(22).
           05 CRT-IDCLI PIC 9(5).
           05 FILLER PIC X(4).
           05 CRT-DATE PIC 9(8).
           05 FILLER PIC X(61).
      *
      * Reattributions de numero a la reintegration (voir
      * EXO-CLI-REINTEGRE).
       FD  REATTRIB-FIC.
       01  ENREG-REATTRIB.
           05 REA-ANCIEN PIC 9(5).
           05 FILLER PIC X.
           05 REA-NOUVEAU PIC 9(5).
           05 FILLER PIC X.
           05 REA-DATE PIC 9(8).
           05 FILLER PIC X.
           05 REA-OPERATEUR PIC X(4).
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
      * Fichier client de la chaine et archives de purge (meme
      * enregistrement de 68 octets, HD et TR compris).
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
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
      * Fichier central des alertes de la chaine (voir ECRIT-ALERTE
      * dans EXO-FICHIER-SORT).
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
       77  SNAP-STATUT PIC XX.
       77  REGISTRE-STATUT PIC XX.
       77  SEGMENTS-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  FUSIONS-STATUT PIC XX.
       77  CERTIFICAT-STATUT PIC XX.
       77  REATTRIB-STATUT PIC XX.
       77  CATALOGUE-STATUT PIC XX.
       77  CLI-FIC-STATUT PIC XX.
       77  RAPPORT-STATUT PIC XX.
       77  ALERTES-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-PERIODE PIC 9(6) VALUE 0.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       01  WS-PERIODE-PREC PIC 9(6) VALUE 0.
       01  WS-PERIODE-PREC-R REDEFINES WS-PERIODE-PREC.
           05 WS-PREC-ANNEE PIC 9(4).
           05 WS-PREC-MOIS PIC 99.
       77  WS-DEBUT-MOIS PIC 9(8) VALUE 0.
       77  WS-FIN-MOIS PIC 9(8) VALUE 0.
      * Situation de chaque numero sur le mois.
       01  TABLE-MOUVEMENTS.
           05 MVT-ENTREE OCCURS 99999.
      * 1 = present a l'instantane d'ouverture / de cloture.
               10 MVT-OUVERTURE PIC 9 VALUE 0.
               10 MVT-CLOTURE PIC 9 VALUE 0.
               10 MVT-STATUT-OUV PIC X VALUE SPACE.
               10 MVT-STATUT-CLO PIC X VALUE SPACE.
               10 MVT-AGENCE PIC XX VALUE SPACES.
      * Traces du mois : creation / suppression appliquees.
               10 MVT-CREATION PIC 9 VALUE 0.
               10 MVT-SUPPRESSION PIC 9 VALUE 0.
               10 MVT-FUSION PIC 9 VALUE 0.
               10 MVT-EFFACEMENT PIC 9 VALUE 0.
      * 1 = archive par une purge anterieure, 2 = purge du mois.
               10 MVT-ARCHIVE PIC 9 VALUE 0.
               10 MVT-REATTRIB PIC 9 VALUE 0.
       77  WS-IDCLI PIC 9(6) VALUE 0.
       77  WS-PASSE PIC 9 VALUE 0.
      * Chiffres des deux instantanes : registre et recomptage.
       77  WS-REGISTRE-TROUVE PIC 9 VALUE 0.
       77  WS-CPT-REGISTRE PIC 9(5) VALUE 0.
       77  WS-SOMME-REGISTRE PIC 9(8) VALUE 0.
       77  WS-PATH-REGISTRE PIC X(60) VALUE SPACES.
       77  WS-PERIODE-CHERCHEE PIC 9(6) VALUE 0.
       77  CPT-ENREG PIC 9(5) VALUE 0.
       77  WS-SOMME-CLES PIC 9(8) VALUE 0.
       77  WS-OUV-CPT PIC 9(5) VALUE 0.
       77  WS-OUV-SOMME PIC 9(8) VALUE 0.
       77  WS-OUV-PATH PIC X(60) VALUE SPACES.
       77  WS-OUV-CONFORME PIC 9 VALUE 0.
       77  WS-CLO-CPT PIC 9(5) VALUE 0.
       77  WS-CLO-SOMME PIC 9(8) VALUE 0.
       77  WS-CLO-PATH PIC X(60) VALUE SPACES.
       77  WS-CLO-CONFORME PIC 9 VALUE 0.
      * Mouvements expliques et inexpliques.
       77  CPT-CREATIONS PIC 9(5) VALUE 0.
       77  CPT-SUPPRESSIONS PIC 9(5) VALUE 0.
       77  CPT-PURGES PIC 9(5) VALUE 0.
       77  CPT-FUSIONS PIC 9(5) VALUE 0.
       77  CPT-EFFACEMENTS PIC 9(5) VALUE 0.
       77  CPT-REINTEGRATIONS PIC 9(5) VALUE 0.
       77  CPT-ENTREES-INEXPL PIC 9(5) VALUE 0.
       77  CPT-SORTIES-INEXPL PIC 9(5) VALUE 0.
       77  CPT-SANS-EFFET PIC 9(5) VALUE 0.
       77  WS-CLOTURE-CALCULEE PIC S9(6) VALUE 0.
       77  WS-ECART PIC S9(6) VALUE 0.
       77  WS-ANOMALIE PIC 9 VALUE 0.
      * Generations d'archive de purge du catalogue.
       01  TABLE-ARCHIVES.
           05 ARCHIVE-ENTREE OCCURS 200.
               10 TAB-ARC-PATH PIC X(60).
               10 TAB-ARC-DATE PIC 9(8).
       77  NB-ARCHIVES PIC 999 VALUE 0.
       77  IDX-ARCHIVE PIC 999 VALUE 0.
       77  WS-NIVEAU-ARCHIVE PIC 9 VALUE 0.
      * Segments du journal d'audit (voir EXO-ROLLOVER-LOGS).
       01  TABLE-SEGMENTS.
           05 SEGMENT-ENTREE OCCURS 200.
               10 TAB-SEG-PATH PIC X(60).
       77  NB-SEGMENTS PIC 999 VALUE 0.
       77  IDX-SEGMENT PIC 999 VALUE 0.
      * Ventilation de la cloture par statut (P A S I C, puis tout
      * autre code) et par agence (00 a 99, puis non rattache).
       01  CODES-STATUT PIC X(5) VALUE "PASIC".
       01  CODES-STATUT-R REDEFINES CODES-STATUT.
           05 CODE-STATUT PIC X OCCURS 5.
       01  TABLE-STATUTS.
           05 STATUT-ENTREE OCCURS 6.
               10 STA-OUVERTURE PIC 9(5) VALUE 0.
               10 STA-CLOTURE PIC 9(5) VALUE 0.
       77  IDX-STATUT PIC 9 VALUE 0.
       77  WS-STATUT-CHERCHE PIC X VALUE SPACE.
       01  TABLE-AGENCES.
           05 AGC-CLOTURE PIC 9(5) OCCURS 100 VALUE 0.
       77  CPT-SANS-AGENCE PIC 9(5) VALUE 0.
       77  IDX-AGENCE PIC 999 VALUE 0.
       01  WS-AGENCE-NUM PIC 99 VALUE 0.
       01  WS-AGENCE-ALPHA REDEFINES WS-AGENCE-NUM PIC XX.
       77  WS-TOTAL-VENTILE PIC 9(6) VALUE 0.
       77  WS-CAT-DATE-RETENUE PIC 9(8) VALUE 0.
       77  WS-CAT-PATH-RETENU PIC X(60) VALUE SPACES.
       77  WS-SEVERITE-ALERTE PIC X(9) VALUE SPACES.
       77  WS-MESSAGE-ALERTE PIC X(60) VALUE SPACES.
       77  WS-LECTURE-PATH PIC X(60) VALUE SPACES.
       77  WS-REGISTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\SnapshotsRegistre.txt".
       77  WS-SEGMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LogSegments.txt".
       77  WS-AUDIT-COURANT PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
       77  WS-AUDIT-PATH PIC X(60) VALUE SPACES.
       77  WS-FUSIONS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsFusions.txt".
       77  WS-CERTIFICAT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CertificatsEffacement.txt".
       77  WS-REATTRIB-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsReattributions.txt".
       77  WS-CLI-FIC-PATH PIC X(60) VALUE SPACES.
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMouvements.txt".
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(36)
              VALUE "MOUVEMENTS DE LA BASE CLIENTS - MOIS".
           05 FILLER PIC X VALUE SPACE.
           05 LT-PERIODE PIC 9(6).
           05 FILLER PIC X(11) VALUE " - edite le".
           05 FILLER PIC X VALUE SPACE.
           05 LT-DATE PIC 9(8).
       01  LIGNE-INSTANTANE.
           05 LI-LIBELLE PIC X(10).
           05 LI-PERIODE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 LI-CONTROLE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 LI-PATH PIC X(50).
       01  LIGNE-MOUVEMENT.
           05 LM-SIGNE PIC XX.
           05 LM-LIBELLE PIC X(38).
           05 LM-CPT PIC ------9.
       01  LIGNE-DETAIL.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LD-LIBELLE PIC X(20).
           05 LD-IDCLI PIC 9(5).
           05 FILLER PIC X(9) VALUE "  statut ".
           05 LD-STATUT PIC X.
       01  LIGNE-STATUT.
           05 FILLER PIC X(9) VALUE "  STATUT ".
           05 LS-CODE PIC X.
           05 FILLER PIC X(10) VALUE SPACES.
           05 LS-OUVERTURE PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LS-CLOTURE PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LS-VARIATION PIC -----9.
       01  LIGNE-AGENCE.
           05 FILLER PIC X(9) VALUE "  AGENCE ".
           05 LA-CODE PIC XX.
           05 FILLER PIC X(18) VALUE SPACES.
           05 LA-CLOTURE PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables par les memes noms que les programmes
      * proprietaires : SNAPSHOTS_PATH, LOG_SEGMENTS_PATH,
      * CLI_AUDIT_PATH, CLI_FUSIONS_PATH, CERTIFICAT_PATH,
      * REATTRIB_PATH, CLI_PLAT_PATH ; l'etat par
      * MOUVEMENTS_RAPPORT_PATH. Le mois vient de MOUVEMENTS_PERIODE
      * (AAAAMM, defaut : mois du jour, l'etat se tirant apres la
      * cloture du mois par EXO-CLI-CLOTURE).
       INIT.
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT "SNAPSHOTS_PATH"
           IF WS-REGISTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\SnapshotsRegistre.txt"
                   TO WS-REGISTRE-PATH
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
           ACCEPT WS-FUSIONS-PATH FROM ENVIRONMENT "CLI_FUSIONS_PATH"
           IF WS-FUSIONS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsFusions.txt"
                   TO WS-FUSIONS-PATH
           END-IF
           ACCEPT WS-CERTIFICAT-PATH FROM ENVIRONMENT
               "CERTIFICAT_PATH"
           IF WS-CERTIFICAT-PATH = SPACES
               MOVE "C:\Users\Cobol\CertificatsEffacement.txt"
                   TO WS-CERTIFICAT-PATH
           END-IF
           ACCEPT WS-REATTRIB-PATH FROM ENVIRONMENT "REATTRIB_PATH"
           IF WS-REATTRIB-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsReattributions.txt"
                   TO WS-REATTRIB-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "MOUVEMENTS_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMouvements.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE(1:6) TO WS-PERIODE
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT
               "MOUVEMENTS_PERIODE"
           IF WS-PERIODE-SAISIE IS NUMERIC
               THEN
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF
           COMPUTE WS-DEBUT-MOIS = WS-PERIODE * 100 + 1
           COMPUTE WS-FIN-MOIS = WS-PERIODE * 100 + 31
           MOVE WS-PERIODE TO WS-PERIODE-PREC
           IF WS-PREC-MOIS = 1
               THEN
               MOVE 12 TO WS-PREC-MOIS
               SUBTRACT 1 FROM WS-PREC-ANNEE
           ELSE
               SUBTRACT 1 FROM WS-PREC-MOIS
           END-IF
           PERFORM RESOLVE-CATALOGUE.

      * Le catalogue sert deux fois : la derniere generation
      * ClientsOUTV4-2 en statut G datee au plus tard en fin de mois,
      * et toutes les archives de purge ClientsArchive jusqu'a la fin
      * du mois.
       RESOLVE-CATALOGUE.
           MOVE 0 TO EOF-FIC
           MOVE 0 TO WS-CAT-DATE-RETENUE
           MOVE SPACES TO WS-CAT-PATH-RETENU
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               PERFORM RESOLVE-CATALOGUE-LECT UNTIL EOF-FIC = 1
               CLOSE CATALOGUE-FIC
           END-IF.
       RESOLVE-CATALOGUE-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CAT-DATE IS NUMERIC
               AND CAT-DATE <= WS-FIN-MOIS
               THEN
               IF CAT-BASE = "ClientsOUTV4-2"
                   AND CAT-STATUT = "G"
                   AND CAT-DATE >= WS-CAT-DATE-RETENUE
                   THEN
                   MOVE CAT-DATE TO WS-CAT-DATE-RETENUE
                   MOVE CAT-PATH TO WS-CAT-PATH-RETENU
               END-IF
               IF CAT-BASE = "ClientsArchive" AND NB-ARCHIVES < 200
                   THEN
                   ADD 1 TO NB-ARCHIVES
                   MOVE CAT-PATH TO TAB-ARC-PATH(NB-ARCHIVES)
                   MOVE CAT-DATE TO TAB-ARC-DATE(NB-ARCHIVES)
               END-IF
           END-IF.

       TRAIT.
           PERFORM CHARGE-INSTANTANES
           PERFORM CHARGE-AUDIT
           PERFORM CHARGE-FUSIONS
           PERFORM CHARGE-CERTIFICATS
           PERFORM CHARGE-REATTRIB
           PERFORM CHARGE-ARCHIVES
           PERFORM CHARGE-AGENCES
           PERFORM CLASSE-NUMEROS VARYING WS-IDCLI FROM 1 BY 1
               UNTIL WS-IDCLI > 99999.

      ******************************************************************
      * Instantanes d'ouverture (mois precedent) et de cloture (mois
      * demande) : chiffres du registre, puis recomptage du fichier
      * qui charge la presence et le statut de chaque numero.
      ******************************************************************
       CHARGE-INSTANTANES.
           MOVE WS-PERIODE-PREC TO WS-PERIODE-CHERCHEE
           PERFORM CHERCHE-REGISTRE
           IF WS-REGISTRE-TROUVE = 0
               THEN
               DISPLAY "ERREUR: pas d'instantane d'ouverture consigne "
                   "pour " WS-PERIODE-PREC "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CPT-REGISTRE TO WS-OUV-CPT
           MOVE WS-SOMME-REGISTRE TO WS-OUV-SOMME
           MOVE WS-PATH-REGISTRE TO WS-OUV-PATH
           MOVE WS-PERIODE TO WS-PERIODE-CHERCHEE
           PERFORM CHERCHE-REGISTRE
           IF WS-REGISTRE-TROUVE = 0
               THEN
               DISPLAY "ERREUR: pas d'instantane certifie pour "
                   WS-PERIODE " - lancer EXO-CLI-CLOTURE d'abord."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CPT-REGISTRE TO WS-CLO-CPT
           MOVE WS-SOMME-REGISTRE TO WS-CLO-SOMME
           MOVE WS-PATH-REGISTRE TO WS-CLO-PATH
           MOVE 1 TO WS-PASSE
           MOVE WS-OUV-PATH TO WS-LECTURE-PATH
           PERFORM LIT-INSTANTANE
           IF CPT-ENREG = WS-OUV-CPT AND WS-SOMME-CLES = WS-OUV-SOMME
               THEN
               MOVE 1 TO WS-OUV-CONFORME
           ELSE
               MOVE 1 TO WS-ANOMALIE
           END-IF
           MOVE 2 TO WS-PASSE
           MOVE WS-CLO-PATH TO WS-LECTURE-PATH
           PERFORM LIT-INSTANTANE
           IF CPT-ENREG = WS-CLO-CPT AND WS-SOMME-CLES = WS-CLO-SOMME
               THEN
               MOVE 1 TO WS-CLO-CONFORME
           ELSE
               MOVE 1 TO WS-ANOMALIE
           END-IF.

      * La derniere entree de la periode l'emporte, comme dans
      * EXO-CLI-CLOTURE.
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
               MOVE SNP-SOMME TO WS-SOMME-REGISTRE
               MOVE SNP-PATH TO WS-PATH-REGISTRE
           END-IF.

       LIT-INSTANTANE.
           MOVE 0 TO CPT-ENREG
           MOVE 0 TO WS-SOMME-CLES
           MOVE 0 TO EOF-FIC
           OPEN INPUT SNAP-FIC
           IF SNAP-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: instantane inaccessible ("
                   SNAP-STATUT ") : " WS-LECTURE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LIT-INSTANTANE-LECT UNTIL EOF-FIC = 1
           CLOSE SNAP-FIC.
       LIT-INSTANTANE-LECT.
           READ SNAP-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-ENREG
               ADD IDCLI-SNAP TO WS-SOMME-CLES
               IF IDCLI-SNAP IS NUMERIC AND IDCLI-SNAP > 0
                   THEN
                   MOVE STATUT-SNAP TO WS-STATUT-CHERCHE
                   PERFORM CHERCHE-STATUT
                   IF WS-PASSE = 1
                       THEN
                       MOVE 1 TO MVT-OUVERTURE(IDCLI-SNAP)
                       MOVE STATUT-SNAP TO MVT-STATUT-OUV(IDCLI-SNAP)
                       ADD 1 TO STA-OUVERTURE(IDX-STATUT)
                   ELSE
                       MOVE 1 TO MVT-CLOTURE(IDCLI-SNAP)
                       MOVE STATUT-SNAP TO MVT-STATUT-CLO(IDCLI-SNAP)
                       ADD 1 TO STA-CLOTURE(IDX-STATUT)
                   END-IF
               END-IF
           END-IF.

       CHERCHE-STATUT.
           MOVE 1 TO IDX-STATUT
           PERFORM CHERCHE-STATUT-SUIVANT
               UNTIL IDX-STATUT > 5
               OR CODE-STATUT(IDX-STATUT) = WS-STATUT-CHERCHE.
       CHERCHE-STATUT-SUIVANT.
           ADD 1 TO IDX-STATUT.

      ******************************************************************
      * Traces du mois.
      ******************************************************************
      * Creations et suppressions appliquees par EXO-CLI-MAINT, dans
      * les segments bascules du journal d'audit puis le fichier
      * courant ; seules les lignes datees du mois comptent.
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
           PERFORM LIT-AUDIT.
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
               AND LOG-STATUT = "APPLIQUE"
               AND LOG-IDCLI IS NUMERIC AND LOG-IDCLI > 0
               THEN
               IF LOG-TRANS-CODE = "A"
                   THEN
                   MOVE 1 TO MVT-CREATION(LOG-IDCLI)
               END-IF
               IF LOG-TRANS-CODE = "D"
                   THEN
                   MOVE 1 TO MVT-SUPPRESSION(LOG-IDCLI)
               END-IF
           END-IF.

      * Une fusion enregistree jusqu'a la fin du mois explique la
      * sortie du numero absorbe (sa suppression a pu partir plus tard
      * que l'enregistrement de la fusion).
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
           IF EOF-FIC = 0 AND FUS-ABSORBE IS NUMERIC
               AND FUS-ABSORBE > 0 AND FUS-DATE IS NUMERIC
               AND FUS-DATE <= WS-FIN-MOIS
               THEN
               MOVE 1 TO MVT-FUSION(FUS-ABSORBE)
           END-IF.

       CHARGE-CERTIFICATS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CERTIFICAT-FIC
           IF CERTIFICAT-STATUT = "00"
               THEN
               PERFORM CHARGE-CERTIFICATS-LECT UNTIL EOF-FIC = 1
               CLOSE CERTIFICAT-FIC
           END-IF.
       CHARGE-CERTIFICATS-LECT.
           READ CERTIFICAT-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               AND CRT-LIBELLE = "EFFACEMENT DE L'IDCLI "
               AND CRT-IDCLI IS NUMERIC AND CRT-IDCLI > 0
               AND CRT-DATE IS NUMERIC
               AND CRT-DATE >= WS-DEBUT-MOIS
               AND CRT-DATE <= WS-FIN-MOIS
               THEN
               MOVE 1 TO MVT-EFFACEMENT(CRT-IDCLI)
           END-IF.

       CHARGE-REATTRIB.
           MOVE 0 TO EOF-FIC
           OPEN INPUT REATTRIB-FIC
           IF REATTRIB-STATUT = "00"
               THEN
               PERFORM CHARGE-REATTRIB-LECT UNTIL EOF-FIC = 1
               CLOSE REATTRIB-FIC
           END-IF.
       CHARGE-REATTRIB-LECT.
           READ REATTRIB-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND REA-NOUVEAU IS NUMERIC
               AND REA-NOUVEAU > 0 AND REA-DATE IS NUMERIC
               AND REA-DATE >= WS-DEBUT-MOIS
               AND REA-DATE <= WS-FIN-MOIS
               THEN
               MOVE 1 TO MVT-REATTRIB(REA-NOUVEAU)
           END-IF.

      * Archives de purge : une generation du mois marque ses numeros
      * purges du mois, une generation anterieure les marque archives
      * (une creation appliquee sur un tel numero est une
      * reintegration).
       CHARGE-ARCHIVES.
           MOVE 1 TO IDX-ARCHIVE
           PERFORM CHARGE-ARCHIVE UNTIL IDX-ARCHIVE > NB-ARCHIVES.
       CHARGE-ARCHIVE.
           IF TAB-ARC-DATE(IDX-ARCHIVE) >= WS-DEBUT-MOIS
               THEN
               MOVE 2 TO WS-NIVEAU-ARCHIVE
           ELSE
               MOVE 1 TO WS-NIVEAU-ARCHIVE
           END-IF
           MOVE TAB-ARC-PATH(IDX-ARCHIVE) TO WS-CLI-FIC-PATH
           MOVE 0 TO EOF-FIC
           OPEN INPUT CLI-FIC
           IF CLI-FIC-STATUT = "00"
               THEN
               PERFORM CHARGE-ARCHIVE-LECT UNTIL EOF-FIC = 1
               CLOSE CLI-FIC
           ELSE
               DISPLAY "ATTENTION: archive de purge indisponible ("
                   CLI-FIC-STATUT ") : " WS-CLI-FIC-PATH
           END-IF
           ADD 1 TO IDX-ARCHIVE.
       CHARGE-ARCHIVE-LECT.
           READ CLI-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND IDCLI IS NUMERIC AND IDCLI > 0
               AND MVT-ARCHIVE(IDCLI) < WS-NIVEAU-ARCHIVE
               THEN
               MOVE WS-NIVEAU-ARCHIVE TO MVT-ARCHIVE(IDCLI)
           END-IF.

      * Agence de chaque numero dans la generation de fin de mois ;
      * un code a blanc vaut "01" comme dans EXO-VI-C-RAPPORT. La
      * generation est celle du catalogue, sauf chemin impose par
      * CLI_PLAT_PATH.
       CHARGE-AGENCES.
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
       CHARGE-AGENCES-LECT.
           READ CLI-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND IDCLI IS NUMERIC AND IDCLI > 0
               THEN
               IF AGENCE = SPACES
                   THEN
                   MOVE "01" TO MVT-AGENCE(IDCLI)
               ELSE
                   MOVE AGENCE TO MVT-AGENCE(IDCLI)
               END-IF
           END-IF.

      ******************************************************************
      * Classement numero par numero. Sortie : effacement, puis
      * fusion, puis purge du mois, puis suppression appliquee.
      * Entree : reintegration (numero neuf de reattribution, ou
      * creation d'un numero deja archive), puis creation. Les traces
      * qui ne changent pas la presence d'un numero (creation puis
      * suppression dans le mois...) sont comptees sans effet.
      ******************************************************************
       CLASSE-NUMEROS.
           IF MVT-OUVERTURE(WS-IDCLI) = 1 AND MVT-CLOTURE(WS-IDCLI) = 0
               THEN
               PERFORM CLASSE-SORTIE
           END-IF
           IF MVT-OUVERTURE(WS-IDCLI) = 0 AND MVT-CLOTURE(WS-IDCLI) = 1
               THEN
               PERFORM CLASSE-ENTREE
           END-IF
           IF MVT-OUVERTURE(WS-IDCLI) = MVT-CLOTURE(WS-IDCLI)
               AND (MVT-CREATION(WS-IDCLI) = 1
                   OR MVT-SUPPRESSION(WS-IDCLI) = 1)
               THEN
               ADD 1 TO CPT-SANS-EFFET
           END-IF
           IF MVT-CLOTURE(WS-IDCLI) = 1
               THEN
               PERFORM VENTILE-AGENCE
           END-IF.

       CLASSE-SORTIE.
           EVALUATE TRUE
               WHEN MVT-EFFACEMENT(WS-IDCLI) = 1
                   ADD 1 TO CPT-EFFACEMENTS
               WHEN MVT-FUSION(WS-IDCLI) = 1
                   ADD 1 TO CPT-FUSIONS
               WHEN MVT-ARCHIVE(WS-IDCLI) = 2
                   ADD 1 TO CPT-PURGES
               WHEN MVT-SUPPRESSION(WS-IDCLI) = 1
                   ADD 1 TO CPT-SUPPRESSIONS
               WHEN OTHER
                   ADD 1 TO CPT-SORTIES-INEXPL
           END-EVALUATE.

       CLASSE-ENTREE.
           EVALUATE TRUE
               WHEN MVT-REATTRIB(WS-IDCLI) = 1
                   ADD 1 TO CPT-REINTEGRATIONS
               WHEN MVT-CREATION(WS-IDCLI) = 1
                   AND MVT-ARCHIVE(WS-IDCLI) > 0
                   ADD 1 TO CPT-REINTEGRATIONS
               WHEN MVT-CREATION(WS-IDCLI) = 1
                   ADD 1 TO CPT-CREATIONS
               WHEN OTHER
                   ADD 1 TO CPT-ENTREES-INEXPL
           END-EVALUATE.

       VENTILE-AGENCE.
           MOVE MVT-AGENCE(WS-IDCLI) TO WS-AGENCE-ALPHA
           IF WS-AGENCE-ALPHA IS NUMERIC
               THEN
               COMPUTE IDX-AGENCE = WS-AGENCE-NUM + 1
               ADD 1 TO AGC-CLOTURE(IDX-AGENCE)
           ELSE
               ADD 1 TO CPT-SANS-AGENCE
           END-IF.

      ******************************************************************
      * Etat : instantanes, deroulement du mois, numeros inexpliques,
      * ventilations de la cloture ; alerte si le mois ne retombe pas.
      ******************************************************************
       FIN.
           COMPUTE WS-CLOTURE-CALCULEE = WS-OUV-CPT + CPT-CREATIONS
               - CPT-SUPPRESSIONS - CPT-PURGES - CPT-FUSIONS
               - CPT-EFFACEMENTS + CPT-REINTEGRATIONS
           COMPUTE WS-ECART = WS-CLO-CPT - WS-CLOTURE-CALCULEE
           IF WS-ECART NOT = 0 OR CPT-ENTREES-INEXPL > 0
               OR CPT-SORTIES-INEXPL > 0
               THEN
               MOVE 1 TO WS-ANOMALIE
           END-IF
           OPEN OUTPUT RAPPORT-FIC
           IF RAPPORT-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: etat impossible a creer ("
                   RAPPORT-STATUT ") : " WS-RAPPORT-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODE TO LT-PERIODE
           MOVE WS-DATE TO LT-DATE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "OUVERTURE " TO LI-LIBELLE
           MOVE WS-PERIODE-PREC TO LI-PERIODE
           MOVE WS-OUV-PATH TO LI-PATH
           IF WS-OUV-CONFORME = 1
               THEN
               MOVE "conforme" TO LI-CONTROLE
           ELSE
               MOVE "EN ECART" TO LI-CONTROLE
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-INSTANTANE
           END-WRITE
           MOVE "CLOTURE   " TO LI-LIBELLE
           MOVE WS-PERIODE TO LI-PERIODE
           MOVE WS-CLO-PATH TO LI-PATH
           IF WS-CLO-CONFORME = 1
               THEN
               MOVE "conforme" TO LI-CONTROLE
           ELSE
               MOVE "EN ECART" TO LI-CONTROLE
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-INSTANTANE
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "  " TO LM-SIGNE
           MOVE "OUVERTURE (instantane certifie)" TO LM-LIBELLE
           MOVE WS-OUV-CPT TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "+ " TO LM-SIGNE
           MOVE "CREATIONS" TO LM-LIBELLE
           MOVE CPT-CREATIONS TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "- " TO LM-SIGNE
           MOVE "SUPPRESSIONS" TO LM-LIBELLE
           MOVE CPT-SUPPRESSIONS TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "PURGES" TO LM-LIBELLE
           MOVE CPT-PURGES TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "FUSIONS" TO LM-LIBELLE
           MOVE CPT-FUSIONS TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "EFFACEMENTS" TO LM-LIBELLE
           MOVE CPT-EFFACEMENTS TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "+ " TO LM-SIGNE
           MOVE "REINTEGRATIONS" TO LM-LIBELLE
           MOVE CPT-REINTEGRATIONS TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "= " TO LM-SIGNE
           MOVE "CLOTURE CALCULEE" TO LM-LIBELLE
           MOVE WS-CLOTURE-CALCULEE TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "  " TO LM-SIGNE
           MOVE "CLOTURE CERTIFIEE (instantane)" TO LM-LIBELLE
           MOVE WS-CLO-CPT TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "ECART INEXPLIQUE" TO LM-LIBELLE
           MOVE WS-ECART TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "  dont entrees inexpliquees" TO LM-LIBELLE
           MOVE CPT-ENTREES-INEXPL TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "  dont sorties inexpliquees" TO LM-LIBELLE
           MOVE CPT-SORTIES-INEXPL TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           MOVE "  traces du mois sans effet" TO LM-LIBELLE
           MOVE CPT-SANS-EFFET TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           IF CPT-ENTREES-INEXPL > 0 OR CPT-SORTIES-INEXPL > 0
               THEN
               PERFORM EDITE-INEXPLIQUE VARYING WS-IDCLI FROM 1 BY 1
                   UNTIL WS-IDCLI > 99999
           END-IF
           PERFORM EDITE-STATUTS
           PERFORM EDITE-AGENCES
           CLOSE RAPPORT-FIC
           DISPLAY "Etat        : " WS-RAPPORT-PATH
           DISPLAY "Ouverture   : " WS-OUV-CPT
           DISPLAY "Cloture     : " WS-CLO-CPT
           DISPLAY "Calculee    : " WS-CLOTURE-CALCULEE
           IF WS-ANOMALIE = 1
               THEN
               DISPLAY "ERREUR: mouvements du mois " WS-PERIODE
                   " non rapproches - voir l'etat."
               MOVE "ERREUR" TO WS-SEVERITE-ALERTE
               MOVE SPACES TO WS-MESSAGE-ALERTE
               IF WS-OUV-CONFORME = 0 OR WS-CLO-CONFORME = 0
                   THEN
                   STRING "Mouvements " WS-PERIODE
                       " : instantane en ecart avec le registre"
                       DELIMITED BY SIZE INTO WS-MESSAGE-ALERTE
                   END-STRING
               ELSE
                   MOVE WS-ECART TO LM-CPT
                   STRING "Mouvements " WS-PERIODE
                       " : ecart inexplique " LM-CPT
                       DELIMITED BY SIZE INTO WS-MESSAGE-ALERTE
                   END-STRING
               END-IF
               PERFORM ECRIT-ALERTE
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Mois " WS-PERIODE " rapproche."
           END-IF.

       EDITE-INEXPLIQUE.
           IF MVT-OUVERTURE(WS-IDCLI) = 1 AND MVT-CLOTURE(WS-IDCLI) = 0
               AND MVT-EFFACEMENT(WS-IDCLI) = 0
               AND MVT-FUSION(WS-IDCLI) = 0
               AND MVT-ARCHIVE(WS-IDCLI) NOT = 2
               AND MVT-SUPPRESSION(WS-IDCLI) = 0
               THEN
               MOVE "SORTIE INEXPLIQUEE" TO LD-LIBELLE
               MOVE WS-IDCLI TO LD-IDCLI
               MOVE MVT-STATUT-OUV(WS-IDCLI) TO LD-STATUT
               WRITE ENREG-RAPPORT FROM LIGNE-DETAIL
               END-WRITE
           END-IF
           IF MVT-OUVERTURE(WS-IDCLI) = 0 AND MVT-CLOTURE(WS-IDCLI) = 1
               AND MVT-REATTRIB(WS-IDCLI) = 0
               AND MVT-CREATION(WS-IDCLI) = 0
               THEN
               MOVE "ENTREE INEXPLIQUEE" TO LD-LIBELLE
               MOVE WS-IDCLI TO LD-IDCLI
               MOVE MVT-STATUT-CLO(WS-IDCLI) TO LD-STATUT
               WRITE ENREG-RAPPORT FROM LIGNE-DETAIL
               END-WRITE
           END-IF.

       EDITE-STATUTS.
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "PAR STATUT          OUVERTURE   CLOTURE  VARIATION"
               TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE 0 TO WS-TOTAL-VENTILE
           PERFORM EDITE-STATUT VARYING IDX-STATUT FROM 1 BY 1
               UNTIL IDX-STATUT > 6
           MOVE "  TOTAL" TO LM-LIBELLE
           MOVE "  " TO LM-SIGNE
           MOVE WS-TOTAL-VENTILE TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE.
       EDITE-STATUT.
           IF IDX-STATUT > 5
               THEN
               MOVE "?" TO LS-CODE
           ELSE
               MOVE CODE-STATUT(IDX-STATUT) TO LS-CODE
           END-IF
           MOVE STA-OUVERTURE(IDX-STATUT) TO LS-OUVERTURE
           MOVE STA-CLOTURE(IDX-STATUT) TO LS-CLOTURE
           COMPUTE LS-VARIATION = STA-CLOTURE(IDX-STATUT)
               - STA-OUVERTURE(IDX-STATUT)
           ADD STA-CLOTURE(IDX-STATUT) TO WS-TOTAL-VENTILE
           WRITE ENREG-RAPPORT FROM LIGNE-STATUT
           END-WRITE.

       EDITE-AGENCES.
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "PAR AGENCE (CLOTURE)" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE 0 TO WS-TOTAL-VENTILE
           PERFORM EDITE-AGENCE VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > 100
           MOVE "  NON RATTACHES A LA CHAINE" TO LM-LIBELLE
           MOVE "  " TO LM-SIGNE
           MOVE CPT-SANS-AGENCE TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE
           ADD CPT-SANS-AGENCE TO WS-TOTAL-VENTILE
           MOVE "  TOTAL" TO LM-LIBELLE
           MOVE WS-TOTAL-VENTILE TO LM-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-MOUVEMENT
           END-WRITE.
       EDITE-AGENCE.
           IF AGC-CLOTURE(IDX-AGENCE) > 0
               THEN
               COMPUTE WS-AGENCE-NUM = IDX-AGENCE - 1
               MOVE WS-AGENCE-ALPHA TO LA-CODE
               MOVE AGC-CLOTURE(IDX-AGENCE) TO LA-CLOTURE
               ADD AGC-CLOTURE(IDX-AGENCE) TO WS-TOTAL-VENTILE
               WRITE ENREG-RAPPORT FROM LIGNE-AGENCE
               END-WRITE
           END-IF.

      * Depot d'une alerte datee dans le fichier central Alerts.txt
      * (voir ECRIT-ALERTE dans EXO-FICHIER-SORT).
       ECRIT-ALERTE.
           MOVE SPACES TO ENREG-ALERTE
           MOVE WS-DATE TO ALERTE-DATE
           MOVE WS-TIME TO ALERTE-TIME
           MOVE "EXO-CLI-MOUVEMEN" TO ALERTE-PROGRAMME
           MOVE WS-SEVERITE-ALERTE TO ALERTE-SEVERITE
           MOVE WS-MESSAGE-ALERTE TO ALERTE-MESSAGE
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT NOT = "00"
               THEN
               OPEN OUTPUT ALERTES-FIC
           END-IF
           WRITE ENREG-ALERTE
           END-WRITE
           CLOSE ALERTES-FIC.

       END PROGRAM EXO-CLI-MOUVEMENTS.
