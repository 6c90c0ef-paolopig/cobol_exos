      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : generateur de modifications en masse. La fermeture
      * d'une agence ou le passage annuel en suspendu des clients sans
      * activite depuis N ans obligeaient a saisir a la main des
      * centaines de transactions C. Ici la selection se fait par
      * criteres, dans l'esprit d'EXO-CLI-EXTRACT (STATUT, AGENCE,
      * bornes IDCLI, nombre d'annees sans activite d'apres
      * ClientsDerniereActivite.txt, blanc = indifferent), sur la
      * generation courante du fichier client de la chaine, le statut
      * etant pris au maitre qui fait foi ; la cible (nouveau STATUT,
      * nouvelle AGENCE, date d'effet) est lue dans le meme fichier
      * de criteres.
      * Deux temps, pour que la liste soit visee avant de partir :
      *  - mode A (apercu, par defaut) : liste imprimable des clients
      *    retenus avec avant/apres, transitions que EXO-CLI-MAINT
      *    rejettera signalees, et fiche de controle (criteres,
      *    compte, somme des IDCLI) deposee pour l'emission ;
      *  - mode E (emission) : refuse si l'apercu du jour manque ou
      *    si la selection a bouge depuis (criteres, compte ou somme
      *    differents) ; sinon les changements de STATUT partent en
      *    transactions C numerotees ajoutees au lot ClientsTrans.txt
      *    avec trailer "TR" recalcule (voir EMET-TRANSACTION-D dans
      *    EXO-CLI-FUSION) - les transitions du cycle de vie restent
      *    controlees par EXO-CLI-MAINT a l'application - et les
      *    changements d'AGENCE, que ni le maitre ni le lot ne portent,
      *    suivent le chemin d'EXO-CLI-ADR-ECRIT : transaction C
      *    d'agence dans ClientsAgencesTrans.txt, application au
      *    fichier client (reecrit en .tmp puis recopie, original en
      *    .bak) et journal avant/apres ClientsAgencesJournal.txt.
      * L'emission demande le droit CHANGE de la matrice et pose le
      * verrou de la chaine ; la fiche de controle est consommee.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      * octets, fichier client de 68, lot de transactions de 55 ;
      * l'apercu porte les noms entiers.
      * Le trailer recalcule du lot reprend l'horodatage de derniere
      * saisie de l'ancien trailer, pour le controle d'heure limite
      * d'EXO-CLI-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-MASSE.
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
           SELECT ACTIVITE-FIC
               ASSIGN TO WS-ACTIVITE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDCLI-ACT
               FILE STATUS IS ACTIVITE-STATUT.
           SELECT CLI-FIC
               ASSIGN TO WS-CLI-FIC-PATH
               FILE STATUS IS CLI-FIC-STATUT.
           SELECT CLI-COR-FIC
               ASSIGN TO WS-CLI-COR-PATH.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
           SELECT CRITERES-FIC
               ASSIGN TO WS-CRITERES-PATH
               FILE STATUS IS CRITERES-STATUT.
           SELECT APERCU-FIC
               ASSIGN TO WS-APERCU-PATH
               FILE STATUS IS APERCU-STATUT.
           SELECT VISA-FIC
               ASSIGN TO WS-VISA-PATH
               FILE STATUS IS VISA-STATUT.
           SELECT TRANS-FIC
               ASSIGN TO WS-TRANS-PATH
               FILE STATUS IS TRANS-STATUT.
           SELECT AGC-TRANS-FIC
               ASSIGN TO WS-AGC-TRANS-PATH
               FILE STATUS IS AGC-TRANS-STATUT.
           SELECT AGC-JOURNAL-FIC
               ASSIGN TO WS-AGC-JOURNAL-PATH
               FILE STATUS IS AGC-JOURNAL-STATUT.
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
      * Date de derniere activite par client (voir EXO-CLI-MAINT).
       FD  ACTIVITE-FIC.
       01  ENREG-ACTIVITE.
           05 IDCLI-ACT PIC 9(5).
           05 DATE-ACT PIC 9(8).
      *
      * Fichier client de la chaine (voir EXO-CLI-ADR-ECRIT), HD et
      * TR compris.
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
       FD  CLI-COR-FIC.
       01  ENREG-CLI-COR PIC X(68).
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
      * Criteres de selection puis cible, un enregistrement unique :
      * un critere a blanc signifie "indifferent", une cible a blanc
      * "inchange" ; date d'effet a blanc = application immediate.
       FD  CRITERES-FIC.
       01  ENREG-CRITERES.
           05 CRIT-STATUT PIC X.
           05 FILLER PIC X.
           05 CRIT-AGENCE PIC XX.
           05 FILLER PIC X.
           05 CRIT-ID-DE PIC X(5).
           05 FILLER PIC X.
           05 CRIT-ID-A PIC X(5).
           05 FILLER PIC X.
           05 CRIT-INACTIF-ANS PIC XX.
           05 FILLER PIC X.
           05 CIB-STATUT PIC X.
           05 FILLER PIC X.
           05 CIB-AGENCE PIC XX.
           05 FILLER PIC X.
           05 CIB-DATE-EFFET PIC X(8).
      *
       FD  APERCU-FIC.
       01  ENREG-APERCU PIC X(80).
      *
      * Fiche de controle deposee par l'apercu et exigee par
      * l'emission : date, operateur, compte et somme des IDCLI
      * retenus, image des criteres.
       FD  VISA-FIC.
       01  ENREG-VISA.
           05 VIS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 VIS-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 VIS-CPT PIC 9(5).
           05 FILLER PIC X.
           05 VIS-SOMME PIC 9(8).
           05 FILLER PIC X.
           05 VIS-CRITERES PIC X(33).
      *
      * Meme format que ClientsTrans.txt (voir ENREG-TRANS dans
      * EXO-CLI-MAINT), trailer de lot compris.
       FD  TRANS-FIC.
       01  ENREG-TRANS.
           05 TRANS-CODE PIC X.
           05 TRANS-IDCLI PIC 9(5).
           05 TRANS-NOMCLI PIC X(20).
           05 TRANS-PNMCLI PIC X(15).
           05 TRANS-SEQ PIC 9(5).
           05 TRANS-DATE-EFFET PIC 9(8).
           05 TRANS-STATUT-CLI PIC X.
      *
      * Transaction C d'agence emise pour chaque client deplace :
      * code, IDCLI, nouvelle agence (voir ENREG-ADR-TRANS dans
      * EXO-CLI-ADR-ECRIT).
       FD  AGC-TRANS-FIC.
       01  ENREG-AGC-TRANS.
           05 AGT-CODE PIC X.
           05 AGT-IDCLI PIC 9(5).
           05 AGT-AGENCE PIC XX.
      *
      * Journal avant/apres des agences, au gabarit du journal des
      * adresses d'EXO-CLI-ADR-ECRIT.
       FD  AGC-JOURNAL-FIC.
       01  ENREG-AGC-JOURNAL.
           05 AGJ-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AGJ-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AGJ-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AGJ-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 AGJ-AVANT PIC XX.
           05 FILLER PIC X VALUE SPACE.
           05 AGJ-APRES PIC XX.
      *
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
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
           05 AUD-CHAINE PIC 9(8).
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
       77  MASTER-STATUT PIC XX.
       77  ACTIVITE-STATUT PIC XX.
       77  CLI-FIC-STATUT PIC XX.
       77  CATALOGUE-STATUT PIC XX.
       77  CRITERES-STATUT PIC XX.
       77  APERCU-STATUT PIC XX.
       77  VISA-STATUT PIC XX.
       77  TRANS-STATUT PIC XX.
       77  AGC-TRANS-STATUT PIC XX.
       77  AGC-JOURNAL-STATUT PIC XX.
       77  DROITS-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  VERROU-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  EOF-CLI PIC 9 VALUE 0.
       77  EOF-TRANS PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-MODE PIC X VALUE "A".
           88 MODE-APERCU VALUE "A".
           88 MODE-EMISSION VALUE "E".
      * Criteres et cible retenus.
       01  WS-CRITERES-IMAGE PIC X(33) VALUE SPACES.
       77  WS-STATUT-CRIT PIC X VALUE SPACE.
       77  WS-AGENCE-CRIT PIC XX VALUE SPACES.
       77  WS-ID-DE PIC 9(5) VALUE 0.
       77  WS-ID-A PIC 9(5) VALUE 99999.
       77  WS-INACTIF-ANS PIC 99 VALUE 0.
       77  WS-DATE-SEUIL PIC 9(8) VALUE 0.
       77  WS-STATUT-CIB PIC X VALUE SPACE.
           88 STATUT-CIB-VALIDE VALUE "P" "A" "S" "C".
       77  WS-AGENCE-CIB PIC XX VALUE SPACES.
       77  WS-DATE-EFFET PIC 9(8) VALUE 0.
       77  WS-RETENU PIC 9 VALUE 0.
       77  WS-ACTIVITE-OUVERT PIC 9 VALUE 0.
       77  WS-DATE-DERNIERE PIC 9(8) VALUE 0.
       77  WS-STATUT-COURANT PIC X VALUE SPACE.
       77  WS-TRANSITION-OK PIC 9 VALUE 0.
      * Clients retenus : image avant/apres de chacun, et indicateur
      * par numero des clients dont l'agence est a changer.
       01  TABLE-SELECTION.
           05 SEL-ENTREE OCCURS 5000.
               10 SEL-IDCLI PIC 9(5).
               10 SEL-NOM PIC X(20).
               10 SEL-PNM PIC X(15).
               10 SEL-STATUT-AV PIC X.
               10 SEL-STATUT-AP PIC X.
               10 SEL-AGENCE-AV PIC XX.
               10 SEL-AGENCE-AP PIC XX.
               10 SEL-DATE-ACT PIC 9(8).
               10 SEL-AVIS PIC X(8).
       77  NB-SEL PIC 9(4) VALUE 0.
       77  IDX-SEL PIC 9(4) VALUE 0.
       01  TABLE-AGENCES.
           05 AGENCE-A-CHANGER PIC 9 OCCURS 99999 VALUE 0.
       77  CPT-LUS PIC 9(5) VALUE 0.
       77  CPT-HORS-MAITRE PIC 9(5) VALUE 0.
       77  CPT-CONFORMES PIC 9(5) VALUE 0.
       77  CPT-CHG-STATUT PIC 9(5) VALUE 0.
       77  CPT-REJETS-PREVUS PIC 9(5) VALUE 0.
       77  CPT-CHG-AGENCE PIC 9(5) VALUE 0.
       77  CPT-AGENCES-APPLIQUEES PIC 9(5) VALUE 0.
       77  WS-SOMME-SEL PIC 9(8) VALUE 0.
      * Lot de transactions recharge pour la reecriture avec trailer,
      * comme CHARGE-LOT dans EXO-CLI-FUSION.
       01  TABLE-LOT.
           05 LOT-ENREG OCCURS 5000 PIC X(55).
       77  NB-LOT PIC 9(4) VALUE 0.
       77  IDX-LOT PIC 9(4) VALUE 0.
       77  WS-CPT-LOT PIC 9(5) VALUE 0.
       77  WS-SOMME-LOT PIC 9(8) VALUE 0.
       77  WS-SEQ-TRANS PIC 9(5) VALUE 0.
       77  WS-LOT-DEBORDE PIC 9 VALUE 0.
       01  ENREG-TRANS-TRAILER.
           05 TRL-MARQUE PIC X(2) VALUE "TR".
           05 TRL-CPT PIC 9(5).
           05 TRL-SOMME PIC 9(8).
           05 TRL-SAISIE-DATE PIC 9(8).
           05 TRL-SAISIE-HEURE PIC 9(4).
           05 FILLER PIC X(28) VALUE SPACES.
      * Horodatage de derniere saisie porte par l'ancien trailer (voir
      * EXO-CLI-SAISIE), reporte tel quel sur le trailer recalcule pour
      * que le controle d'heure limite d'EXO-CLI-MAINT le retrouve.
       01  WS-HORO-MAX.
           05 WS-HORO-MAX-DATE PIC 9(8) VALUE 0.
           05 WS-HORO-MAX-HHMM PIC 9(4) VALUE 0.
       01  TABLE-DROITS.
           05 DROIT-ENTREE OCCURS 100.
               10 TAB-DRT-OPERATEUR PIC X(4).
               10 TAB-DRT-ACTION PIC X(8).
       77  NB-DROITS PIC 999 VALUE 0.
       77  IDX-DROIT PIC 999 VALUE 0.
       77  WS-DROITS-PRESENTS PIC 9 VALUE 0.
       77  WS-DROIT-ACCORDE PIC 9 VALUE 0.
       77  WS-VERROU-BUFFER PIC X(36) VALUE SPACES.
       77  WS-VERROU-EXIST PIC 9(9) COMP-5 VALUE 0.
       77  WS-VERROU-FORCE PIC X VALUE SPACE.
           88 VERROU-FORCE-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-VERROU-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ChaineVerrou.txt".
       77  WS-CAT-DATE-RETENUE PIC 9(8) VALUE 0.
       77  WS-CAT-PATH-RETENU PIC X(60) VALUE SPACES.
       77  WS-CLI-COR-PATH PIC X(64) VALUE SPACES.
       77  WS-CLI-FIC-BAK-PATH PIC X(64) VALUE SPACES.
       77  WS-LONGUEUR-PATH PIC 99 VALUE 0.
       77  WS-SAUVEGARDE-BUFFER PIC X(36) VALUE SPACES.
       77  WS-SAUVEGARDE-STATUT PIC 9(9) COMP-5 VALUE 0.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-ACTIVITE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDerniereActivite.txt".
       77  WS-CLI-FIC-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOUTV4-2.txt".
       77  WS-CRITERES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMasseCriteres.txt".
       77  WS-APERCU-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMasseApercu.txt".
       77  WS-VISA-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMasseVisa.txt".
       77  WS-TRANS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTrans.txt".
       77  WS-AGC-TRANS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAgencesTrans.txt".
       77  WS-AGC-JOURNAL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAgencesJournal.txt".
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
      * Bloc d'appel de SPCHN01 : valeur de controle chainee du
      * journal d'audit (voir SPCHN01.cbl).
       01  PARAMETRES-CHAINE.
           05 CHN-FONCTION PIC X.
           05 CHN-CONTENU PIC X(59).
           05 CHN-CHECK PIC 9(8).
           05 CHN-CODERETOUR PIC 9.
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(34)
              VALUE "APERCU DE MODIFICATION EN MASSE - ".
           05 LT-DATE PIC 9(8).
           05 FILLER PIC X(12) VALUE "  operateur ".
           05 LT-OPERATEUR PIC X(4).
       01  LIGNE-SOURCE.
           05 FILLER PIC X(10) VALUE "FICHIER : ".
           05 LS-PATH PIC X(60).
       01  LIGNE-CRITERES.
           05 FILLER PIC X(18) VALUE "CRITERES : STATUT=".
           05 LC-STATUT PIC X.
           05 FILLER PIC X(8) VALUE " AGENCE=".
           05 LC-AGENCE PIC XX.
           05 FILLER PIC X(7) VALUE " IDCLI ".
           05 LC-ID-DE PIC 9(5).
           05 FILLER PIC X(3) VALUE " A ".
           05 LC-ID-A PIC 9(5).
           05 FILLER PIC X(18) VALUE " INACTIF (ANNEES) ".
           05 LC-INACTIF-ANS PIC Z9.
       01  LIGNE-CIBLE.
           05 FILLER PIC X(18) VALUE "CIBLE    : STATUT=".
           05 LC-CIB-STATUT PIC X.
           05 FILLER PIC X(8) VALUE " AGENCE=".
           05 LC-CIB-AGENCE PIC XX.
           05 FILLER PIC X(7) VALUE " EFFET ".
           05 LC-CIB-EFFET PIC 9(8).
       01  LIGNE-ENTETE.
           05 FILLER PIC X(27) VALUE "IDCLI NOM".
           05 FILLER PIC X(17) VALUE "PRENOM".
           05 FILLER PIC X(17) VALUE "STATUT  AGENCE".
           05 FILLER PIC X(13) VALUE "DERN.ACT AVIS".
       01  LIGNE-DETAIL.
           05 LD-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LD-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LD-PNM PIC X(15).
           05 FILLER PIC XX VALUE SPACES.
           05 LD-STATUT-AV PIC X.
           05 FILLER PIC XX VALUE "->".
           05 LD-STATUT-AP PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LD-AGENCE-AV PIC XX.
           05 FILLER PIC XX VALUE "->".
           05 LD-AGENCE-AP PIC XX.
           05 FILLER PIC XXX VALUE SPACES.
           05 LD-DATE-ACT PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LD-AVIS PIC X(8).
       01  LIGNE-TOTAL.
           05 LTO-LIBELLE PIC X(40).
           05 LTO-CPT PIC ZZZZ9.
       01  LIGNE-SOMME.
           05 FILLER PIC X(40) VALUE "SOMME DES IDCLI RETENUS".
           05 LSO-SOMME PIC Z(7)9.
       01  LIGNE-VISA.
           05 FILLER PIC X(40)
              VALUE "VISA POUR EMISSION : __________________ ".
           05 FILLER PIC X(18) VALUE " DATE : __/__/____".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM SELECTION UNTIL EOF-CLI = 1
           PERFORM FIN-SELECTION
           IF MODE-EMISSION
               THEN
               PERFORM EMISSION
           ELSE
               PERFORM APERCU
           END-IF
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables : CLI_MASTER_PATH, CLI_ACTIVITE_PATH,
      * CLI_PLAT_PATH (generation courante du catalogue a defaut),
      * CLI_TRANS_PATH et CLI_DROITS_PATH aux memes noms que les
      * programmes proprietaires ; MASSE_CRITERES_PATH,
      * MASSE_APERCU_PATH, MASSE_VISA_PATH, AGENCE_TRANS_PATH et
      * AGENCE_JOURNAL_PATH pour les fichiers propres. Le mode se
      * choisit par MASSE_MODE (A par defaut, E pour l'emission).
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-ACTIVITE-PATH FROM ENVIRONMENT
               "CLI_ACTIVITE_PATH"
           IF WS-ACTIVITE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsDerniereActivite.txt"
                   TO WS-ACTIVITE-PATH
           END-IF
           ACCEPT WS-CLI-FIC-PATH FROM ENVIRONMENT "CLI_PLAT_PATH"
           IF WS-CLI-FIC-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ClientsOUTV4-2.txt"
                   TO WS-CLI-FIC-PATH
               PERFORM RESOLVE-CATALOGUE-PLAT
           END-IF
           ACCEPT WS-CRITERES-PATH FROM ENVIRONMENT
               "MASSE_CRITERES_PATH"
           IF WS-CRITERES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMasseCriteres.txt"
                   TO WS-CRITERES-PATH
           END-IF
           ACCEPT WS-APERCU-PATH FROM ENVIRONMENT "MASSE_APERCU_PATH"
           IF WS-APERCU-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMasseApercu.txt"
                   TO WS-APERCU-PATH
           END-IF
           ACCEPT WS-VISA-PATH FROM ENVIRONMENT "MASSE_VISA_PATH"
           IF WS-VISA-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMasseVisa.txt"
                   TO WS-VISA-PATH
           END-IF
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "CLI_TRANS_PATH"
           IF WS-TRANS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsTrans.txt" TO WS-TRANS-PATH
           END-IF
           ACCEPT WS-AGC-TRANS-PATH FROM ENVIRONMENT
               "AGENCE_TRANS_PATH"
           IF WS-AGC-TRANS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAgencesTrans.txt"
                   TO WS-AGC-TRANS-PATH
           END-IF
           ACCEPT WS-AGC-JOURNAL-PATH FROM ENVIRONMENT
               "AGENCE_JOURNAL_PATH"
           IF WS-AGC-JOURNAL-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAgencesJournal.txt"
                   TO WS-AGC-JOURNAL-PATH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           ACCEPT WS-MODE FROM ENVIRONMENT "MASSE_MODE"
           IF NOT MODE-EMISSION
               THEN
               MOVE "A" TO WS-MODE
           END-IF
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM LIT-CRITERES
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier maitre inaccessible ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INACTIF-ANS > 0
               THEN
               OPEN INPUT ACTIVITE-FIC
               IF ACTIVITE-STATUT NOT = "00"
                   THEN
                   DISPLAY "ERREUR: dates d'activite inaccessibles ("
                       ACTIVITE-STATUT ") : " WS-ACTIVITE-PATH
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO WS-ACTIVITE-OUVERT
           END-IF
           OPEN INPUT CLI-FIC
           IF CLI-FIC-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier client introuvable ("
                   CLI-FIC-STATUT ") : " WS-CLI-FIC-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO EOF-CLI
           READ CLI-FIC
               AT END MOVE 1 TO EOF-CLI
           END-READ.

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
           END-IF.

      * Generation courante de ClientsOUTV4-2 : l'entree la plus
      * recente en statut G du catalogue (voir EXO-CLI-LOOKUP).
       RESOLVE-CATALOGUE-PLAT.
           MOVE 0 TO EOF-FIC
           MOVE 0 TO WS-CAT-DATE-RETENUE
           MOVE SPACES TO WS-CAT-PATH-RETENU
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               PERFORM RESOLVE-CATALOGUE-LECT UNTIL EOF-FIC = 1
               CLOSE CATALOGUE-FIC
           END-IF
           IF WS-CAT-PATH-RETENU NOT = SPACES
               THEN
               MOVE WS-CAT-PATH-RETENU TO WS-CLI-FIC-PATH
           END-IF.
       RESOLVE-CATALOGUE-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               AND CAT-BASE = "ClientsOUTV4-2"
               AND CAT-STATUT = "G"
               AND CAT-DATE IS NUMERIC
               AND CAT-DATE >= WS-CAT-DATE-RETENUE
               THEN
               MOVE CAT-DATE TO WS-CAT-DATE-RETENUE
               MOVE CAT-PATH TO WS-CAT-PATH-RETENU
           END-IF.

      * Lecture des criteres et de la cible. Sans aucun critere la
      * selection serait le fichier entier, sans cible il n'y a rien
      * a emettre : dans les deux cas on refuse et on le dit.
       LIT-CRITERES.
           OPEN INPUT CRITERES-FIC
           IF CRITERES-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier de criteres introuvable ("
                   CRITERES-STATUT ") : " WS-CRITERES-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CRITERES-FIC
               AT END
                   DISPLAY "ERREUR: fichier de criteres vide."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CRITERES-FIC
           MOVE ENREG-CRITERES TO WS-CRITERES-IMAGE
           MOVE CRIT-STATUT TO WS-STATUT-CRIT
           MOVE CRIT-AGENCE TO WS-AGENCE-CRIT
           IF CRIT-ID-DE IS NUMERIC
               THEN
               MOVE CRIT-ID-DE TO WS-ID-DE
           END-IF
           IF CRIT-ID-A IS NUMERIC
               THEN
               MOVE CRIT-ID-A TO WS-ID-A
           END-IF
           IF CRIT-INACTIF-ANS IS NUMERIC
               THEN
               MOVE CRIT-INACTIF-ANS TO WS-INACTIF-ANS
           END-IF
           MOVE CIB-STATUT TO WS-STATUT-CIB
           MOVE CIB-AGENCE TO WS-AGENCE-CIB
           IF CIB-DATE-EFFET IS NUMERIC
               THEN
               MOVE CIB-DATE-EFFET TO WS-DATE-EFFET
           END-IF
           IF WS-STATUT-CRIT = SPACE AND WS-AGENCE-CRIT = SPACES
               AND WS-ID-DE = 0 AND WS-ID-A = 99999
               AND WS-INACTIF-ANS = 0
               THEN
               DISPLAY "ERREUR: aucun critere de selection renseigne."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STATUT-CIB = SPACE AND WS-AGENCE-CIB = SPACES
               THEN
               DISPLAY "ERREUR: aucune cible (STATUT ou AGENCE) "
                   "renseignee."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STATUT-CIB NOT = SPACE AND NOT STATUT-CIB-VALIDE
               THEN
               DISPLAY "ERREUR: STATUT cible invalide : "
                   WS-STATUT-CIB
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AGENCE-CIB NOT = SPACES
               AND WS-AGENCE-CIB IS NOT NUMERIC
               THEN
               DISPLAY "ERREUR: AGENCE cible invalide : "
                   WS-AGENCE-CIB
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      * Seuil d'inactivite : meme jour, N annees plus tot.
           IF WS-INACTIF-ANS > 0
               THEN
               COMPUTE WS-DATE-SEUIL = WS-DATE - WS-INACTIF-ANS * 10000
           END-IF
           DISPLAY "Criteres : STATUT=" WS-STATUT-CRIT " AGENCE="
               WS-AGENCE-CRIT " IDCLI " WS-ID-DE " a " WS-ID-A
               " sans activite depuis " WS-INACTIF-ANS " an(s)"
           DISPLAY "Cible    : STATUT=" WS-STATUT-CIB " AGENCE="
               WS-AGENCE-CIB " effet " WS-DATE-EFFET.

      ******************************************************************
      * Selection sur le fichier client de la chaine : HD et TR sont
      * ignores, le statut est pris au maitre, un client absent du
      * maitre est ecarte (il ne peut recevoir de transaction C).
      ******************************************************************
       SELECTION.
           IF IDCLI IS NUMERIC
               THEN
               ADD 1 TO CPT-LUS
               PERFORM SELECTION-CLIENT
           END-IF
           READ CLI-FIC
               AT END MOVE 1 TO EOF-CLI
           END-READ.

       SELECTION-CLIENT.
           MOVE 1 TO WS-RETENU
           IF IDCLI < WS-ID-DE OR IDCLI > WS-ID-A
               THEN
               MOVE 0 TO WS-RETENU
           END-IF
           IF WS-AGENCE-CRIT NOT = SPACES
               AND AGENCE NOT = WS-AGENCE-CRIT
               THEN
               MOVE 0 TO WS-RETENU
           END-IF
           IF WS-RETENU = 1
               THEN
               MOVE IDCLI TO IDCLI-MASTER
               READ CLI-MASTER-FIC
                   INVALID KEY
                       MOVE 0 TO WS-RETENU
                       ADD 1 TO CPT-HORS-MAITRE
               END-READ
           END-IF
           IF WS-RETENU = 1 AND WS-STATUT-CRIT NOT = SPACE
               AND STATUT-MASTER NOT = WS-STATUT-CRIT
               THEN
               MOVE 0 TO WS-RETENU
           END-IF
           MOVE 0 TO WS-DATE-DERNIERE
           IF WS-RETENU = 1 AND WS-ACTIVITE-OUVERT = 1
               THEN
               MOVE IDCLI TO IDCLI-ACT
               READ ACTIVITE-FIC
                   INVALID KEY
                       MOVE 0 TO WS-DATE-DERNIERE
                   NOT INVALID KEY
                       MOVE DATE-ACT TO WS-DATE-DERNIERE
               END-READ
               IF WS-DATE-DERNIERE >= WS-DATE-SEUIL
                   THEN
                   MOVE 0 TO WS-RETENU
               END-IF
           END-IF
           IF WS-RETENU = 1
               THEN
               PERFORM RETIENT-CLIENT
           END-IF.

      * Un client retenu n'entre dans la liste que s'il change
      * effectivement ; sinon il est compte deja conforme.
       RETIENT-CLIENT.
           IF (WS-STATUT-CIB = SPACE OR WS-STATUT-CIB = STATUT-MASTER)
               AND (WS-AGENCE-CIB = SPACES OR WS-AGENCE-CIB = AGENCE)
               THEN
               ADD 1 TO CPT-CONFORMES
           ELSE
               IF NB-SEL >= 5000
                   THEN
                   DISPLAY "ERREUR: selection trop large (5000 "
                       "clients max) - affiner les criteres."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO NB-SEL
               MOVE IDCLI TO SEL-IDCLI(NB-SEL)
               MOVE NOMCLI-MASTER TO SEL-NOM(NB-SEL)
               MOVE PNMCLI-MASTER TO SEL-PNM(NB-SEL)
               MOVE STATUT-MASTER TO SEL-STATUT-AV(NB-SEL)
               MOVE STATUT-MASTER TO SEL-STATUT-AP(NB-SEL)
               MOVE AGENCE TO SEL-AGENCE-AV(NB-SEL)
               MOVE AGENCE TO SEL-AGENCE-AP(NB-SEL)
               MOVE WS-DATE-DERNIERE TO SEL-DATE-ACT(NB-SEL)
               MOVE SPACES TO SEL-AVIS(NB-SEL)
               ADD IDCLI TO WS-SOMME-SEL
               IF WS-STATUT-CIB NOT = SPACE
                   AND WS-STATUT-CIB NOT = STATUT-MASTER
                   THEN
                   MOVE WS-STATUT-CIB TO SEL-STATUT-AP(NB-SEL)
                   ADD 1 TO CPT-CHG-STATUT
                   PERFORM PREVOIT-TRANSITION
                   IF WS-TRANSITION-OK = 0
                       THEN
                       MOVE "TRANSINV" TO SEL-AVIS(NB-SEL)
                       ADD 1 TO CPT-REJETS-PREVUS
                   END-IF
               END-IF
               IF WS-AGENCE-CIB NOT = SPACES
                   AND WS-AGENCE-CIB NOT = AGENCE
                   THEN
                   MOVE WS-AGENCE-CIB TO SEL-AGENCE-AP(NB-SEL)
                   MOVE 1 TO AGENCE-A-CHANGER(IDCLI)
                   ADD 1 TO CPT-CHG-AGENCE
               END-IF
           END-IF.

      * Simple avis pour la liste : la regle est celle de
      * CONTROLE-TRANSITION-STATUT dans EXO-CLI-MAINT, qui reste seul
      * juge a l'application.
       PREVOIT-TRANSITION.
           MOVE STATUT-MASTER TO WS-STATUT-COURANT
           EVALUATE WS-STATUT-COURANT
               WHEN SPACE
                   MOVE "A" TO WS-STATUT-COURANT
               WHEN "I"
                   MOVE "S" TO WS-STATUT-COURANT
           END-EVALUATE
           MOVE 0 TO WS-TRANSITION-OK
           EVALUATE WS-STATUT-COURANT ALSO WS-STATUT-CIB
               WHEN "P" ALSO "A"
                   MOVE 1 TO WS-TRANSITION-OK
               WHEN "P" ALSO "C"
                   MOVE 1 TO WS-TRANSITION-OK
               WHEN "A" ALSO "S"
                   MOVE 1 TO WS-TRANSITION-OK
               WHEN "A" ALSO "C"
                   MOVE 1 TO WS-TRANSITION-OK
               WHEN "S" ALSO "A"
                   MOVE 1 TO WS-TRANSITION-OK
               WHEN "S" ALSO "C"
                   MOVE 1 TO WS-TRANSITION-OK
           END-EVALUATE
           IF WS-STATUT-COURANT = WS-STATUT-CIB
               THEN
               MOVE 1 TO WS-TRANSITION-OK
           END-IF.

       FIN-SELECTION.
           CLOSE CLI-FIC CLI-MASTER-FIC
           IF WS-ACTIVITE-OUVERT = 1
               THEN
               CLOSE ACTIVITE-FIC
           END-IF.

      ******************************************************************
      * Apercu : liste imprimable pour visa et fiche de controle que
      * l'emission confrontera a sa propre selection.
      ******************************************************************
       APERCU.
           OPEN OUTPUT APERCU-FIC
           IF APERCU-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: apercu impossible a creer ("
                   APERCU-STATUT ") : " WS-APERCU-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE TO LT-DATE
           MOVE WS-OPERATEUR TO LT-OPERATEUR
           WRITE ENREG-APERCU FROM LIGNE-TITRE
           END-WRITE
           MOVE WS-CLI-FIC-PATH TO LS-PATH
           WRITE ENREG-APERCU FROM LIGNE-SOURCE
           END-WRITE
           MOVE WS-STATUT-CRIT TO LC-STATUT
           MOVE WS-AGENCE-CRIT TO LC-AGENCE
           MOVE WS-ID-DE TO LC-ID-DE
           MOVE WS-ID-A TO LC-ID-A
           MOVE WS-INACTIF-ANS TO LC-INACTIF-ANS
           WRITE ENREG-APERCU FROM LIGNE-CRITERES
           END-WRITE
           MOVE WS-STATUT-CIB TO LC-CIB-STATUT
           MOVE WS-AGENCE-CIB TO LC-CIB-AGENCE
           MOVE WS-DATE-EFFET TO LC-CIB-EFFET
           WRITE ENREG-APERCU FROM LIGNE-CIBLE
           END-WRITE
           MOVE SPACES TO ENREG-APERCU
           WRITE ENREG-APERCU
           END-WRITE
           WRITE ENREG-APERCU FROM LIGNE-ENTETE
           END-WRITE
           MOVE 1 TO IDX-SEL
           PERFORM APERCU-DETAIL UNTIL IDX-SEL > NB-SEL
           MOVE SPACES TO ENREG-APERCU
           WRITE ENREG-APERCU
           END-WRITE
           MOVE "CLIENTS LUS" TO LTO-LIBELLE
           MOVE CPT-LUS TO LTO-CPT
           WRITE ENREG-APERCU FROM LIGNE-TOTAL
           END-WRITE
           MOVE "ECARTES, ABSENTS DU MAITRE" TO LTO-LIBELLE
           MOVE CPT-HORS-MAITRE TO LTO-CPT
           WRITE ENREG-APERCU FROM LIGNE-TOTAL
           END-WRITE
           MOVE "RETENUS DEJA CONFORMES A LA CIBLE" TO LTO-LIBELLE
           MOVE CPT-CONFORMES TO LTO-CPT
           WRITE ENREG-APERCU FROM LIGNE-TOTAL
           END-WRITE
           MOVE "CLIENTS A MODIFIER" TO LTO-LIBELLE
           MOVE NB-SEL TO LTO-CPT
           WRITE ENREG-APERCU FROM LIGNE-TOTAL
           END-WRITE
           MOVE WS-SOMME-SEL TO LSO-SOMME
           WRITE ENREG-APERCU FROM LIGNE-SOMME
           END-WRITE
           MOVE "  dont changements de STATUT" TO LTO-LIBELLE
           MOVE CPT-CHG-STATUT TO LTO-CPT
           WRITE ENREG-APERCU FROM LIGNE-TOTAL
           END-WRITE
           MOVE "    dont rejets TRANSINV prevus" TO LTO-LIBELLE
           MOVE CPT-REJETS-PREVUS TO LTO-CPT
           WRITE ENREG-APERCU FROM LIGNE-TOTAL
           END-WRITE
           MOVE "  dont changements d'AGENCE" TO LTO-LIBELLE
           MOVE CPT-CHG-AGENCE TO LTO-CPT
           WRITE ENREG-APERCU FROM LIGNE-TOTAL
           END-WRITE
           MOVE SPACES TO ENREG-APERCU
           WRITE ENREG-APERCU
           END-WRITE
           WRITE ENREG-APERCU FROM LIGNE-VISA
           END-WRITE
           CLOSE APERCU-FIC
           PERFORM ECRIT-VISA
           DISPLAY "Apercu   : " WS-APERCU-PATH
           DISPLAY "A modifier : " NB-SEL " (statut " CPT-CHG-STATUT
               ", agence " CPT-CHG-AGENCE ")"
           IF NB-SEL = 0
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       APERCU-DETAIL.
           MOVE SEL-IDCLI(IDX-SEL) TO LD-IDCLI
           MOVE SEL-NOM(IDX-SEL) TO LD-NOM
           MOVE SEL-PNM(IDX-SEL) TO LD-PNM
           MOVE SEL-STATUT-AV(IDX-SEL) TO LD-STATUT-AV
           MOVE SEL-STATUT-AP(IDX-SEL) TO LD-STATUT-AP
           MOVE SEL-AGENCE-AV(IDX-SEL) TO LD-AGENCE-AV
           MOVE SEL-AGENCE-AP(IDX-SEL) TO LD-AGENCE-AP
           MOVE SEL-DATE-ACT(IDX-SEL) TO LD-DATE-ACT
           MOVE SEL-AVIS(IDX-SEL) TO LD-AVIS
           WRITE ENREG-APERCU FROM LIGNE-DETAIL
           END-WRITE
           ADD 1 TO IDX-SEL.

       ECRIT-VISA.
           OPEN OUTPUT VISA-FIC
           IF VISA-STATUT = "00"
               THEN
               MOVE SPACES TO ENREG-VISA
               MOVE WS-DATE TO VIS-DATE
               MOVE WS-OPERATEUR TO VIS-OPERATEUR
               MOVE NB-SEL TO VIS-CPT
               MOVE WS-SOMME-SEL TO VIS-SOMME
               MOVE WS-CRITERES-IMAGE TO VIS-CRITERES
               WRITE ENREG-VISA
               END-WRITE
               CLOSE VISA-FIC
           ELSE
               DISPLAY "ATTENTION: fiche de controle impossible a "
                   "ecrire (" VISA-STATUT ") - l'emission sera "
                   "refusee."
           END-IF.

      ******************************************************************
      * Emission : apercu du jour exige et identique, droit CHANGE,
      * verrou de la chaine, puis lot de transactions et agences.
      ******************************************************************
       EMISSION.
           PERFORM CONTROLE-VISA
           PERFORM CHARGE-DROITS
           PERFORM CONTROLE-DROIT-CHANGE
           IF WS-DROIT-ACCORDE = 0
               THEN
               DISPLAY "REFUS: operateur " WS-OPERATEUR " sans "
                   "droit CHANGE - emission refusee."
               PERFORM ECRIT-AUDIT-NONAUTOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NB-SEL = 0
               THEN
               DISPLAY "Aucun client a modifier - rien a emettre."
               CALL "CBL_DELETE_FILE" USING WS-VISA-PATH
                   RETURNING WS-SAUVEGARDE-STATUT
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM PREND-VERROU
               IF CPT-CHG-STATUT > 0
                   THEN
                   PERFORM EMET-LOT-STATUT
               END-IF
               IF CPT-CHG-AGENCE > 0
                   THEN
                   PERFORM APPLIQUE-AGENCES
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-VISA-PATH
                   RETURNING WS-SAUVEGARDE-STATUT
               PERFORM LIBERE-VERROU
               DISPLAY "Transactions C de statut emises : "
                   CPT-CHG-STATUT
               DISPLAY "Agences modifiees               : "
                   CPT-AGENCES-APPLIQUEES
           END-IF.

      * La selection emise doit etre celle qui a ete visee : apercu du
      * jour, memes criteres, meme compte, meme somme des IDCLI.
       CONTROLE-VISA.
           OPEN INPUT VISA-FIC
           IF VISA-STATUT NOT = "00"
               THEN
               DISPLAY "REFUS: pas d'apercu vise - lancer d'abord "
                   "le mode A."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ VISA-FIC
               AT END
                   MOVE SPACES TO ENREG-VISA
           END-READ
           CLOSE VISA-FIC
           IF VIS-DATE NOT = WS-DATE
               OR VIS-CRITERES NOT = WS-CRITERES-IMAGE
               OR VIS-CPT NOT = NB-SEL
               OR VIS-SOMME NOT = WS-SOMME-SEL
               THEN
               DISPLAY "REFUS: la selection differe de l'apercu "
                   "du " VIS-DATE " (" VIS-CPT " clients) - "
                   "relancer l'apercu."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Apercu du " VIS-DATE " par " VIS-OPERATEUR
               " : " VIS-CPT " clients, selection identique.".

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

       CONTROLE-DROIT-CHANGE.
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
               AND TAB-DRT-ACTION(IDX-DROIT) = "CHANGE"
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
           MOVE "EXO-CLI-MASSE" TO AUD-PROGRAMME
           MOVE "C" TO AUD-TRANS-CODE
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
               MOVE "EXO-CLI-MASSE" TO VER-PROGRAMME
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

      * Changements de STATUT : rechargement du lot sans son trailer,
      * ajout des transactions C numerotees a la suite (nom et prenom
      * a blanc = inchanges), trailer recalcule. Le lot est verifie
      * assez grand avant toute ecriture.
       EMET-LOT-STATUT.
           PERFORM CHARGE-LOT
           IF WS-LOT-DEBORDE = 1
               OR NB-LOT + CPT-CHG-STATUT > 5000
               THEN
               DISPLAY "ERREUR: lot de transactions trop grand pour "
                   "la table (5000 max) - rien n'est emis."
               PERFORM LIBERE-VERROU
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANS-FIC
           IF TRANS-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: lot de transactions inaccessible ("
                   TRANS-STATUT ") : " WS-TRANS-PATH
               PERFORM LIBERE-VERROU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO IDX-LOT
           PERFORM REECRIT-LOT-ENREG UNTIL IDX-LOT > NB-LOT
           MOVE 1 TO IDX-SEL
           PERFORM EMET-TRANSACTION-C UNTIL IDX-SEL > NB-SEL
           MOVE WS-CPT-LOT TO TRL-CPT
           MOVE WS-SOMME-LOT TO TRL-SOMME
           MOVE WS-HORO-MAX-DATE TO TRL-SAISIE-DATE
           MOVE WS-HORO-MAX-HHMM TO TRL-SAISIE-HEURE
           WRITE ENREG-TRANS FROM ENREG-TRANS-TRAILER
           END-WRITE
           CLOSE TRANS-FIC.

       EMET-TRANSACTION-C.
           IF SEL-STATUT-AP(IDX-SEL) NOT = SEL-STATUT-AV(IDX-SEL)
               THEN
               ADD 1 TO WS-SEQ-TRANS
               MOVE SPACES TO ENREG-TRANS
               MOVE "C" TO TRANS-CODE
               MOVE SEL-IDCLI(IDX-SEL) TO TRANS-IDCLI
               MOVE SPACES TO TRANS-NOMCLI
               MOVE SPACES TO TRANS-PNMCLI
               MOVE WS-SEQ-TRANS TO TRANS-SEQ
               MOVE WS-DATE-EFFET TO TRANS-DATE-EFFET
               MOVE SEL-STATUT-AP(IDX-SEL) TO TRANS-STATUT-CLI
               WRITE ENREG-TRANS
               END-WRITE
               ADD 1 TO WS-CPT-LOT
               ADD SEL-IDCLI(IDX-SEL) TO WS-SOMME-LOT
           END-IF
           ADD 1 TO IDX-SEL.

       CHARGE-LOT.
           MOVE 0 TO EOF-TRANS
           OPEN INPUT TRANS-FIC
           IF TRANS-STATUT = "00"
               THEN
               PERFORM CHARGE-LOT-LECT UNTIL EOF-TRANS = 1
               CLOSE TRANS-FIC
           END-IF.
       CHARGE-LOT-LECT.
           READ TRANS-FIC
               AT END MOVE 1 TO EOF-TRANS
           END-READ
           IF EOF-TRANS = 0 AND ENREG-TRANS(1:2) = "TR"
               AND ENREG-TRANS(16:12) IS NUMERIC
               AND ENREG-TRANS(16:12) > WS-HORO-MAX
               THEN
               MOVE ENREG-TRANS(16:12) TO WS-HORO-MAX
           END-IF
           IF EOF-TRANS = 0 AND ENREG-TRANS(1:2) NOT = "TR"
               THEN
               IF NB-LOT < 5000
                   THEN
                   ADD 1 TO NB-LOT
                   MOVE ENREG-TRANS TO LOT-ENREG(NB-LOT)
                   ADD 1 TO WS-CPT-LOT
                   IF TRANS-IDCLI IS NUMERIC
                       THEN
                       ADD TRANS-IDCLI TO WS-SOMME-LOT
                   END-IF
                   IF TRANS-SEQ IS NUMERIC
                       AND TRANS-SEQ > WS-SEQ-TRANS
                       THEN
                       MOVE TRANS-SEQ TO WS-SEQ-TRANS
                   END-IF
               ELSE
                   MOVE 1 TO WS-LOT-DEBORDE
               END-IF
           END-IF.
       REECRIT-LOT-ENREG.
           MOVE LOT-ENREG(IDX-LOT) TO ENREG-TRANS
           WRITE ENREG-TRANS
           END-WRITE
           ADD 1 TO IDX-LOT.

      * Changements d'AGENCE : le fichier client est sauvegarde en
      * .bak puis reecrit en .tmp et recopie (voir EXO-CLI-ADR-ECRIT) ;
      * HD et TR traversent inchanges, compte et somme ne bougent pas.
       APPLIQUE-AGENCES.
           PERFORM PREPARE-CHEMIN-COR
           PERFORM SAUVEGARDE-CLI-FIC
           OPEN INPUT CLI-FIC
           IF CLI-FIC-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier client introuvable ("
                   CLI-FIC-STATUT ") : " WS-CLI-FIC-PATH
               PERFORM LIBERE-VERROU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CLI-COR-FIC
           OPEN EXTEND AGC-TRANS-FIC
           IF AGC-TRANS-STATUT NOT = "00"
               THEN
               OPEN OUTPUT AGC-TRANS-FIC
           END-IF
           OPEN EXTEND AGC-JOURNAL-FIC
           IF AGC-JOURNAL-STATUT NOT = "00"
               THEN
               OPEN OUTPUT AGC-JOURNAL-FIC
           END-IF
           MOVE 0 TO EOF-CLI
           READ CLI-FIC
               AT END MOVE 1 TO EOF-CLI
           END-READ
           PERFORM APPLIQUE-AGENCE-ENREG UNTIL EOF-CLI = 1
           CLOSE CLI-FIC CLI-COR-FIC AGC-TRANS-FIC AGC-JOURNAL-FIC
           CALL "CBL_COPY_FILE" USING WS-CLI-COR-PATH
               WS-CLI-FIC-PATH
               RETURNING WS-SAUVEGARDE-STATUT
           IF WS-SAUVEGARDE-STATUT NOT = 0
               THEN
               DISPLAY "ERREUR: echec de la recopie du fichier "
                   "corrige sur " WS-CLI-FIC-PATH
               MOVE 8 TO RETURN-CODE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-CLI-COR-PATH
               RETURNING WS-SAUVEGARDE-STATUT.

       APPLIQUE-AGENCE-ENREG.
           IF IDCLI IS NUMERIC AND IDCLI > 0
               THEN
               IF AGENCE-A-CHANGER(IDCLI) = 1
                   THEN
                   PERFORM EMET-AGENCE
               END-IF
           END-IF
           WRITE ENREG-CLI-COR FROM ENREG-CLIENT
           END-WRITE
           READ CLI-FIC
               AT END MOVE 1 TO EOF-CLI
           END-READ.

       EMET-AGENCE.
           MOVE "C" TO AGT-CODE
           MOVE IDCLI TO AGT-IDCLI
           MOVE WS-AGENCE-CIB TO AGT-AGENCE
           WRITE ENREG-AGC-TRANS
           END-WRITE
           MOVE SPACES TO ENREG-AGC-JOURNAL
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO AGJ-DATE
           MOVE WS-TIME TO AGJ-TIME
           MOVE "C" TO AGJ-CODE
           MOVE IDCLI TO AGJ-IDCLI
           MOVE AGENCE TO AGJ-AVANT
           MOVE WS-AGENCE-CIB TO AGJ-APRES
           WRITE ENREG-AGC-JOURNAL
           END-WRITE
           MOVE WS-AGENCE-CIB TO AGENCE
           MOVE 0 TO AGENCE-A-CHANGER(IDCLI)
           ADD 1 TO CPT-AGENCES-APPLIQUEES.

       PREPARE-CHEMIN-COR.
           MOVE 0 TO WS-LONGUEUR-PATH
           INSPECT WS-CLI-FIC-PATH TALLYING WS-LONGUEUR-PATH
               FOR CHARACTERS BEFORE INITIAL SPACE
           STRING WS-CLI-FIC-PATH(1:WS-LONGUEUR-PATH)
                   DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO WS-CLI-COR-PATH
           END-STRING.

       SAUVEGARDE-CLI-FIC.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CLI-FIC-PATH
               WS-SAUVEGARDE-BUFFER
               RETURNING WS-SAUVEGARDE-STATUT
           IF WS-SAUVEGARDE-STATUT = 0
               THEN
               STRING WS-CLI-FIC-PATH DELIMITED BY SPACE
                   ".bak" DELIMITED BY SIZE
                   INTO WS-CLI-FIC-BAK-PATH
               END-STRING
               CALL "CBL_COPY_FILE" USING WS-CLI-FIC-PATH
                   WS-CLI-FIC-BAK-PATH
                   RETURNING WS-SAUVEGARDE-STATUT
           END-IF.

       FIN.
           DISPLAY "Clients lus             : " CPT-LUS
           DISPLAY "Absents du maitre       : " CPT-HORS-MAITRE
           DISPLAY "Deja conformes          : " CPT-CONFORMES
           DISPLAY "A modifier              : " NB-SEL
           DISPLAY "Rejets TRANSINV prevus  : " CPT-REJETS-PREVUS.

       END PROGRAM EXO-CLI-MASSE.
