      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : secteurs des agences et clients mal rattaches. Le
      * code AGENCE du fichier client est celui qu'a tape le guichet
      * de saisie : un client qui a demenage reste rattache a une
      * agence a 200 km. Une table de reference ClientsSecteurs.txt
      * associe des plages de codes postaux a une agence ; le CP de
      * chaque client est pris dans ClientsAdressesNorm.txt (produit
      * d'EXO-CLI-ADR-NORM) et confronte a l'AGENCE de la generation
      * courante du fichier client de la chaine (un code a blanc vaut
      * "01", comme dans EXO-VI-C-V4 et EXO-VI-C-RAPPORT). L'etat
      * liste les clients dont l'agence ne correspond pas a leur
      * secteur, avec les comptes par couple agence actuelle/agence
      * du secteur, les clients sans adresse normalisee et les CP
      * hors de toute plage.
      * En mode R (SECTEUR_MODE=R, droit CHANGE de la matrice et
      * verrou de la chaine), les clients mal rattaches sont
      * reaffectes par le meme chemin que les changements d'agence
      * d'EXO-CLI-MASSE : transaction C d'agence dans
      * ClientsAgencesTrans.txt, application au fichier client
      * (reecrit en .tmp puis recopie, original en .bak) et journal
      * avant/apres ClientsAgencesJournal.txt - les sous-totaux par
      * agence d'EXO-VI-C-RAPPORT suivent alors le lieu de residence.
      * Sans droit, repli en simulation trace NONAUTOR au journal
      * d'audit, comme EXO-MENAGE-GEN.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : fichier client
      * de 68 octets, noms entiers au rapport.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-SECTEUR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-FIC
               ASSIGN TO WS-CLI-FIC-PATH
               FILE STATUS IS CLI-FIC-STATUT.
           SELECT CLI-COR-FIC
               ASSIGN TO WS-CLI-COR-PATH.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
           SELECT SECTEURS-FIC
               ASSIGN TO WS-SECTEURS-PATH
               FILE STATUS IS SECTEURS-STATUT.
           SELECT ADR-NORM-FIC
               ASSIGN TO WS-ADR-NORM-PATH
               FILE STATUS IS ADR-NORM-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH
               FILE STATUS IS RAPPORT-STATUT.
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
      * Secteurs : plage de codes postaux (bornes comprises) et agence
      * qui la dessert. La premiere plage qui contient le CP l'emporte.
       FD  SECTEURS-FIC.
       01  ENREG-SECTEUR.
           05 SEC-CP-DE PIC X(5).
           05 FILLER PIC X.
           05 SEC-CP-A PIC X(5).
           05 FILLER PIC X.
           05 SEC-AGENCE PIC XX.
      *
      * Adresses normalisees keyees par IDCLI (voir ENREG-ADR-NORM
      * dans EXO-CLI-ADR-NORM).
       FD  ADR-NORM-FIC.
       01  ENREG-ADR-NORM.
           05 ADN-IDCLI PIC 9(5).
           05 ADN-NB PIC XXX.
           05 ADN-RUE PIC X(20).
           05 ADN-CP PIC X(5).
           05 ADN-VILLE PIC X(20).
           05 ADN-CMPL PIC X(20).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
      * Transaction C d'agence (voir EXO-CLI-MASSE).
       FD  AGC-TRANS-FIC.
       01  ENREG-AGC-TRANS.
           05 AGT-CODE PIC X.
           05 AGT-IDCLI PIC 9(5).
           05 AGT-AGENCE PIC XX.
      *
      * Journal avant/apres des agences (voir EXO-CLI-MASSE).
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
       77  CLI-FIC-STATUT PIC XX.
       77  CATALOGUE-STATUT PIC XX.
       77  SECTEURS-STATUT PIC XX.
       77  ADR-NORM-STATUT PIC XX.
       77  RAPPORT-STATUT PIC XX.
       77  AGC-TRANS-STATUT PIC XX.
       77  AGC-JOURNAL-STATUT PIC XX.
       77  DROITS-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  VERROU-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  EOF-CLI PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-MODE PIC X VALUE "S".
           88 MODE-SIMULATION VALUE "S".
           88 MODE-REEL VALUE "R".
      * Plages de CP chargees en table.
       01  TABLE-SECTEURS.
           05 SECTEUR-ENTREE OCCURS 500.
               10 TAB-SEC-CP-DE PIC X(5).
               10 TAB-SEC-CP-A PIC X(5).
               10 TAB-SEC-AGENCE PIC XX.
       77  NB-SECTEURS PIC 999 VALUE 0.
       77  IDX-SECTEUR PIC 999 VALUE 0.
       77  CPT-SECTEURS-INVALIDES PIC 999 VALUE 0.
      * CP normalise de chaque client, indexe par IDCLI.
       01  TABLE-CP.
           05 CP-CLIENT PIC X(5) OCCURS 99999 VALUE SPACES.
      * Comptes par couple agence actuelle / agence du secteur.
       01  TABLE-COUPLES.
           05 COUPLE-ENTREE OCCURS 200.
               10 TAB-CPL-ACTUELLE PIC XX.
               10 TAB-CPL-SECTEUR PIC XX.
               10 TAB-CPL-CPT PIC 9(5).
       77  NB-COUPLES PIC 999 VALUE 0.
       77  IDX-COUPLE PIC 999 VALUE 0.
       77  WS-COUPLE-TROUVE PIC 9 VALUE 0.
       77  WS-CP PIC X(5) VALUE SPACES.
       77  WS-AGENCE-ACTUELLE PIC XX VALUE SPACES.
       77  WS-AGENCE-SECTEUR PIC XX VALUE SPACES.
       77  WS-SECTEUR-TROUVE PIC 9 VALUE 0.
       77  CPT-LUS PIC 9(5) VALUE 0.
       77  CPT-BIEN-RATTACHES PIC 9(5) VALUE 0.
       77  CPT-MAL-RATTACHES PIC 9(5) VALUE 0.
       77  CPT-SANS-ADRESSE PIC 9(5) VALUE 0.
       77  CPT-HORS-SECTEUR PIC 9(5) VALUE 0.
       77  CPT-REAFFECTES PIC 9(5) VALUE 0.
       01  TABLE-DROITS.
           05 DROIT-ENTREE OCCURS 100.
               10 TAB-DRT-OPERATEUR PIC X(4).
               10 TAB-DRT-ACTION PIC X(8).
       77  NB-DROITS PIC 999 VALUE 0.
       77  IDX-DROIT PIC 999 VALUE 0.
       77  WS-DROITS-PRESENTS PIC 9 VALUE 0.
       77  WS-DROIT-ACCORDE PIC 9 VALUE 0.
      * Bloc d'appel de SPCHN01 : valeur de controle chainee du
      * journal d'audit (voir SPCHN01.cbl).
       01  PARAMETRES-CHAINE.
           05 CHN-FONCTION PIC X.
           05 CHN-CONTENU PIC X(59).
           05 CHN-CHECK PIC 9(8).
           05 CHN-CODERETOUR PIC 9.
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
       77  WS-CLI-FIC-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOUTV4-2.txt".
       77  WS-SECTEURS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsSecteurs.txt".
       77  WS-ADR-NORM-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAdressesNorm.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsSecteursRapport.txt".
       77  WS-AGC-TRANS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAgencesTrans.txt".
       77  WS-AGC-JOURNAL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAgencesJournal.txt".
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(32)
              VALUE "RATTACHEMENT DES CLIENTS A LEUR ".
           05 FILLER PIC X(14) VALUE "SECTEUR - AU ".
           05 LT-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE "  mode ".
           05 LT-MODE PIC X(13).
       01  LIGNE-SOURCE.
           05 FILLER PIC X(10) VALUE "FICHIER : ".
           05 LS-PATH PIC X(60).
       01  LIGNE-ENTETE.
           05 FILLER PIC X(27) VALUE "IDCLI NOM".
           05 FILLER PIC X(16) VALUE "PRENOM".
           05 FILLER PIC X(23) VALUE "CP    AGENCE  SECTEUR  ".
       01  LIGNE-DETAIL.
           05 LD-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LD-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LD-PNM PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 LD-CP PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LD-AGENCE PIC XX.
           05 FILLER PIC X(6) VALUE "  ->  ".
           05 LD-SECTEUR PIC XX.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LD-ACTION PIC X(12).
       01  LIGNE-COUPLE.
           05 FILLER PIC X(9) VALUE "  AGENCE ".
           05 LCP-ACTUELLE PIC XX.
           05 FILLER PIC X(19) VALUE " -> SECTEUR AGENCE ".
           05 LCP-SECTEUR PIC XX.
           05 FILLER PIC X(8) VALUE SPACES.
           05 LCP-CPT PIC ZZZZ9.
       01  LIGNE-TOTAL.
           05 LTO-LIBELLE PIC X(40).
           05 LTO-CPT PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT UNTIL EOF-CLI = 1
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables : CLI_PLAT_PATH (generation courante du
      * catalogue a defaut), CLI_ADR_OUT_PATH (meme nom que
      * EXO-CLI-ADR-NORM), AGENCE_TRANS_PATH, AGENCE_JOURNAL_PATH
      * (memes noms qu'EXO-CLI-MASSE), CLI_DROITS_PATH,
      * CLI_AUDIT_PATH ; la table par SECTEURS_PATH et l'etat par
      * SECTEUR_RAPPORT_PATH.
       INIT.
           ACCEPT WS-CLI-FIC-PATH FROM ENVIRONMENT "CLI_PLAT_PATH"
           IF WS-CLI-FIC-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ClientsOUTV4-2.txt"
                   TO WS-CLI-FIC-PATH
               PERFORM RESOLVE-CATALOGUE-PLAT
           END-IF
           ACCEPT WS-SECTEURS-PATH FROM ENVIRONMENT "SECTEURS_PATH"
           IF WS-SECTEURS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsSecteurs.txt"
                   TO WS-SECTEURS-PATH
           END-IF
           ACCEPT WS-ADR-NORM-PATH FROM ENVIRONMENT "CLI_ADR_OUT_PATH"
           IF WS-ADR-NORM-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAdressesNorm.txt"
                   TO WS-ADR-NORM-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "SECTEUR_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsSecteursRapport.txt"
                   TO WS-RAPPORT-PATH
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
           ACCEPT WS-MODE FROM ENVIRONMENT "SECTEUR_MODE"
           IF NOT MODE-REEL
               THEN
               MOVE "S" TO WS-MODE
           END-IF
           IF MODE-REEL
               THEN
               PERFORM IDENTIFIE-OPERATEUR
               PERFORM CONTROLE-DROIT-CHANGE
               IF WS-DROIT-ACCORDE = 0
                   THEN
                   DISPLAY "REFUS: operateur " WS-OPERATEUR " sans "
                       "droit CHANGE - repli en simulation."
                   PERFORM ECRIT-AUDIT-NONAUTOR
                   MOVE "S" TO WS-MODE
               END-IF
           END-IF
           PERFORM CHARGE-SECTEURS
           PERFORM CHARGE-ADR-NORM
           OPEN INPUT CLI-FIC
           IF CLI-FIC-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier client introuvable ("
                   CLI-FIC-STATUT ") : " WS-CLI-FIC-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RAPPORT-FIC
           IF RAPPORT-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: etat impossible a creer ("
                   RAPPORT-STATUT ") : " WS-RAPPORT-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE TO LT-DATE
           IF MODE-REEL
               THEN
               MOVE "REAFFECTATION" TO LT-MODE
           ELSE
               MOVE "SIMULATION" TO LT-MODE
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           MOVE WS-CLI-FIC-PATH TO LS-PATH
           WRITE ENREG-RAPPORT FROM LIGNE-SOURCE
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE
           END-WRITE
      * Le verrou se prend en dernier, une fois tous les refus
      * possibles passes (voir EXO-CLI-OUBLI).
           IF MODE-REEL
               THEN
               PERFORM PREND-VERROU
               PERFORM PREPARE-CHEMIN-COR
               PERFORM SAUVEGARDE-CLI-FIC
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
           END-IF
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
           END-IF
           PERFORM CHARGE-DROITS.

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

      * Table des secteurs : sans elle il n'y a rien a confronter, on
      * refuse et on le dit. Une plage mal formee (bornes non
      * numeriques ou inversees, agence non numerique) est ecartee et
      * comptee.
       CHARGE-SECTEURS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT SECTEURS-FIC
           IF SECTEURS-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: table des secteurs introuvable ("
                   SECTEURS-STATUT ") : " WS-SECTEURS-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-SECTEURS-LECT UNTIL EOF-FIC = 1
           CLOSE SECTEURS-FIC
           IF NB-SECTEURS = 0
               THEN
               DISPLAY "ERREUR: table des secteurs vide."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHARGE-SECTEURS-LECT.
           READ SECTEURS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               IF SEC-CP-DE IS NUMERIC AND SEC-CP-A IS NUMERIC
                   AND SEC-CP-DE <= SEC-CP-A
                   AND SEC-AGENCE IS NUMERIC
                   AND NB-SECTEURS < 500
                   THEN
                   ADD 1 TO NB-SECTEURS
                   MOVE SEC-CP-DE TO TAB-SEC-CP-DE(NB-SECTEURS)
                   MOVE SEC-CP-A TO TAB-SEC-CP-A(NB-SECTEURS)
                   MOVE SEC-AGENCE TO TAB-SEC-AGENCE(NB-SECTEURS)
               ELSE
                   ADD 1 TO CPT-SECTEURS-INVALIDES
               END-IF
           END-IF.

       CHARGE-ADR-NORM.
           MOVE 0 TO EOF-FIC
           OPEN INPUT ADR-NORM-FIC
           IF ADR-NORM-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: adresses normalisees introuvables ("
                   ADR-NORM-STATUT ") : " WS-ADR-NORM-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-ADR-NORM-LECT UNTIL EOF-FIC = 1
           CLOSE ADR-NORM-FIC.
       CHARGE-ADR-NORM-LECT.
           READ ADR-NORM-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ADN-IDCLI IS NUMERIC AND ADN-IDCLI > 0
               THEN
               MOVE ADN-CP TO CP-CLIENT(ADN-IDCLI)
           END-IF.

      ******************************************************************
      * Confrontation client par client ; HD et TR traversent sans
      * controle (et inchanges en mode R).
      ******************************************************************
       TRAIT.
           IF IDCLI IS NUMERIC AND IDCLI > 0
               THEN
               ADD 1 TO CPT-LUS
               PERFORM CONTROLE-CLIENT
           END-IF
           IF MODE-REEL
               THEN
               WRITE ENREG-CLI-COR FROM ENREG-CLIENT
               END-WRITE
           END-IF
           READ CLI-FIC
               AT END MOVE 1 TO EOF-CLI
           END-READ.

       CONTROLE-CLIENT.
           MOVE AGENCE TO WS-AGENCE-ACTUELLE
           IF WS-AGENCE-ACTUELLE = SPACES
               THEN
               MOVE "01" TO WS-AGENCE-ACTUELLE
           END-IF
           MOVE CP-CLIENT(IDCLI) TO WS-CP
           IF WS-CP IS NOT NUMERIC
               THEN
               ADD 1 TO CPT-SANS-ADRESSE
           ELSE
               PERFORM CHERCHE-SECTEUR
               IF WS-SECTEUR-TROUVE = 0
                   THEN
                   ADD 1 TO CPT-HORS-SECTEUR
               ELSE
                   IF WS-AGENCE-SECTEUR = WS-AGENCE-ACTUELLE
                       THEN
                       ADD 1 TO CPT-BIEN-RATTACHES
                   ELSE
                       PERFORM MAL-RATTACHE
                   END-IF
               END-IF
           END-IF.

       CHERCHE-SECTEUR.
           MOVE 0 TO WS-SECTEUR-TROUVE
           MOVE 1 TO IDX-SECTEUR
           PERFORM CHERCHE-SECTEUR-ENTREE
               UNTIL IDX-SECTEUR > NB-SECTEURS
               OR WS-SECTEUR-TROUVE = 1.
       CHERCHE-SECTEUR-ENTREE.
           IF WS-CP >= TAB-SEC-CP-DE(IDX-SECTEUR)
               AND WS-CP <= TAB-SEC-CP-A(IDX-SECTEUR)
               THEN
               MOVE 1 TO WS-SECTEUR-TROUVE
               MOVE TAB-SEC-AGENCE(IDX-SECTEUR) TO WS-AGENCE-SECTEUR
           END-IF
           ADD 1 TO IDX-SECTEUR.

       MAL-RATTACHE.
           ADD 1 TO CPT-MAL-RATTACHES
           PERFORM CUMUL-COUPLE
           MOVE IDCLI TO LD-IDCLI
           MOVE NOMCLI TO LD-NOM
           MOVE PNMCLI TO LD-PNM
           MOVE WS-CP TO LD-CP
           MOVE WS-AGENCE-ACTUELLE TO LD-AGENCE
           MOVE WS-AGENCE-SECTEUR TO LD-SECTEUR
           IF MODE-REEL
               THEN
               PERFORM REAFFECTE
               MOVE "reaffecte" TO LD-ACTION
           ELSE
               MOVE SPACES TO LD-ACTION
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-DETAIL
           END-WRITE.

       CUMUL-COUPLE.
           MOVE 0 TO WS-COUPLE-TROUVE
           MOVE 1 TO IDX-COUPLE
           PERFORM CUMUL-COUPLE-CHERCHE
               UNTIL IDX-COUPLE > NB-COUPLES
               OR WS-COUPLE-TROUVE = 1
           IF WS-COUPLE-TROUVE = 0 AND NB-COUPLES < 200
               THEN
               ADD 1 TO NB-COUPLES
               MOVE WS-AGENCE-ACTUELLE TO TAB-CPL-ACTUELLE(NB-COUPLES)
               MOVE WS-AGENCE-SECTEUR TO TAB-CPL-SECTEUR(NB-COUPLES)
               MOVE 1 TO TAB-CPL-CPT(NB-COUPLES)
           END-IF.
       CUMUL-COUPLE-CHERCHE.
           IF TAB-CPL-ACTUELLE(IDX-COUPLE) = WS-AGENCE-ACTUELLE
               AND TAB-CPL-SECTEUR(IDX-COUPLE) = WS-AGENCE-SECTEUR
               THEN
               MOVE 1 TO WS-COUPLE-TROUVE
               ADD 1 TO TAB-CPL-CPT(IDX-COUPLE)
           END-IF
           ADD 1 TO IDX-COUPLE.

      * Reaffectation : transaction C d'agence, journal avant/apres,
      * et l'enregistrement part corrige dans la reecriture.
       REAFFECTE.
           MOVE "C" TO AGT-CODE
           MOVE IDCLI TO AGT-IDCLI
           MOVE WS-AGENCE-SECTEUR TO AGT-AGENCE
           WRITE ENREG-AGC-TRANS
           END-WRITE
           MOVE SPACES TO ENREG-AGC-JOURNAL
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO AGJ-DATE
           MOVE WS-TIME TO AGJ-TIME
           MOVE "C" TO AGJ-CODE
           MOVE IDCLI TO AGJ-IDCLI
           MOVE AGENCE TO AGJ-AVANT
           MOVE WS-AGENCE-SECTEUR TO AGJ-APRES
           WRITE ENREG-AGC-JOURNAL
           END-WRITE
           MOVE WS-AGENCE-SECTEUR TO AGENCE
           ADD 1 TO CPT-REAFFECTES.

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
           MOVE "EXO-CLI-SECTEU" TO AUD-PROGRAMME
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
               MOVE "EXO-CLI-SECTEUR" TO VER-PROGRAMME
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
           CLOSE CLI-FIC
           IF MODE-REEL
               THEN
               CLOSE CLI-COR-FIC AGC-TRANS-FIC AGC-JOURNAL-FIC
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
                   RETURNING WS-SAUVEGARDE-STATUT
               PERFORM LIBERE-VERROU
           END-IF
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "MAL RATTACHES PAR COUPLE D'AGENCES" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE 1 TO IDX-COUPLE
           PERFORM ECRIT-COUPLE UNTIL IDX-COUPLE > NB-COUPLES
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "CLIENTS CONTROLES" TO LTO-LIBELLE
           MOVE CPT-LUS TO LTO-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "BIEN RATTACHES" TO LTO-LIBELLE
           MOVE CPT-BIEN-RATTACHES TO LTO-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "MAL RATTACHES" TO LTO-LIBELLE
           MOVE CPT-MAL-RATTACHES TO LTO-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "SANS ADRESSE NORMALISEE" TO LTO-LIBELLE
           MOVE CPT-SANS-ADRESSE TO LTO-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "CP HORS DE TOUT SECTEUR" TO LTO-LIBELLE
           MOVE CPT-HORS-SECTEUR TO LTO-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "PLAGES DE SECTEUR ECARTEES" TO LTO-LIBELLE
           MOVE CPT-SECTEURS-INVALIDES TO LTO-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           IF MODE-REEL
               THEN
               MOVE "REAFFECTES CE PASSAGE" TO LTO-LIBELLE
               MOVE CPT-REAFFECTES TO LTO-CPT
               WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
               END-WRITE
           END-IF
           CLOSE RAPPORT-FIC
           DISPLAY "Etat              : " WS-RAPPORT-PATH
           DISPLAY "Clients controles : " CPT-LUS
           DISPLAY "Mal rattaches     : " CPT-MAL-RATTACHES
           DISPLAY "Sans adresse norm.: " CPT-SANS-ADRESSE
           DISPLAY "Hors secteur      : " CPT-HORS-SECTEUR
           DISPLAY "Reaffectes        : " CPT-REAFFECTES
           IF CPT-MAL-RATTACHES > 0 AND MODE-SIMULATION
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       ECRIT-COUPLE.
           MOVE TAB-CPL-ACTUELLE(IDX-COUPLE) TO LCP-ACTUELLE
           MOVE TAB-CPL-SECTEUR(IDX-COUPLE) TO LCP-SECTEUR
           MOVE TAB-CPL-CPT(IDX-COUPLE) TO LCP-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-COUPLE
           END-WRITE
           ADD 1 TO IDX-COUPLE.

       END PROGRAM EXO-CLI-SECTEUR.
