      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : suivi mensuel de la production des operateurs de
      * saisie, par code operateur puis cumule par service, pour
      * reperer qui doit etre reforme sur EXO-CLI-SAISIE - au lieu de
      * compter les lignes du journal d'audit a la main.
      * Sources, pour le mois PRODUCTIVITE_MOIS (AAAAMM, defaut le
      * mois courant) :
      *   - ClientsAuditLog.txt, lignes d'EXO-CLI-MAINT : une ligne
      *     REJETE est une saisie rejetee, une ligne APPLIQUE une
      *     saisie appliquee (ou, avec un second operateur, une
      *     suppression approuvee par ce second code pour le compte du
      *     premier), une ligne ATTAPPRO une suppression saisie en
      *     attente d'approbation. Les lignes ATTENTE (transaction
      *     datee du futur) ne sont pas comptees : la transaction le
      *     sera a son application.
      *   - ClientsRejetsHisto.txt (alimente par EXO-CLI-MAINT) pour
      *     les motifs de rejet, le fichier de recyclage etant recree
      *     a chaque passage et sans code operateur.
      *   - ClientsOperateurs.txt et le fichier employes pour
      *     rattacher chaque code a un employe et a son service ; un
      *     code sans employe est cumule sous le service "???".
      * Pour chaque operateur : saisies, appliquees, rejetees, taux de
      * rejet, approbations donnees aux autres, puis le nombre et le
      * taux de rejet par motif ; meme chose au total du service et
      * au total general. Un taux de rejet au-dessus de
      * PRODUCTIVITE_SEUIL_PCT (defaut 10) marque l'operateur
      * "A REFORMER" ; RC 4 s'il y en a au moins un.
      * Une ligne LIMITE (transaction retenue au-dela de la limite
      * journaliere de l'operateur) est une saisie, comptee comme
      * ATTAPPRO ; sa liberation par le superviseur revient en APPLIQUE
      * avec le superviseur en second code, son rejet en REJETE avec le
      * superviseur en second code, compte en rejet sans recompter la
      * saisie.
      * Une ligne NONAUTOR d'EXO-CLI-MAINT (transaction refusee hors du
      * perimetre d'agence, l'agence en second code) compte comme une
      * saisie rejetee, comme REJETE, pour que les totaux concordent
      * avec les motifs de l'historique des rejets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-OPER-PRODUCTIV.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-LOG-STATUT.
           SELECT REJHISTO-FIC
               ASSIGN TO WS-REJHISTO-PATH
               FILE STATUS IS REJHISTO-STATUT.
           SELECT OPER-FIC
               ASSIGN TO WS-OPER-PATH
               FILE STATUS IS OPER-STATUT.
           SELECT EMPL-FIC
               ASSIGN TO WS-EMPL-PATH
               FILE STATUS IS EMPL-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH.
      *
       DATA DIVISION.
       FILE SECTION.
      * Journal d'audit clients, 68 octets (voir ENREG-AUDIT-LOG dans
      * EXO-CLI-MAINT) ; les lignes anciennes a date AAMMJJ ne sont
      * jamais du mois demande.
       FD  AUDIT-LOG-FIC.
       01  ENREG-AUDIT-LOG.
           05 LOG-DATE PIC X(8).
           05 FILLER PIC X.
           05 LOG-TIME PIC X(8).
           05 FILLER PIC X.
           05 LOG-PROGRAMME PIC X(14).
           05 FILLER PIC X.
           05 LOG-TRANS-CODE PIC X.
           05 FILLER PIC X.
           05 LOG-IDCLI PIC X(5).
           05 FILLER PIC X.
           05 LOG-STATUT PIC X(8).
           05 FILLER PIC X.
           05 LOG-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 LOG-OPERATEUR2 PIC X(4).
           05 FILLER PIC X.
           05 LOG-CHAINE PIC X(8).
      *
      * Historique des rejets (voir ECRIT-REJET dans EXO-CLI-MAINT).
       FD  REJHISTO-FIC.
       01  ENREG-REJHISTO.
           05 RJH-DATE PIC X(8).
           05 FILLER PIC X.
           05 RJH-TIME PIC X(8).
           05 FILLER PIC X.
           05 RJH-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 RJH-CODE PIC X.
           05 FILLER PIC X.
           05 RJH-IDCLI PIC X(5).
           05 FILLER PIC X.
           05 RJH-MOTIF PIC X(8).
      *
       FD  OPER-FIC.
       01  ENREG-OPER.
           05 OPER-CODE PIC X(4).
           05 FILLER PIC X.
           05 OPER-ID-EMPL PIC 9(2).
      *
       FD  EMPL-FIC.
       01  ENREG-EMPL.
           05 ID-EMPL PIC 9(2).
           05 NOM-EMPL PIC X(10).
           05 DATE-EMB-EMPL PIC 9(8).
           05 SERVICE-EMPL PIC X(3).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  AUDIT-LOG-STATUT PIC XX.
       77  REJHISTO-STATUT PIC XX.
       77  OPER-STATUT PIC XX.
       77  EMPL-STATUT PIC XX.
       77  EOF-AUDIT PIC 9 VALUE 0.
       77  EOF-REJHISTO PIC 9 VALUE 0.
       77  EOF-OPER PIC 9 VALUE 0.
       77  EOF-EMPL PIC 9 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-MOIS PIC X(6) VALUE SPACES.
       77  WS-SEUIL-SAISIE PIC X(3) VALUE SPACES.
       77  WS-SEUIL-PCT PIC 9(3) VALUE 10.
      * Employes : nom et service, indexes par ID-EMPL.
       01  TABLE-EMPLOYES.
           05 EMPLOYE OCCURS 99.
              10 EMP-NOM PIC X(10).
              10 EMP-SERVICE PIC X(3).
      * Registre : code operateur -> ID employe.
       01  TABLE-REGISTRE.
           05 REGISTRE OCCURS 100.
              10 REG-CODE PIC X(4).
              10 REG-ID-EMPL PIC 99.
       77  NB-REGISTRE PIC 999 VALUE 0.
       77  IDX-REGISTRE PIC 999 VALUE 0.
      * Motifs de rejet rencontres, dans l'ordre d'apparition ; au-dela
      * de la table, le dernier poste cumule les AUTRES.
       01  TABLE-MOTIFS.
           05 MOTIF-CODE PIC X(8) OCCURS 10.
       77  NB-MOTIFS PIC 99 VALUE 0.
       77  IDX-MOTIF PIC 99 VALUE 0.
       77  WS-MOTIF-TROUVE PIC 9 VALUE 0.
      * Compteurs par code operateur.
       01  TABLE-OPERATEURS.
           05 OPERATEUR OCCURS 100.
              10 OP-CODE PIC X(4).
              10 OP-ID-EMPL PIC 99.
              10 OP-SERVICE PIC X(3).
              10 OP-SAISIES PIC 9(5).
              10 OP-APPLIQUEES PIC 9(5).
              10 OP-REJETEES PIC 9(5).
              10 OP-APPROUVEES PIC 9(5).
              10 OP-MOTIF-CPT PIC 9(5) OCCURS 10.
       77  NB-OPERATEURS PIC 999 VALUE 0.
       77  IDX-OPER PIC 999 VALUE 0.
      * Cumuls par service, puis total general au dernier poste.
       01  TABLE-SERVICES.
           05 SERVICE-CUMUL OCCURS 21.
              10 SV-CODE PIC X(3).
              10 SV-NB-OPER PIC 999.
              10 SV-SAISIES PIC 9(6).
              10 SV-APPLIQUEES PIC 9(6).
              10 SV-REJETEES PIC 9(6).
              10 SV-APPROUVEES PIC 9(6).
              10 SV-MOTIF-CPT PIC 9(6) OCCURS 10.
       77  NB-SERVICES PIC 99 VALUE 0.
       77  IDX-SERVICE PIC 99 VALUE 0.
       77  IDX-TOTAL PIC 99 VALUE 21.
       77  WS-CODE-CHERCHE PIC X(4) VALUE SPACES.
       77  WS-SERVICE-CHERCHE PIC X(3) VALUE SPACES.
       77  WS-IDX-TROUVE PIC 999 VALUE 0.
       77  WS-ID-EMPL PIC 99 VALUE 0.
       77  WS-PERDUS PIC 9(5) VALUE 0.
       77  WS-TAUX PIC 9(3) VALUE 0.
       77  WS-BASE PIC 9(6) VALUE 0.
       77  WS-NOMBRE PIC 9(6) VALUE 0.
       77  WS-POS PIC 99 VALUE 0.
       77  CPT-A-REFORMER PIC 999 VALUE 0.
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
       77  WS-REJHISTO-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsRejetsHisto.txt".
       77  WS-OPER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOperateurs.txt".
       77  WS-EMPL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\BubblesortATrier.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\OperateursProductivite.txt".
      *
       01  LIGNE-ENTETE.
           05 FILLER PIC X(34)
              VALUE "PRODUCTIVITE DES OPERATEURS - MOIS".
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-ENTETE-MOIS PIC X(6).
           05 FILLER PIC X(19) VALUE " - SEUIL DE REJET :".
           05 LIGNE-ENTETE-SEUIL PIC ZZ9.
           05 FILLER PIC X VALUE "%".
           05 FILLER PIC X(16) VALUE SPACES.
       01  LIGNE-COLONNES.
           05 FILLER PIC X(40)
              VALUE "  CODE EMPLOYE          SAISIES APPLIQ.".
           05 FILLER PIC X(40)
              VALUE "REJETS TAUX  APPROB.".
       01  LIGNE-SERVICE.
           05 FILLER PIC X(8) VALUE "SERVICE ".
           05 LIGNE-SERVICE-CODE PIC X(3).
           05 FILLER PIC X(69) VALUE SPACES.
       01  LIGNE-DETAIL.
           05 FILLER PIC XX VALUE SPACES.
           05 LIGNE-DET-CODE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-DET-ID PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-DET-NOM PIC X(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 LIGNE-DET-SAISIES PIC ZZZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 LIGNE-DET-APPLIQUEES PIC ZZZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 LIGNE-DET-REJETEES PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-DET-TAUX PIC ZZ9.
           05 FILLER PIC X VALUE "%".
           05 FILLER PIC XX VALUE SPACES.
           05 LIGNE-DET-APPROUVEES PIC ZZZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 LIGNE-DET-ALERTE PIC X(10).
           05 FILLER PIC X(9) VALUE SPACES.
      * Motifs : jusqu'a trois par ligne, nombre et taux de rejet.
       01  LIGNE-MOTIFS.
           05 FILLER PIC X(7) VALUE SPACES.
           05 LIGNE-MOTIFS-LIB PIC X(9).
           05 LIGNE-MOTIFS-ZONE PIC X(64).
       01  ZONE-MOTIF.
           05 ZONE-MOTIF-CODE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ZONE-MOTIF-CPT PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 ZONE-MOTIF-TAUX PIC ZZ9.
           05 FILLER PIC X VALUE "%".
           05 FILLER PIC X(1) VALUE SPACE.
       01  LIGNE-TOTAL.
           05 FILLER PIC X(8) VALUE "  TOTAL ".
           05 LIGNE-TOTAL-LIB PIC X(7).
           05 LIGNE-TOTAL-NB PIC ZZ9.
           05 FILLER PIC X(6) VALUE " oper.".
           05 LIGNE-TOTAL-SAISIES PIC ZZZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 LIGNE-TOTAL-APPLIQUEES PIC ZZZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 LIGNE-TOTAL-REJETEES PIC ZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-TOTAL-TAUX PIC ZZ9.
           05 FILLER PIC X VALUE "%".
           05 FILLER PIC XX VALUE SPACES.
           05 LIGNE-TOTAL-APPROUVEES PIC ZZZZZ9.
           05 FILLER PIC X(21) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables par CLI_AUDIT_PATH,
      * CLI_REJET_HISTO_PATH, CLI_OPER_PATH, EMPL_FIC_PATH (memes noms
      * que dans EXO-CLI-MAINT et EXO-EMPL-MAINT) et
      * PRODUCTIVITE_RAPPORT_PATH.
       INIT.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF
           ACCEPT WS-REJHISTO-PATH FROM ENVIRONMENT
               "CLI_REJET_HISTO_PATH"
           IF WS-REJHISTO-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsRejetsHisto.txt"
                   TO WS-REJHISTO-PATH
           END-IF
           ACCEPT WS-OPER-PATH FROM ENVIRONMENT "CLI_OPER_PATH"
           IF WS-OPER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOperateurs.txt"
                   TO WS-OPER-PATH
           END-IF
           ACCEPT WS-EMPL-PATH FROM ENVIRONMENT "EMPL_FIC_PATH"
           IF WS-EMPL-PATH = SPACES
               MOVE "C:\Users\Cobol\BubblesortATrier.txt"
                   TO WS-EMPL-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "PRODUCTIVITE_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\OperateursProductivite.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-MOIS FROM ENVIRONMENT "PRODUCTIVITE_MOIS"
           IF WS-MOIS IS NOT NUMERIC
               THEN
               MOVE WS-DATE-JOUR(1:6) TO WS-MOIS
           END-IF
           ACCEPT WS-SEUIL-SAISIE FROM ENVIRONMENT
               "PRODUCTIVITE_SEUIL_PCT"
           IF WS-SEUIL-SAISIE IS NUMERIC
               THEN
               MOVE WS-SEUIL-SAISIE TO WS-SEUIL-PCT
           END-IF
           INITIALIZE TABLE-EMPLOYES
           INITIALIZE TABLE-SERVICES
           PERFORM CHARGE-EMPLOYES
           PERFORM CHARGE-REGISTRE
           OPEN INPUT AUDIT-LOG-FIC
           IF AUDIT-LOG-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: journal d'audit introuvable ("
                   AUDIT-LOG-STATUT ") : " WS-AUDIT-LOG-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHARGE-EMPLOYES.
           MOVE 0 TO EOF-EMPL
           OPEN INPUT EMPL-FIC
           IF EMPL-STATUT = "00"
               THEN
               PERFORM CHARGE-EMPLOYES-LECT UNTIL EOF-EMPL = 1
               CLOSE EMPL-FIC
           ELSE
               DISPLAY "ATTENTION: fichier employes indisponible ("
                   EMPL-STATUT ") : " WS-EMPL-PATH
           END-IF.
       CHARGE-EMPLOYES-LECT.
           READ EMPL-FIC
               AT END MOVE 1 TO EOF-EMPL
           END-READ
           IF EOF-EMPL = 0 AND ID-EMPL IS NUMERIC AND ID-EMPL > 0
               THEN
               MOVE NOM-EMPL TO EMP-NOM(ID-EMPL)
               MOVE SERVICE-EMPL TO EMP-SERVICE(ID-EMPL)
           END-IF.

       CHARGE-REGISTRE.
           MOVE 0 TO EOF-OPER
           OPEN INPUT OPER-FIC
           IF OPER-STATUT = "00"
               THEN
               PERFORM CHARGE-REGISTRE-LECT UNTIL EOF-OPER = 1
               CLOSE OPER-FIC
           END-IF.
       CHARGE-REGISTRE-LECT.
           READ OPER-FIC
               AT END MOVE 1 TO EOF-OPER
           END-READ
           IF EOF-OPER = 0 AND OPER-CODE NOT = SPACES
               AND OPER-ID-EMPL IS NUMERIC AND NB-REGISTRE < 100
               THEN
               ADD 1 TO NB-REGISTRE
               MOVE OPER-CODE TO REG-CODE(NB-REGISTRE)
               MOVE OPER-ID-EMPL TO REG-ID-EMPL(NB-REGISTRE)
           END-IF.

      ******************************************************************
      * Comptage du mois : journal d'audit puis historique des rejets,
      * puis cumul par service et edition.
      ******************************************************************
       TRAIT.
           PERFORM LECTURE-AUDIT UNTIL EOF-AUDIT = 1
           CLOSE AUDIT-LOG-FIC
           OPEN INPUT REJHISTO-FIC
           IF REJHISTO-STATUT = "00"
               THEN
               PERFORM LECTURE-REJHISTO UNTIL EOF-REJHISTO = 1
               CLOSE REJHISTO-FIC
           ELSE
               DISPLAY "ATTENTION: historique des rejets indisponible ("
                   REJHISTO-STATUT ") : pas de detail par motif."
           END-IF
           PERFORM CUMULE-SERVICE
               VARYING IDX-OPER FROM 1 BY 1
               UNTIL IDX-OPER > NB-OPERATEURS
           OPEN OUTPUT RAPPORT-FIC
           MOVE WS-MOIS TO LIGNE-ENTETE-MOIS
           MOVE WS-SEUIL-PCT TO LIGNE-ENTETE-SEUIL
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-COLONNES
           END-WRITE
           PERFORM EDITE-SERVICE
               VARYING IDX-SERVICE FROM 1 BY 1
               UNTIL IDX-SERVICE > NB-SERVICES
           MOVE IDX-TOTAL TO IDX-SERVICE
           MOVE "GENERAL" TO LIGNE-TOTAL-LIB
           PERFORM EDITE-TOTAL.

       LECTURE-AUDIT.
           READ AUDIT-LOG-FIC
               AT END MOVE 1 TO EOF-AUDIT
           END-READ
           IF EOF-AUDIT = 0 AND LOG-DATE(1:6) = WS-MOIS
               AND LOG-PROGRAMME = "EXO-CLI-MAINT"
               THEN
               MOVE LOG-OPERATEUR TO WS-CODE-CHERCHE
               PERFORM RECENSE-OPERATEUR
               IF WS-IDX-TROUVE NOT = 0
                   THEN
                   PERFORM COMPTE-AUDIT
               END-IF
           END-IF.
       COMPTE-AUDIT.
           EVALUATE LOG-STATUT
               WHEN "REJETE"
                   IF LOG-OPERATEUR2 = SPACES
                       THEN
                       ADD 1 TO OP-SAISIES(WS-IDX-TROUVE)
                   END-IF
                   ADD 1 TO OP-REJETEES(WS-IDX-TROUVE)
               WHEN "NONAUTOR"
                   ADD 1 TO OP-SAISIES(WS-IDX-TROUVE)
                   ADD 1 TO OP-REJETEES(WS-IDX-TROUVE)
               WHEN "ATTAPPRO"
                   ADD 1 TO OP-SAISIES(WS-IDX-TROUVE)
               WHEN "LIMITE"
                   ADD 1 TO OP-SAISIES(WS-IDX-TROUVE)
               WHEN "APPLIQUE"
                   ADD 1 TO OP-APPLIQUEES(WS-IDX-TROUVE)
                   IF LOG-OPERATEUR2 = SPACES
                       THEN
                       ADD 1 TO OP-SAISIES(WS-IDX-TROUVE)
                   ELSE
                       MOVE LOG-OPERATEUR2 TO WS-CODE-CHERCHE
                       PERFORM RECENSE-OPERATEUR
                       IF WS-IDX-TROUVE NOT = 0
                           THEN
                           ADD 1 TO OP-APPROUVEES(WS-IDX-TROUVE)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LECTURE-REJHISTO.
           READ REJHISTO-FIC
               AT END MOVE 1 TO EOF-REJHISTO
           END-READ
           IF EOF-REJHISTO = 0 AND RJH-DATE(1:6) = WS-MOIS
               THEN
               MOVE RJH-OPERATEUR TO WS-CODE-CHERCHE
               PERFORM RECENSE-OPERATEUR
               IF WS-IDX-TROUVE NOT = 0
                   THEN
                   PERFORM RECENSE-MOTIF
                   ADD 1 TO OP-MOTIF-CPT(WS-IDX-TROUVE, IDX-MOTIF)
               END-IF
           END-IF.

      * Poste du code WS-CODE-CHERCHE dans TABLE-OPERATEURS, cree au
      * premier passage avec son employe et son service ; zero si la
      * table est pleine (la ligne est alors comptee comme perdue).
       RECENSE-OPERATEUR.
           MOVE 0 TO WS-IDX-TROUVE
           MOVE 1 TO IDX-OPER
           PERFORM RECENSE-OPERATEUR-CHERCHE
               UNTIL IDX-OPER > NB-OPERATEURS OR WS-IDX-TROUVE NOT = 0
           IF WS-IDX-TROUVE = 0
               THEN
               IF NB-OPERATEURS < 100
                   THEN
                   ADD 1 TO NB-OPERATEURS
                   MOVE NB-OPERATEURS TO WS-IDX-TROUVE
                   INITIALIZE OPERATEUR(NB-OPERATEURS)
                   MOVE WS-CODE-CHERCHE TO OP-CODE(NB-OPERATEURS)
                   PERFORM RATTACHE-EMPLOYE
               ELSE
                   ADD 1 TO WS-PERDUS
               END-IF
           END-IF.
       RECENSE-OPERATEUR-CHERCHE.
           IF OP-CODE(IDX-OPER) = WS-CODE-CHERCHE
               THEN
               MOVE IDX-OPER TO WS-IDX-TROUVE
           END-IF
           ADD 1 TO IDX-OPER.
       RATTACHE-EMPLOYE.
           MOVE 0 TO WS-ID-EMPL
           MOVE 1 TO IDX-REGISTRE
           PERFORM RATTACHE-EMPLOYE-CHERCHE
               UNTIL IDX-REGISTRE > NB-REGISTRE OR WS-ID-EMPL NOT = 0
           MOVE WS-ID-EMPL TO OP-ID-EMPL(WS-IDX-TROUVE)
           MOVE "???" TO OP-SERVICE(WS-IDX-TROUVE)
           IF WS-ID-EMPL > 0
               THEN
               IF EMP-SERVICE(WS-ID-EMPL) NOT = SPACES
                   THEN
                   MOVE EMP-SERVICE(WS-ID-EMPL)
                       TO OP-SERVICE(WS-IDX-TROUVE)
               END-IF
           END-IF.
       RATTACHE-EMPLOYE-CHERCHE.
           IF REG-CODE(IDX-REGISTRE) = WS-CODE-CHERCHE
               THEN
               MOVE REG-ID-EMPL(IDX-REGISTRE) TO WS-ID-EMPL
           END-IF
           ADD 1 TO IDX-REGISTRE.

      * Poste du motif RJH-MOTIF dans IDX-MOTIF ; table pleine, le
      * dernier poste devient AUTRES et recoit le reste.
       RECENSE-MOTIF.
           MOVE 0 TO WS-MOTIF-TROUVE
           MOVE 1 TO IDX-MOTIF
           PERFORM RECENSE-MOTIF-CHERCHE
               UNTIL IDX-MOTIF > NB-MOTIFS OR WS-MOTIF-TROUVE = 1
           IF WS-MOTIF-TROUVE = 0
               THEN
               IF NB-MOTIFS < 10
                   THEN
                   ADD 1 TO NB-MOTIFS
                   MOVE RJH-MOTIF TO MOTIF-CODE(NB-MOTIFS)
               ELSE
                   MOVE "AUTRES" TO MOTIF-CODE(10)
               END-IF
               MOVE NB-MOTIFS TO IDX-MOTIF
           END-IF.
       RECENSE-MOTIF-CHERCHE.
           IF MOTIF-CODE(IDX-MOTIF) = RJH-MOTIF
               THEN
               MOVE 1 TO WS-MOTIF-TROUVE
           ELSE
               ADD 1 TO IDX-MOTIF
           END-IF.

       CUMULE-SERVICE.
           MOVE OP-SERVICE(IDX-OPER) TO WS-SERVICE-CHERCHE
           MOVE 1 TO IDX-SERVICE
           PERFORM CUMULE-SERVICE-CHERCHE
               UNTIL IDX-SERVICE > NB-SERVICES
               OR SV-CODE(IDX-SERVICE) = WS-SERVICE-CHERCHE
           IF IDX-SERVICE > NB-SERVICES
               THEN
               IF NB-SERVICES < 20
                   THEN
                   ADD 1 TO NB-SERVICES
                   MOVE WS-SERVICE-CHERCHE TO SV-CODE(NB-SERVICES)
               ELSE
                   MOVE 20 TO IDX-SERVICE
                   MOVE "???" TO SV-CODE(20)
                   MOVE "???" TO OP-SERVICE(IDX-OPER)
               END-IF
           END-IF
           PERFORM AJOUTE-AU-CUMUL
           MOVE IDX-TOTAL TO IDX-SERVICE
           PERFORM AJOUTE-AU-CUMUL.
       CUMULE-SERVICE-CHERCHE.
           ADD 1 TO IDX-SERVICE.
       AJOUTE-AU-CUMUL.
           ADD 1 TO SV-NB-OPER(IDX-SERVICE)
           ADD OP-SAISIES(IDX-OPER) TO SV-SAISIES(IDX-SERVICE)
           ADD OP-APPLIQUEES(IDX-OPER) TO SV-APPLIQUEES(IDX-SERVICE)
           ADD OP-REJETEES(IDX-OPER) TO SV-REJETEES(IDX-SERVICE)
           ADD OP-APPROUVEES(IDX-OPER) TO SV-APPROUVEES(IDX-SERVICE)
           PERFORM AJOUTE-MOTIF-CUMUL
               VARYING IDX-MOTIF FROM 1 BY 1
               UNTIL IDX-MOTIF > NB-MOTIFS.
       AJOUTE-MOTIF-CUMUL.
           ADD OP-MOTIF-CPT(IDX-OPER, IDX-MOTIF)
               TO SV-MOTIF-CPT(IDX-SERVICE, IDX-MOTIF).

      ******************************************************************
      * Edition : un bloc par service, ses operateurs puis son total.
      ******************************************************************
       EDITE-SERVICE.
           MOVE SV-CODE(IDX-SERVICE) TO LIGNE-SERVICE-CODE
           WRITE ENREG-RAPPORT FROM LIGNE-SERVICE
           END-WRITE
           PERFORM EDITE-OPERATEUR
               VARYING IDX-OPER FROM 1 BY 1
               UNTIL IDX-OPER > NB-OPERATEURS
           MOVE SV-CODE(IDX-SERVICE) TO LIGNE-TOTAL-LIB
           PERFORM EDITE-TOTAL.

       EDITE-OPERATEUR.
           IF OP-SERVICE(IDX-OPER) = SV-CODE(IDX-SERVICE)
               THEN
               MOVE OP-CODE(IDX-OPER) TO LIGNE-DET-CODE
               MOVE OP-ID-EMPL(IDX-OPER) TO WS-ID-EMPL
               MOVE SPACES TO LIGNE-DET-NOM
               IF WS-ID-EMPL = 0
                   THEN
                   MOVE "--" TO LIGNE-DET-ID
               ELSE
                   MOVE WS-ID-EMPL TO LIGNE-DET-ID
                   MOVE EMP-NOM(WS-ID-EMPL) TO LIGNE-DET-NOM
               END-IF
               MOVE OP-SAISIES(IDX-OPER) TO LIGNE-DET-SAISIES
               MOVE OP-APPLIQUEES(IDX-OPER) TO LIGNE-DET-APPLIQUEES
               MOVE OP-REJETEES(IDX-OPER) TO LIGNE-DET-REJETEES
               MOVE OP-APPROUVEES(IDX-OPER) TO LIGNE-DET-APPROUVEES
               MOVE OP-SAISIES(IDX-OPER) TO WS-BASE
               MOVE OP-REJETEES(IDX-OPER) TO WS-NOMBRE
               PERFORM CALCULE-TAUX
               MOVE WS-TAUX TO LIGNE-DET-TAUX
               MOVE SPACES TO LIGNE-DET-ALERTE
               IF WS-TAUX > WS-SEUIL-PCT
                   THEN
                   MOVE "A REFORMER" TO LIGNE-DET-ALERTE
                   ADD 1 TO CPT-A-REFORMER
               END-IF
               WRITE ENREG-RAPPORT FROM LIGNE-DETAIL
               END-WRITE
               PERFORM EDITE-MOTIFS-OPERATEUR
           END-IF.

       EDITE-TOTAL.
           MOVE SV-NB-OPER(IDX-SERVICE) TO LIGNE-TOTAL-NB
           MOVE SV-SAISIES(IDX-SERVICE) TO LIGNE-TOTAL-SAISIES
           MOVE SV-APPLIQUEES(IDX-SERVICE) TO LIGNE-TOTAL-APPLIQUEES
           MOVE SV-REJETEES(IDX-SERVICE) TO LIGNE-TOTAL-REJETEES
           MOVE SV-APPROUVEES(IDX-SERVICE) TO LIGNE-TOTAL-APPROUVEES
           MOVE SV-SAISIES(IDX-SERVICE) TO WS-BASE
           MOVE SV-REJETEES(IDX-SERVICE) TO WS-NOMBRE
           PERFORM CALCULE-TAUX
           MOVE WS-TAUX TO LIGNE-TOTAL-TAUX
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           PERFORM EDITE-MOTIFS-SERVICE.

      * Taux de WS-NOMBRE sur WS-BASE, en pour cent arrondi.
       CALCULE-TAUX.
           MOVE 0 TO WS-TAUX
           IF WS-BASE > 0
               THEN
               COMPUTE WS-TAUX ROUNDED = WS-NOMBRE * 100 / WS-BASE
           END-IF.

       EDITE-MOTIFS-OPERATEUR.
           MOVE "motifs : " TO LIGNE-MOTIFS-LIB
           MOVE SPACES TO LIGNE-MOTIFS-ZONE
           MOVE 1 TO WS-POS
           MOVE OP-SAISIES(IDX-OPER) TO WS-BASE
           PERFORM EDITE-MOTIF-OPERATEUR
               VARYING IDX-MOTIF FROM 1 BY 1
               UNTIL IDX-MOTIF > NB-MOTIFS
           PERFORM VIDE-LIGNE-MOTIFS.
       EDITE-MOTIF-OPERATEUR.
           IF OP-MOTIF-CPT(IDX-OPER, IDX-MOTIF) > 0
               THEN
               MOVE OP-MOTIF-CPT(IDX-OPER, IDX-MOTIF) TO WS-NOMBRE
               PERFORM AJOUTE-ZONE-MOTIF
           END-IF.

       EDITE-MOTIFS-SERVICE.
           MOVE "motifs : " TO LIGNE-MOTIFS-LIB
           MOVE SPACES TO LIGNE-MOTIFS-ZONE
           MOVE 1 TO WS-POS
           MOVE SV-SAISIES(IDX-SERVICE) TO WS-BASE
           PERFORM EDITE-MOTIF-SERVICE
               VARYING IDX-MOTIF FROM 1 BY 1
               UNTIL IDX-MOTIF > NB-MOTIFS
           PERFORM VIDE-LIGNE-MOTIFS.
       EDITE-MOTIF-SERVICE.
           IF SV-MOTIF-CPT(IDX-SERVICE, IDX-MOTIF) > 0
               THEN
               MOVE SV-MOTIF-CPT(IDX-SERVICE, IDX-MOTIF) TO WS-NOMBRE
               PERFORM AJOUTE-ZONE-MOTIF
           END-IF.

      * Une zone "MOTIF nombre taux%" de 21 caracteres, trois par
      * ligne ; la ligne pleine est ecrite et la suivante commence.
       AJOUTE-ZONE-MOTIF.
           IF WS-POS > 43
               THEN
               PERFORM VIDE-LIGNE-MOTIFS
               MOVE SPACES TO LIGNE-MOTIFS-LIB
           END-IF
           MOVE MOTIF-CODE(IDX-MOTIF) TO ZONE-MOTIF-CODE
           MOVE WS-NOMBRE TO ZONE-MOTIF-CPT
           PERFORM CALCULE-TAUX
           MOVE WS-TAUX TO ZONE-MOTIF-TAUX
           MOVE ZONE-MOTIF TO LIGNE-MOTIFS-ZONE(WS-POS:21)
           ADD 21 TO WS-POS.
       VIDE-LIGNE-MOTIFS.
           IF LIGNE-MOTIFS-ZONE NOT = SPACES
               THEN
               WRITE ENREG-RAPPORT FROM LIGNE-MOTIFS
               END-WRITE
           END-IF
           MOVE SPACES TO LIGNE-MOTIFS-ZONE
           MOVE 1 TO WS-POS.

       FIN.
           CLOSE RAPPORT-FIC
           DISPLAY "Mois           : " WS-MOIS
           DISPLAY "Operateurs     : " NB-OPERATEURS
           DISPLAY "Saisies        : " SV-SAISIES(IDX-TOTAL)
           DISPLAY "Rejets         : " SV-REJETEES(IDX-TOTAL)
           DISPLAY "A reformer     : " CPT-A-REFORMER
           IF WS-PERDUS NOT = 0
               THEN
               DISPLAY "ATTENTION: table des operateurs pleine, "
                   WS-PERDUS " ligne(s) non comptee(s)."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CPT-A-REFORMER NOT = 0
                   THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM EXO-OPER-PRODUCTIV.
