      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : editer la charge des gestionnaires de clientele a
      * partir du portefeuille ClientsPortefeuille.txt tenu par
      * EXO-CLI-PORTEFEUILLE : nombre de clients par employe, groupes
      * par service (SERVICE-EMPL) avec sous-total, nombre d'employes
      * et charge moyenne du service. Un employe dont la charge depasse
      * la moyenne de son service de plus de PORTEFEUILLE_SEUIL_PCT
      * (defaut 20) est marque "*" - c'est la que la reaffectation a un
      * sens. Le rapport se termine par les clients confies a un
      * employe sorti du fichier employes et les clients vivants du
      * maitre restes sans gestionnaire.
      * Maitre relu au format elargi (noms a 20 caracteres, prenoms a
      * 15).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-PORTEF-RAPPORT.
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
           SELECT EMPL-FIC
               ASSIGN TO WS-EMPL-PATH
               FILE STATUS IS EMPL-STATUT.
           SELECT PTF-FIC
               ASSIGN TO WS-PTF-PATH
               FILE STATUS IS PTF-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH.
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
       FD  EMPL-FIC.
       01  ENREG-EMPL.
           05 ID-EMPL PIC 9(2).
           05 NOM-EMPL PIC X(10).
           05 DATE-EMB-EMPL PIC 9(8).
           05 SERVICE-EMPL PIC X(3).
      *
      * Portefeuille (voir ENREG-PTF dans EXO-CLI-PORTEFEUILLE).
       FD  PTF-FIC.
       01  ENREG-PTF.
           05 PTF-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 PTF-ID-EMPL PIC 9(2).
           05 FILLER PIC X.
           05 PTF-DATE PIC 9(8).
           05 FILLER PIC X.
           05 PTF-OPERATEUR PIC X(4).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  EMPL-STATUT PIC XX.
       77  PTF-STATUT PIC XX.
       77  EOF-MASTER PIC 9 VALUE 0.
       77  EOF-EMPL PIC 9 VALUE 0.
       77  EOF-PTF PIC 9 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-SEUIL-SAISIE PIC X(3) VALUE SPACES.
       77  WS-SEUIL-PCT PIC 9(3) VALUE 20.
       77  WS-SEUIL-CHARGE PIC 9(7)V99 VALUE 0.
       77  WS-MOYENNE PIC 9(5)V99 VALUE 0.
       77  CPT-CLIENTS PIC 9(5) VALUE 0.
       77  CPT-SORTIS PIC 9(5) VALUE 0.
       77  CPT-SANS-GEST PIC 9(5) VALUE 0.
       77  CPT-SURCHARGES PIC 9(3) VALUE 0.
       77  WS-MAITRE-LU PIC 9 VALUE 0.
       77  IDX-EMPL PIC 999 VALUE 0.
       77  IDX-SERVICE PIC 99 VALUE 0.
       77  NB-SERVICES PIC 99 VALUE 0.
       77  SERVICE-TROUVE PIC 9 VALUE 0.
      * Gestionnaire de chaque client, indexe par IDCLI.
       01  TABLE-PORTEFEUILLE.
           05 TAB-PTF-EMPL PIC 99 OCCURS 99999 VALUE 0.
      * Employes indexes par ID-EMPL, avec leur charge.
       01  TABLE-EMPLOYES.
           05 ELEM-EMP OCCURS 99.
              10 TAB-EMP-PRESENT PIC 9 VALUE 0.
              10 TAB-EMP-NOM PIC X(10) VALUE SPACES.
              10 TAB-EMP-SERVICE PIC X(3) VALUE SPACES.
              10 TAB-EMP-CHARGE PIC 9(5) VALUE 0.
      * Services dans l'ordre de premiere rencontre (meme principe que
      * CUMUL-SERVICE dans EXO-EMPL-RAPPORT).
       01  TABLE-SERVICES.
           05 ELEM-SERVICE OCCURS 20.
              10 SRV-CODE PIC X(3).
              10 SRV-EMPLOYES PIC 99.
              10 SRV-CLIENTS PIC 9(5).
       77  WS-SERVICE PIC X(3) VALUE SPACES.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-EMPL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\BubblesortATrier.txt".
       77  WS-PTF-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsPortefeuille.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\PortefeuilleRapport.txt".
      *
       01  LIGNE-ENTETE-1.
           05 FILLER PIC X(25) VALUE "CHARGE DES PORTEFEUILLES ".
           05 FILLER PIC X(3) VALUE "AU ".
           05 LIGNE-ENTETE-DATE PIC 9(8).
           05 FILLER PIC X(24) VALUE SPACES.
       01  LIGNE-ENTETE-2 PIC X(60)
           VALUE "ID NOM        SERVICE CLIENTS".
       01  LIGNE-DETAIL.
           05 LIGNE-DETAIL-ID PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-DETAIL-NOM PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-DETAIL-SERVICE PIC X(3).
           05 FILLER PIC X(5) VALUE SPACES.
           05 LIGNE-DETAIL-CPT PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-DETAIL-MARQUE PIC X.
           05 FILLER PIC X(31) VALUE SPACES.
       01  LIGNE-SOUS-TOTAL.
           05 FILLER PIC X(8) VALUE "SERVICE ".
           05 LIGNE-SOUS-TOTAL-SRV PIC X(3).
           05 FILLER PIC X(3) VALUE " : ".
           05 LIGNE-SOUS-TOTAL-EMP PIC Z9.
           05 FILLER PIC X(8) VALUE " EMPL.  ".
           05 LIGNE-SOUS-TOTAL-CPT PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE " CLIENTS MOY. ".
           05 LIGNE-SOUS-TOTAL-MOY PIC ZZZZ9.99.
           05 FILLER PIC X(9) VALUE SPACES.
       01  LIGNE-TOTAL.
           05 LIGNE-TOTAL-LIB PIC X(40).
           05 LIGNE-TOTAL-CPT PIC ZZZZ9.
           05 FILLER PIC X(15) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_MASTER_PATH, EMPL_FIC_PATH, CLI_PORTEFEUILLE_PATH (memes
      * noms que dans EXO-CLI-PORTEFEUILLE) et
      * PORTEFEUILLE_RAPPORT_PATH.
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-EMPL-PATH FROM ENVIRONMENT "EMPL_FIC_PATH"
           IF WS-EMPL-PATH = SPACES
               MOVE "C:\Users\Cobol\BubblesortATrier.txt"
                   TO WS-EMPL-PATH
           END-IF
           ACCEPT WS-PTF-PATH FROM ENVIRONMENT "CLI_PORTEFEUILLE_PATH"
           IF WS-PTF-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsPortefeuille.txt"
                   TO WS-PTF-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "PORTEFEUILLE_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\PortefeuilleRapport.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-SEUIL-SAISIE FROM ENVIRONMENT
               "PORTEFEUILLE_SEUIL_PCT"
           IF WS-SEUIL-SAISIE IS NUMERIC
               THEN
               MOVE WS-SEUIL-SAISIE TO WS-SEUIL-PCT
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM CHARGE-EMPLOYES
           PERFORM CHARGE-PORTEFEUILLE
           PERFORM COMPTE-SANS-GESTIONNAIRE
           OPEN OUTPUT RAPPORT-FIC
           MOVE WS-DATE-JOUR TO LIGNE-ENTETE-DATE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE-1
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE-2
           END-WRITE.

       CHARGE-EMPLOYES.
           MOVE 0 TO EOF-EMPL
           OPEN INPUT EMPL-FIC
           IF EMPL-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier employes introuvable ("
                   EMPL-STATUT ") : " WS-EMPL-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-EMPLOYES-LECT UNTIL EOF-EMPL = 1
           CLOSE EMPL-FIC.
       CHARGE-EMPLOYES-LECT.
           READ EMPL-FIC
               AT END MOVE 1 TO EOF-EMPL
           END-READ
           IF EOF-EMPL = 0 AND ID-EMPL IS NUMERIC AND ID-EMPL > 0
               THEN
               MOVE 1 TO TAB-EMP-PRESENT(ID-EMPL)
               MOVE NOM-EMPL TO TAB-EMP-NOM(ID-EMPL)
               MOVE SERVICE-EMPL TO TAB-EMP-SERVICE(ID-EMPL)
               PERFORM CUMUL-SERVICE
           END-IF.

      * Recensement du service de l'employe lu : au-dela de la table,
      * tout va a la derniere entree (voir CUMUL-SERVICE dans
      * EXO-EMPL-RAPPORT).
       CUMUL-SERVICE.
           MOVE SERVICE-EMPL TO WS-SERVICE
           IF WS-SERVICE = SPACES
               THEN
               MOVE "???" TO WS-SERVICE
               MOVE "???" TO TAB-EMP-SERVICE(ID-EMPL)
           END-IF
           MOVE 0 TO SERVICE-TROUVE
           PERFORM CUMUL-SERVICE-CHERCHE
               VARYING IDX-SERVICE FROM 1 BY 1
               UNTIL IDX-SERVICE > NB-SERVICES OR SERVICE-TROUVE = 1
           IF SERVICE-TROUVE = 0
               THEN
               IF NB-SERVICES < 20
                   THEN
                   ADD 1 TO NB-SERVICES
                   MOVE WS-SERVICE TO SRV-CODE (NB-SERVICES)
                   MOVE 0 TO SRV-EMPLOYES (NB-SERVICES)
                   MOVE 0 TO SRV-CLIENTS (NB-SERVICES)
               ELSE
                   MOVE SRV-CODE (NB-SERVICES)
                       TO TAB-EMP-SERVICE(ID-EMPL)
               END-IF
               ADD 1 TO SRV-EMPLOYES (NB-SERVICES)
           END-IF.
       CUMUL-SERVICE-CHERCHE.
           IF SRV-CODE (IDX-SERVICE) = WS-SERVICE
               THEN
               ADD 1 TO SRV-EMPLOYES (IDX-SERVICE)
               MOVE 1 TO SERVICE-TROUVE
           END-IF.

      * Charge de chaque employe ; un client confie a un employe
      * absent du fichier employes est compte a part.
       CHARGE-PORTEFEUILLE.
           MOVE 0 TO EOF-PTF
           OPEN INPUT PTF-FIC
           IF PTF-STATUT NOT = "00"
               THEN
               DISPLAY "ATTENTION: portefeuille introuvable ("
                   PTF-STATUT ") : " WS-PTF-PATH
           ELSE
               PERFORM CHARGE-PORTEFEUILLE-LECT UNTIL EOF-PTF = 1
               CLOSE PTF-FIC
           END-IF.
       CHARGE-PORTEFEUILLE-LECT.
           READ PTF-FIC
               AT END MOVE 1 TO EOF-PTF
           END-READ
           IF EOF-PTF = 0 AND PTF-IDCLI IS NUMERIC AND PTF-IDCLI > 0
               AND PTF-ID-EMPL IS NUMERIC AND PTF-ID-EMPL > 0
               THEN
               MOVE PTF-ID-EMPL TO TAB-PTF-EMPL(PTF-IDCLI)
               ADD 1 TO CPT-CLIENTS
               IF TAB-EMP-PRESENT(PTF-ID-EMPL) = 1
                   THEN
                   ADD 1 TO TAB-EMP-CHARGE(PTF-ID-EMPL)
               ELSE
                   ADD 1 TO CPT-SORTIS
               END-IF
           END-IF.

      * Clients vivants (non clos) du maitre sans gestionnaire ; sans
      * maitre, la ligne n'est pas editee.
       COMPTE-SANS-GESTIONNAIRE.
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ATTENTION: fichier maitre indisponible ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
           ELSE
               MOVE 1 TO WS-MAITRE-LU
               MOVE 0 TO EOF-MASTER
               PERFORM COMPTE-SANS-GESTIONNAIRE-LECT
                   UNTIL EOF-MASTER = 1
               CLOSE CLI-MASTER-FIC
           END-IF.
       COMPTE-SANS-GESTIONNAIRE-LECT.
           READ CLI-MASTER-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-MASTER
           END-READ
           IF EOF-MASTER = 0 AND IDCLI-MASTER > 0
               AND STATUT-MASTER NOT = "C"
               AND TAB-PTF-EMPL(IDCLI-MASTER) = 0
               THEN
               ADD 1 TO CPT-SANS-GEST
           END-IF.

      * Un bloc par service : ses employes, puis le sous-total.
       TRAIT.
           PERFORM EDITE-SERVICE
               VARYING IDX-SERVICE FROM 1 BY 1
               UNTIL IDX-SERVICE > NB-SERVICES.

       EDITE-SERVICE.
           MOVE 0 TO SRV-CLIENTS (IDX-SERVICE)
           PERFORM CUMUL-CLIENTS-SERVICE
               VARYING IDX-EMPL FROM 1 BY 1 UNTIL IDX-EMPL > 99
           MOVE 0 TO WS-MOYENNE
           IF SRV-EMPLOYES (IDX-SERVICE) > 0
               THEN
               COMPUTE WS-MOYENNE ROUNDED = SRV-CLIENTS (IDX-SERVICE)
                   / SRV-EMPLOYES (IDX-SERVICE)
           END-IF
           COMPUTE WS-SEUIL-CHARGE = WS-MOYENNE
               * (100 + WS-SEUIL-PCT) / 100
           PERFORM EDITE-EMPLOYE
               VARYING IDX-EMPL FROM 1 BY 1 UNTIL IDX-EMPL > 99
           MOVE SRV-CODE (IDX-SERVICE) TO LIGNE-SOUS-TOTAL-SRV
           MOVE SRV-EMPLOYES (IDX-SERVICE) TO LIGNE-SOUS-TOTAL-EMP
           MOVE SRV-CLIENTS (IDX-SERVICE) TO LIGNE-SOUS-TOTAL-CPT
           MOVE WS-MOYENNE TO LIGNE-SOUS-TOTAL-MOY
           WRITE ENREG-RAPPORT FROM LIGNE-SOUS-TOTAL
           END-WRITE.
       CUMUL-CLIENTS-SERVICE.
           IF TAB-EMP-PRESENT(IDX-EMPL) = 1
               AND TAB-EMP-SERVICE(IDX-EMPL) = SRV-CODE (IDX-SERVICE)
               THEN
               ADD TAB-EMP-CHARGE(IDX-EMPL) TO SRV-CLIENTS (IDX-SERVICE)
           END-IF.
       EDITE-EMPLOYE.
           IF TAB-EMP-PRESENT(IDX-EMPL) = 1
               AND TAB-EMP-SERVICE(IDX-EMPL) = SRV-CODE (IDX-SERVICE)
               THEN
               MOVE IDX-EMPL TO LIGNE-DETAIL-ID
               MOVE TAB-EMP-NOM(IDX-EMPL) TO LIGNE-DETAIL-NOM
               MOVE TAB-EMP-SERVICE(IDX-EMPL) TO LIGNE-DETAIL-SERVICE
               MOVE TAB-EMP-CHARGE(IDX-EMPL) TO LIGNE-DETAIL-CPT
               MOVE SPACE TO LIGNE-DETAIL-MARQUE
               IF TAB-EMP-CHARGE(IDX-EMPL) > WS-SEUIL-CHARGE
                   THEN
                   MOVE "*" TO LIGNE-DETAIL-MARQUE
                   ADD 1 TO CPT-SURCHARGES
               END-IF
               WRITE ENREG-RAPPORT FROM LIGNE-DETAIL
               END-WRITE
           END-IF.

       FIN.
           MOVE "TOTAL CLIENTS EN PORTEFEUILLE : " TO LIGNE-TOTAL-LIB
           MOVE CPT-CLIENTS TO LIGNE-TOTAL-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "CLIENTS A GESTIONNAIRE SORTI : " TO LIGNE-TOTAL-LIB
           MOVE CPT-SORTIS TO LIGNE-TOTAL-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           IF WS-MAITRE-LU = 1
               THEN
               MOVE "CLIENTS VIVANTS SANS GESTIONNAIRE : "
                   TO LIGNE-TOTAL-LIB
               MOVE CPT-SANS-GEST TO LIGNE-TOTAL-CPT
               WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
               END-WRITE
           END-IF
           CLOSE RAPPORT-FIC
           DISPLAY "Clients en portefeuille   : " CPT-CLIENTS
           DISPLAY "Employes au-dessus du seuil : " CPT-SURCHARGES
           DISPLAY "Gestionnaire sorti        : " CPT-SORTIS
           DISPLAY "Sans gestionnaire         : " CPT-SANS-GEST
           IF CPT-SORTIS NOT = 0 OR CPT-SANS-GEST NOT = 0
               THEN
               DISPLAY "ATTENTION: clients a (re)confier - lancer "
                   "EXO-CLI-PORTEFEUILLE."
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-PORTEF-RAPPORT.
