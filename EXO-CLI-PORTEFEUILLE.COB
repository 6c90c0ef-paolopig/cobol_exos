      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : tenue du portefeuille clients - chaque IDCLI du
      * maitre ClientsMaster.txt est confie a un gestionnaire
      * (ID-EMPL du fichier employes BubblesortATrier.txt) dans
      * ClientsPortefeuille.txt, une ligne par client (IDCLI,
      * gestionnaire, date et operateur de l'affectation). Deux modes
      * (PORTEFEUILLE_MODE) :
      *   A (defaut) : attribution - les affectations nominatives de
      *       PortefeuilleAffectations.txt (IDCLI, ID-EMPL) sont
      *       posees d'abord, puis chaque client vivant du maitre sans
      *       gestionnaire (ou dont le gestionnaire a quitte le
      *       fichier employes) est confie au gestionnaire le moins
      *       charge, eventuellement borne a un service
      *       (PORTEFEUILLE_SERVICE). Les clients clos ou disparus du
      *       maitre sont liberes ;
      *   R : reaffectation - les clients du gestionnaire partant
      *       (PORTEFEUILLE_PARTANT) sont repartis, un par un, sur le
      *       moins charge des autres employes de son service. Le
      *       service est lu au fichier employes, ou pris dans
      *       PORTEFEUILLE_SERVICE si le partant en a deja ete retire.
      * Chaque mouvement laisse une ligne datee dans
      * PortefeuilleMouvements.txt (client, ancien et nouveau
      * gestionnaire, motif, operateur) ; le portefeuille est reecrit
      * apres sauvegarde .bak, comme le fichier employes dans
      * EXO-EMPL-MAINT. La charge par employe et par service est
      * editee par EXO-PORTEF-RAPPORT.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      * octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-PORTEFEUILLE.
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
           SELECT AFFECT-FIC
               ASSIGN TO WS-AFFECT-PATH
               FILE STATUS IS AFFECT-STATUT.
           SELECT MOUV-FIC
               ASSIGN TO WS-MOUV-PATH
               FILE STATUS IS MOUV-STATUT.
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
      * Fichier employes (voir EXO-EMPL-MAINT), 23 octets.
       FD  EMPL-FIC.
       01  ENREG-EMPL.
           05 ID-EMPL PIC 9(2).
           05 NOM-EMPL PIC X(10).
           05 DATE-EMB-EMPL PIC 9(8).
           05 SERVICE-EMPL PIC X(3).
      *
      * Portefeuille : un gestionnaire par client.
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
      * Affectations nominatives : IDCLI et gestionnaire impose.
       FD  AFFECT-FIC.
       01  ENREG-AFFECT.
           05 AFF-IDCLI PIC X(5).
           05 FILLER PIC X.
           05 AFF-ID-EMPL PIC X(2).
      *
      * Journal des mouvements de portefeuille (ancien a zero = client
      * nouvellement confie, nouveau a zero = client libere).
       FD  MOUV-FIC.
       01  ENREG-MOUV.
           05 MVT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 MVT-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 MVT-ANCIEN PIC 9(2).
           05 FILLER PIC X.
           05 MVT-NOUVEAU PIC 9(2).
           05 FILLER PIC X.
           05 MVT-MOTIF PIC X(6).
           05 FILLER PIC X.
           05 MVT-OPERATEUR PIC X(4).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  EMPL-STATUT PIC XX.
       77  PTF-STATUT PIC XX.
       77  AFFECT-STATUT PIC XX.
       77  MOUV-STATUT PIC XX.
       77  EOF-MASTER PIC 9 VALUE 0.
       77  EOF-EMPL PIC 9 VALUE 0.
       77  EOF-PTF PIC 9 VALUE 0.
       77  EOF-AFFECT PIC 9 VALUE 0.
       77  WS-MOUV-OUVERT PIC 9 VALUE 0.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-MODE PIC X VALUE SPACE.
           88 MODE-ATTRIBUTION VALUE "A".
           88 MODE-REAFFECTATION VALUE "R".
       77  WS-SERVICE-CIBLE PIC X(3) VALUE SPACES.
       77  WS-PARTANT-SAISIE PIC X(2) VALUE SPACES.
       77  WS-PARTANT PIC 99 VALUE 0.
      * Portefeuille en table, indexe par IDCLI.
       01  TABLE-PORTEFEUILLE.
           05 ELEM-PTF OCCURS 99999.
              10 TAB-PTF-EMPL PIC 99 VALUE 0.
              10 TAB-PTF-DATE PIC 9(8) VALUE 0.
              10 TAB-PTF-OPER PIC X(4) VALUE SPACES.
      * Clients vivants du maitre (non clos), indexes par IDCLI.
       01  TABLE-VIVANTS.
           05 CLIENT-VIVANT PIC 9 OCCURS 99999 VALUE 0.
      * Employes indexes par ID-EMPL, avec leur charge courante.
       01  TABLE-EMPLOYES.
           05 ELEM-EMP OCCURS 99.
              10 TAB-EMP-PRESENT PIC 9 VALUE 0.
              10 TAB-EMP-NOM PIC X(10) VALUE SPACES.
              10 TAB-EMP-SERVICE PIC X(3) VALUE SPACES.
              10 TAB-EMP-CHARGE PIC 9(5) VALUE 0.
       77  IDX-CLI PIC 9(6) VALUE 0.
       77  IDX-EMPL PIC 999 VALUE 0.
       77  WS-ANCIEN PIC 99 VALUE 0.
       77  WS-ELU PIC 99 VALUE 0.
       77  WS-CHARGE-ELU PIC 9(5) VALUE 0.
       77  WS-NB-CANDIDATS PIC 99 VALUE 0.
       77  WS-NOUVEAU PIC 99 VALUE 0.
       77  WS-MOTIF PIC X(6) VALUE SPACES.
       77  WS-IDCLI-AFF PIC 9(5) VALUE 0.
       77  WS-EMPL-AFF PIC 99 VALUE 0.
       77  CPT-NOMINATIFS PIC 9(5) VALUE 0.
       77  CPT-AFF-REJETES PIC 9(5) VALUE 0.
       77  CPT-ATTRIBUES PIC 9(5) VALUE 0.
       77  CPT-LIBERES PIC 9(5) VALUE 0.
       77  CPT-ORPHELINS PIC 9(5) VALUE 0.
       77  CPT-SANS-CANDIDAT PIC 9(5) VALUE 0.
       77  CPT-REAFFECTES PIC 9(5) VALUE 0.
       77  WS-SAUVEGARDE-BUFFER PIC X(36) VALUE SPACES.
       77  WS-SAUVEGARDE-STATUT PIC 9(9) COMP-5 VALUE 0.
       77  WS-PTF-BAK-PATH PIC X(64) VALUE SPACES.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-EMPL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\BubblesortATrier.txt".
       77  WS-PTF-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsPortefeuille.txt".
       77  WS-AFFECT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\PortefeuilleAffectations.txt".
       77  WS-MOUV-PATH PIC X(60)
           VALUE "C:\Users\Cobol\PortefeuilleMouvements.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_MASTER_PATH, EMPL_FIC_PATH (memes noms que dans
      * EXO-CLI-MAINT et EXO-EMPL-MAINT), CLI_PORTEFEUILLE_PATH,
      * PORTEFEUILLE_AFFECT_PATH et PORTEFEUILLE_MOUV_PATH.
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
           ACCEPT WS-AFFECT-PATH FROM ENVIRONMENT
               "PORTEFEUILLE_AFFECT_PATH"
           IF WS-AFFECT-PATH = SPACES
               MOVE "C:\Users\Cobol\PortefeuilleAffectations.txt"
                   TO WS-AFFECT-PATH
           END-IF
           ACCEPT WS-MOUV-PATH FROM ENVIRONMENT
               "PORTEFEUILLE_MOUV_PATH"
           IF WS-MOUV-PATH = SPACES
               MOVE "C:\Users\Cobol\PortefeuilleMouvements.txt"
                   TO WS-MOUV-PATH
           END-IF
           ACCEPT WS-MODE FROM ENVIRONMENT "PORTEFEUILLE_MODE"
           IF WS-MODE = SPACE
               THEN
               MOVE "A" TO WS-MODE
           END-IF
           IF NOT MODE-ATTRIBUTION AND NOT MODE-REAFFECTATION
               THEN
               DISPLAY "ERREUR: PORTEFEUILLE_MODE inconnu : " WS-MODE
                   " (A-attribution, R-reaffectation)"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-SERVICE-CIBLE FROM ENVIRONMENT
               "PORTEFEUILLE_SERVICE"
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM CHARGE-EMPLOYES
           PERFORM CHARGE-PORTEFEUILLE.

      * Journal des mouvements ouvert en ajout, une fois les controles
      * de demarrage passes.
       OUVRE-MOUVEMENTS.
           OPEN EXTEND MOUV-FIC
           IF MOUV-STATUT NOT = "00"
               THEN
               OPEN OUTPUT MOUV-FIC
           END-IF
           IF MOUV-STATUT = "00"
               THEN
               MOVE 1 TO WS-MOUV-OUVERT
           ELSE
               DISPLAY "ATTENTION: journal des mouvements "
                   "indisponible (" MOUV-STATUT ") : " WS-MOUV-PATH
           END-IF.

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

      * Sans fichier employes, personne a qui confier un client : on
      * refuse de demarrer.
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
           END-IF.

      * Portefeuille courant en table ; un fichier encore inexistant
      * est un portefeuille vide. La charge de chaque employe present
      * est recomptee au passage.
       CHARGE-PORTEFEUILLE.
           MOVE 0 TO EOF-PTF
           OPEN INPUT PTF-FIC
           IF PTF-STATUT = "00"
               THEN
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
               MOVE PTF-DATE TO TAB-PTF-DATE(PTF-IDCLI)
               MOVE PTF-OPERATEUR TO TAB-PTF-OPER(PTF-IDCLI)
               IF TAB-EMP-PRESENT(PTF-ID-EMPL) = 1
                   THEN
                   ADD 1 TO TAB-EMP-CHARGE(PTF-ID-EMPL)
               END-IF
           END-IF.

       TRAIT.
           IF MODE-ATTRIBUTION
               THEN
               PERFORM TRAIT-ATTRIBUTION
           ELSE
               PERFORM TRAIT-REAFFECTATION
           END-IF.

      ******************************************************************
      * Mode A : nettoyage du portefeuille contre le maitre, pose des
      * affectations nominatives, puis equilibrage des clients restes
      * sans gestionnaire.
      ******************************************************************
       TRAIT-ATTRIBUTION.
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier maitre introuvable ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO EOF-MASTER
           PERFORM CHARGE-VIVANTS UNTIL EOF-MASTER = 1
           CLOSE CLI-MASTER-FIC
           PERFORM OUVRE-MOUVEMENTS
           PERFORM NETTOIE-CLIENT
               VARYING IDX-CLI FROM 1 BY 1 UNTIL IDX-CLI > 99999
           PERFORM APPLIQUE-AFFECTATIONS
           PERFORM EQUILIBRE-CLIENT
               VARYING IDX-CLI FROM 1 BY 1 UNTIL IDX-CLI > 99999.

       CHARGE-VIVANTS.
           READ CLI-MASTER-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-MASTER
           END-READ
           IF EOF-MASTER = 0 AND IDCLI-MASTER > 0
               AND STATUT-MASTER NOT = "C"
               THEN
               MOVE 1 TO CLIENT-VIVANT(IDCLI-MASTER)
           END-IF.

      * Client clos ou disparu du maitre : libere. Gestionnaire sorti
      * du fichier employes : le client redevient a confier.
       NETTOIE-CLIENT.
           MOVE TAB-PTF-EMPL(IDX-CLI) TO WS-ANCIEN
           IF WS-ANCIEN NOT = 0
               THEN
               IF CLIENT-VIVANT(IDX-CLI) = 0
                   THEN
                   MOVE 0 TO WS-NOUVEAU
                   MOVE "LIBERE" TO WS-MOTIF
                   IF TAB-EMP-PRESENT(WS-ANCIEN) = 1
                       THEN
                       SUBTRACT 1 FROM TAB-EMP-CHARGE(WS-ANCIEN)
                   END-IF
                   PERFORM POSE-GESTIONNAIRE
                   ADD 1 TO CPT-LIBERES
               ELSE
                   IF TAB-EMP-PRESENT(WS-ANCIEN) = 0
                       THEN
                       MOVE 0 TO WS-NOUVEAU
                       MOVE "ORPHEL" TO WS-MOTIF
                       PERFORM POSE-GESTIONNAIRE
                       ADD 1 TO CPT-ORPHELINS
                   END-IF
               END-IF
           END-IF.

      * Affectations nominatives : client vivant et employe present
      * exiges, sinon la ligne est ecartee et comptee. Un fichier
      * absent n'est pas une erreur - il n'y a rien d'impose.
       APPLIQUE-AFFECTATIONS.
           MOVE 0 TO EOF-AFFECT
           OPEN INPUT AFFECT-FIC
           IF AFFECT-STATUT = "00"
               THEN
               PERFORM APPLIQUE-AFFECTATIONS-LECT UNTIL EOF-AFFECT = 1
               CLOSE AFFECT-FIC
           END-IF.
       APPLIQUE-AFFECTATIONS-LECT.
           READ AFFECT-FIC
               AT END MOVE 1 TO EOF-AFFECT
           END-READ
           IF EOF-AFFECT = 0
               THEN
               IF AFF-IDCLI IS NUMERIC AND AFF-ID-EMPL IS NUMERIC
                   THEN
                   MOVE AFF-IDCLI TO WS-IDCLI-AFF
                   MOVE AFF-ID-EMPL TO WS-EMPL-AFF
               ELSE
                   MOVE 0 TO WS-IDCLI-AFF
                   MOVE 0 TO WS-EMPL-AFF
               END-IF
               EVALUATE TRUE
                   WHEN WS-IDCLI-AFF = 0 OR WS-EMPL-AFF = 0
                       ADD 1 TO CPT-AFF-REJETES
                       DISPLAY "AFFECTATION ECARTEE (format) : "
                           ENREG-AFFECT
                   WHEN CLIENT-VIVANT(WS-IDCLI-AFF) = 0
                       ADD 1 TO CPT-AFF-REJETES
                       DISPLAY "AFFECTATION ECARTEE (client) : "
                           ENREG-AFFECT
                   WHEN TAB-EMP-PRESENT(WS-EMPL-AFF) = 0
                       ADD 1 TO CPT-AFF-REJETES
                       DISPLAY "AFFECTATION ECARTEE (employe) : "
                           ENREG-AFFECT
                   WHEN TAB-PTF-EMPL(WS-IDCLI-AFF) = WS-EMPL-AFF
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-IDCLI-AFF TO IDX-CLI
                       MOVE TAB-PTF-EMPL(IDX-CLI) TO WS-ANCIEN
                       IF WS-ANCIEN NOT = 0
                           AND TAB-EMP-PRESENT(WS-ANCIEN) = 1
                           THEN
                           SUBTRACT 1 FROM TAB-EMP-CHARGE(WS-ANCIEN)
                       END-IF
                       MOVE WS-EMPL-AFF TO WS-NOUVEAU
                       MOVE "NOMINA" TO WS-MOTIF
                       PERFORM POSE-GESTIONNAIRE
                       ADD 1 TO TAB-EMP-CHARGE(WS-EMPL-AFF)
                       ADD 1 TO CPT-NOMINATIFS
               END-EVALUATE
           END-IF.

      * Client vivant sans gestionnaire : le moins charge des employes
      * (du service impose s'il y en a un).
       EQUILIBRE-CLIENT.
           IF CLIENT-VIVANT(IDX-CLI) = 1
               AND TAB-PTF-EMPL(IDX-CLI) = 0
               THEN
               MOVE 0 TO WS-PARTANT
               PERFORM CHERCHE-MOINS-CHARGE
               IF WS-ELU = 0
                   THEN
                   ADD 1 TO CPT-SANS-CANDIDAT
               ELSE
                   MOVE WS-ELU TO WS-NOUVEAU
                   MOVE "EQUIL" TO WS-MOTIF
                   PERFORM POSE-GESTIONNAIRE
                   ADD 1 TO TAB-EMP-CHARGE(WS-ELU)
                   ADD 1 TO CPT-ATTRIBUES
               END-IF
           END-IF.

      ******************************************************************
      * Mode R : les clients du partant vont un par un au moins charge
      * de ses collegues de service ; sans collegue, rien ne bouge.
      ******************************************************************
       TRAIT-REAFFECTATION.
           ACCEPT WS-PARTANT-SAISIE FROM ENVIRONMENT
               "PORTEFEUILLE_PARTANT"
           IF WS-PARTANT-SAISIE IS NOT NUMERIC
               OR WS-PARTANT-SAISIE = "00"
               THEN
               DISPLAY "ERREUR: PORTEFEUILLE_PARTANT (ID-EMPL sur 2 "
                   "chiffres) obligatoire en mode R."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARTANT-SAISIE TO WS-PARTANT
           IF TAB-EMP-PRESENT(WS-PARTANT) = 1
               THEN
               MOVE TAB-EMP-SERVICE(WS-PARTANT) TO WS-SERVICE-CIBLE
           END-IF
           IF WS-SERVICE-CIBLE = SPACES
               THEN
               DISPLAY "ERREUR: service du partant " WS-PARTANT
                   " inconnu - le preciser dans PORTEFEUILLE_SERVICE."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHERCHE-MOINS-CHARGE
           IF WS-NB-CANDIDATS = 0
               THEN
               DISPLAY "ERREUR: aucun autre employe au service "
                   WS-SERVICE-CIBLE " - portefeuille inchange."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Reaffectation des clients de " WS-PARTANT
               " sur le service " WS-SERVICE-CIBLE " ("
               WS-NB-CANDIDATS " employe(s))"
           PERFORM OUVRE-MOUVEMENTS
           PERFORM REAFFECTE-CLIENT
               VARYING IDX-CLI FROM 1 BY 1 UNTIL IDX-CLI > 99999.

       REAFFECTE-CLIENT.
           IF TAB-PTF-EMPL(IDX-CLI) = WS-PARTANT
               THEN
               PERFORM CHERCHE-MOINS-CHARGE
               MOVE WS-ELU TO WS-NOUVEAU
               MOVE "REAFF" TO WS-MOTIF
               IF TAB-EMP-PRESENT(WS-PARTANT) = 1
                   THEN
                   SUBTRACT 1 FROM TAB-EMP-CHARGE(WS-PARTANT)
               END-IF
               PERFORM POSE-GESTIONNAIRE
               ADD 1 TO TAB-EMP-CHARGE(WS-ELU)
               ADD 1 TO CPT-REAFFECTES
           END-IF.

      * Recherche du moins charge parmi les employes presents, hors
      * partant, bornee au service cible s'il est pose ; a charge
      * egale, le plus petit ID-EMPL l'emporte. WS-ELU a zero : aucun
      * candidat.
       CHERCHE-MOINS-CHARGE.
           MOVE 0 TO WS-ELU
           MOVE 0 TO WS-NB-CANDIDATS
           MOVE 99999 TO WS-CHARGE-ELU
           PERFORM CHERCHE-MOINS-CHARGE-EMP
               VARYING IDX-EMPL FROM 1 BY 1 UNTIL IDX-EMPL > 99.
       CHERCHE-MOINS-CHARGE-EMP.
           IF TAB-EMP-PRESENT(IDX-EMPL) = 1
               AND IDX-EMPL NOT = WS-PARTANT
               AND (WS-SERVICE-CIBLE = SPACES
                   OR TAB-EMP-SERVICE(IDX-EMPL) = WS-SERVICE-CIBLE)
               THEN
               ADD 1 TO WS-NB-CANDIDATS
               IF TAB-EMP-CHARGE(IDX-EMPL) < WS-CHARGE-ELU
                   THEN
                   MOVE IDX-EMPL TO WS-ELU
                   MOVE TAB-EMP-CHARGE(IDX-EMPL) TO WS-CHARGE-ELU
               END-IF
           END-IF.

      * Pose du nouveau gestionnaire (WS-NOUVEAU, zero = libere) sur
      * le client IDX-CLI et trace du mouvement (WS-MOTIF).
       POSE-GESTIONNAIRE.
           IF WS-MOUV-OUVERT = 1
               THEN
               MOVE SPACES TO ENREG-MOUV
               MOVE WS-DATE-JOUR TO MVT-DATE
               MOVE IDX-CLI TO MVT-IDCLI
               MOVE TAB-PTF-EMPL(IDX-CLI) TO MVT-ANCIEN
               MOVE WS-NOUVEAU TO MVT-NOUVEAU
               MOVE WS-MOTIF TO MVT-MOTIF
               MOVE WS-OPERATEUR TO MVT-OPERATEUR
               WRITE ENREG-MOUV
               END-WRITE
           END-IF
           MOVE WS-NOUVEAU TO TAB-PTF-EMPL(IDX-CLI)
           MOVE WS-DATE-JOUR TO TAB-PTF-DATE(IDX-CLI)
           MOVE WS-OPERATEUR TO TAB-PTF-OPER(IDX-CLI).

      * Reecriture du portefeuille depuis la table, apres sauvegarde
      * .bak de l'original (meme primitive que SAUVEGARDE-EMPL dans
      * EXO-EMPL-MAINT).
       FIN.
           IF WS-MOUV-OUVERT = 1
               THEN
               CLOSE MOUV-FIC
           END-IF
           PERFORM SAUVEGARDE-PTF
           OPEN OUTPUT PTF-FIC
           PERFORM REECRIT-PTF
               VARYING IDX-CLI FROM 1 BY 1 UNTIL IDX-CLI > 99999
           CLOSE PTF-FIC
           IF MODE-ATTRIBUTION
               THEN
               DISPLAY "Affectations nominatives : " CPT-NOMINATIFS
               DISPLAY "Affectations ecartees    : " CPT-AFF-REJETES
               DISPLAY "Clients liberes          : " CPT-LIBERES
               DISPLAY "Gestionnaires sortis     : " CPT-ORPHELINS
               DISPLAY "Clients equilibres       : " CPT-ATTRIBUES
               DISPLAY "Clients sans candidat    : " CPT-SANS-CANDIDAT
               IF CPT-AFF-REJETES NOT = 0 OR CPT-SANS-CANDIDAT NOT = 0
                   THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Clients reaffectes       : " CPT-REAFFECTES
               IF CPT-REAFFECTES = 0
                   THEN
                   DISPLAY "ATTENTION: aucun client au portefeuille de "
                       WS-PARTANT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       SAUVEGARDE-PTF.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PTF-PATH
               WS-SAUVEGARDE-BUFFER
               RETURNING WS-SAUVEGARDE-STATUT
           IF WS-SAUVEGARDE-STATUT = 0
               THEN
               STRING WS-PTF-PATH DELIMITED BY SPACE
                   ".bak" DELIMITED BY SIZE
                   INTO WS-PTF-BAK-PATH
               END-STRING
               CALL "CBL_COPY_FILE" USING WS-PTF-PATH
                   WS-PTF-BAK-PATH
                   RETURNING WS-SAUVEGARDE-STATUT
           END-IF.

       REECRIT-PTF.
           IF TAB-PTF-EMPL(IDX-CLI) NOT = 0
               THEN
               MOVE SPACES TO ENREG-PTF
               MOVE IDX-CLI TO PTF-IDCLI
               MOVE TAB-PTF-EMPL(IDX-CLI) TO PTF-ID-EMPL
               MOVE TAB-PTF-DATE(IDX-CLI) TO PTF-DATE
               MOVE TAB-PTF-OPER(IDX-CLI) TO PTF-OPERATEUR
               WRITE ENREG-PTF
               END-WRITE
           END-IF.

       END PROGRAM EXO-CLI-PORTEFEUILLE.
