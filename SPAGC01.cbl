      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : controle du perimetre d'agence d'un operateur, en
      * sous-programme appelable comme SPMSQ01. Chaque code operateur
      * est rattache a une ou plusieurs agences par des lignes
      * AGENCExx de la matrice des droits ClientsDroits.txt (AGENCE02
      * pour l'agence 02) ; le droit AGENCE** est celui du siege,
      * toutes agences. L'agence d'un client est lue au fichier plat de
      * la derniere generation de la chaine (resolu au catalogue comme
      * dans EXO-CLI-LOOKUP, CLI_PLAT_PATH en priorite), le maitre ne
      * la portant pas ; une agence a blanc vaut "01" comme dans
      * EXO-VI-C-RAPPORT. Fichier plat et perimetre sont charges au
      * premier appel puis gardes pour la session (le perimetre est
      * recharge si l'operateur change).
      * Retour : AGC-AGENCE (agence du client, a blanc si inconnue) et
      * AGC-CODERETOUR :
      *   0 = client dans le perimetre de l'operateur,
      *   1 = aucun rattachement AGENCE dans la matrice (ou matrice
      *       absente) : restriction hors service, ancien regime,
      *   2 = operateur du siege (AGENCE**),
      *   3 = client absent du fichier plat (cree depuis le dernier
      *       passage de la chaine) : agence encore inconnue, admis,
      *   8 = client hors du perimetre : l'appelant refuse ou masque
      *       et trace NONAUTOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPAGC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT CLI-PLAT-FIC
               ASSIGN TO WS-CLI-PLAT-PATH
               FILE STATUS IS PLAT-STATUT.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
       DATA DIVISION.
       FILE SECTION.
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 DRT-ACTION PIC X(8).
      *
      * Sortie de chaine a enregistrements de 68 octets, avec entete
      * "HD" et controle "TR" ecartes par le test IS NUMERIC.
       FD  CLI-PLAT-FIC.
       01  ENREG-CLI-PLAT.
           05 IDCLI-PLAT PIC 9(5).
           05 NOMCLI-PLAT PIC X(20).
           05 PNMCLI-PLAT PIC X(15).
           05 ADRESSE-PLAT PIC X(15).
           05 TELEPHONE-PLAT PIC X(10).
           05 STATUT-PLAT PIC X.
           05 AGENCE-PLAT PIC XX.
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
       WORKING-STORAGE SECTION.
       77  DROITS-STATUT PIC XX.
       77  PLAT-STATUT PIC XX.
       77  CATALOGUE-STATUT PIC XX.
       77  EOF-DROITS PIC 9 VALUE 0.
       77  EOF-PLAT PIC 9 VALUE 0.
       77  EOF-CATALOGUE PIC 9 VALUE 0.
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
       77  WS-CLI-PLAT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOUTV4-2.txt".
       77  WS-CAT-DATE-RETENUE PIC 9(8) VALUE 0.
       77  WS-CAT-PATH-RETENU PIC X(60) VALUE SPACES.
       77  WS-CLIENTS-CHARGES PIC 9 VALUE 0.
       77  WS-OPER-CHARGE PIC X(4) VALUE SPACES.
       77  WS-RESTRICTION PIC 9 VALUE 0.
       77  WS-OPER-SIEGE PIC 9 VALUE 0.
       77  WS-DANS-PERIMETRE PIC 9 VALUE 0.
       77  NB-OPER-AGENCES PIC 99 VALUE 0.
       77  IDX-AGENCE PIC 99 VALUE 0.
      * Agences de rattachement de l'operateur courant.
       01  TABLE-OPER-AGENCES.
           05 OPER-AGENCE PIC XX OCCURS 20.
      * Agence de chaque client, rangee au rang de son IDCLI ; a blanc
      * pour un numero absent du fichier plat.
       01  TABLE-CLI-AGENCES.
           05 CLI-AGENCE PIC XX OCCURS 99999.
       LINKAGE SECTION.
       01  PARAMETRES.
           05 AGC-OPERATEUR PIC X(4).
           05 AGC-IDCLI PIC 9(5).
           05 AGC-AGENCE PIC XX.
           05 AGC-CODERETOUR PIC 9.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
           IF WS-CLIENTS-CHARGES = 0
               THEN
               PERFORM CHARGE-CLIENTS
               MOVE 1 TO WS-CLIENTS-CHARGES
           END-IF
           IF AGC-OPERATEUR NOT = WS-OPER-CHARGE
               THEN
               PERFORM CHARGE-PERIMETRE
               MOVE AGC-OPERATEUR TO WS-OPER-CHARGE
           END-IF
           MOVE SPACES TO AGC-AGENCE
           IF AGC-IDCLI > 0
               THEN
               MOVE CLI-AGENCE(AGC-IDCLI) TO AGC-AGENCE
           END-IF
           EVALUATE TRUE
               WHEN WS-RESTRICTION = 0
                   MOVE 1 TO AGC-CODERETOUR
               WHEN WS-OPER-SIEGE = 1
                   MOVE 2 TO AGC-CODERETOUR
               WHEN AGC-AGENCE = SPACES
                   MOVE 3 TO AGC-CODERETOUR
               WHEN OTHER
                   PERFORM CONTROLE-PERIMETRE
           END-EVALUATE
           GOBACK.

       CONTROLE-PERIMETRE.
           MOVE 0 TO WS-DANS-PERIMETRE
           MOVE 1 TO IDX-AGENCE
           PERFORM CONTROLE-PERIMETRE-ENTREE
               UNTIL IDX-AGENCE > NB-OPER-AGENCES
               OR WS-DANS-PERIMETRE = 1
           IF WS-DANS-PERIMETRE = 1
               THEN
               MOVE 0 TO AGC-CODERETOUR
           ELSE
               MOVE 8 TO AGC-CODERETOUR
           END-IF.
       CONTROLE-PERIMETRE-ENTREE.
           IF OPER-AGENCE(IDX-AGENCE) = AGC-AGENCE
               THEN
               MOVE 1 TO WS-DANS-PERIMETRE
           END-IF
           ADD 1 TO IDX-AGENCE.

      * Perimetre de l'operateur : la restriction n'est en service que
      * si la matrice porte au moins une ligne AGENCE, pour qu'une
      * matrice d'avant les agences n'enferme personne.
       CHARGE-PERIMETRE.
           MOVE 0 TO WS-RESTRICTION
           MOVE 0 TO WS-OPER-SIEGE
           MOVE 0 TO NB-OPER-AGENCES
           MOVE SPACES TO TABLE-OPER-AGENCES
           ACCEPT WS-DROITS-PATH FROM ENVIRONMENT "CLI_DROITS_PATH"
           IF WS-DROITS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsDroits.txt"
                   TO WS-DROITS-PATH
           END-IF
           MOVE 0 TO EOF-DROITS
           OPEN INPUT DROITS-FIC
           IF DROITS-STATUT = "00"
               THEN
               PERFORM CHARGE-PERIMETRE-LECT UNTIL EOF-DROITS = 1
               CLOSE DROITS-FIC
           END-IF.
       CHARGE-PERIMETRE-LECT.
           READ DROITS-FIC
               AT END MOVE 1 TO EOF-DROITS
           END-READ
           IF EOF-DROITS = 0 AND DRT-ACTION(1:6) = "AGENCE"
               THEN
               MOVE 1 TO WS-RESTRICTION
               IF DRT-OPERATEUR = AGC-OPERATEUR
                   THEN
                   IF DRT-ACTION(7:2) = "**"
                       THEN
                       MOVE 1 TO WS-OPER-SIEGE
                   ELSE
                       IF NB-OPER-AGENCES < 20
                           THEN
                           ADD 1 TO NB-OPER-AGENCES
                           MOVE DRT-ACTION(7:2)
                               TO OPER-AGENCE(NB-OPER-AGENCES)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Agence de chaque client au fichier plat de la derniere
      * generation ; sans fichier lisible, tous les clients restent
      * d'agence inconnue.
       CHARGE-CLIENTS.
           MOVE SPACES TO TABLE-CLI-AGENCES
           ACCEPT WS-CLI-PLAT-PATH FROM ENVIRONMENT "CLI_PLAT_PATH"
           IF WS-CLI-PLAT-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ClientsOUTV4-2.txt"
                   TO WS-CLI-PLAT-PATH
               PERFORM RESOLVE-CATALOGUE-PLAT
           END-IF
           MOVE 0 TO EOF-PLAT
           OPEN INPUT CLI-PLAT-FIC
           IF PLAT-STATUT = "00"
               THEN
               PERFORM CHARGE-CLIENTS-LECT UNTIL EOF-PLAT = 1
               CLOSE CLI-PLAT-FIC
           END-IF.
       CHARGE-CLIENTS-LECT.
           READ CLI-PLAT-FIC
               AT END MOVE 1 TO EOF-PLAT
           END-READ
           IF EOF-PLAT = 0 AND IDCLI-PLAT IS NUMERIC
               AND IDCLI-PLAT > 0
               THEN
               IF AGENCE-PLAT = SPACES
                   THEN
                   MOVE "01" TO CLI-AGENCE(IDCLI-PLAT)
               ELSE
                   MOVE AGENCE-PLAT TO CLI-AGENCE(IDCLI-PLAT)
               END-IF
           END-IF.

      * Meme resolution que RESOLVE-CATALOGUE-PLAT d'EXO-CLI-LOOKUP :
      * l'entree la plus recente de base ClientsOUTV4-2 en statut G.
       RESOLVE-CATALOGUE-PLAT.
           MOVE 0 TO EOF-CATALOGUE
           MOVE 0 TO WS-CAT-DATE-RETENUE
           MOVE SPACES TO WS-CAT-PATH-RETENU
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               PERFORM RESOLVE-CATALOGUE-LECT UNTIL EOF-CATALOGUE = 1
               CLOSE CATALOGUE-FIC
           END-IF
           IF WS-CAT-PATH-RETENU NOT = SPACES
               THEN
               MOVE WS-CAT-PATH-RETENU TO WS-CLI-PLAT-PATH
           END-IF.
       RESOLVE-CATALOGUE-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-CATALOGUE
           END-READ
           IF EOF-CATALOGUE = 0
               AND CAT-BASE = "ClientsOUTV4-2"
               AND CAT-STATUT = "G"
               AND CAT-DATE IS NUMERIC
               AND CAT-DATE >= WS-CAT-DATE-RETENUE
               THEN
               MOVE CAT-DATE TO WS-CAT-DATE-RETENUE
               MOVE CAT-PATH TO WS-CAT-PATH-RETENU
           END-IF.

       END PROGRAM SPAGC01.
