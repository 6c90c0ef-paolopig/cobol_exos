      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : rapprochement parametre de deux fichiers tries sur
      * une cle, sans rien connaitre de leur dessin - la fusion
      * sequentielle qu'EXO-CLI-DELTA, EXO-CLI-COMPARE,
      * EXO-CLI-CONTROLE et EXO-VI-B portent chacun pour leur compte,
      * une fois pour toutes :
      * - pour chaque fichier (gauche, droite) : chemin, longueur
      *   d'enregistrement, position et longueur de la cle (PPPLLL) ;
      *   les deux cles ont la meme longueur, un sens commun A/D ;
      * - trois sorties : paires rapprochees (enregistrement gauche
      *   suivi de l'enregistrement droit), gauche seuls, droite
      *   seuls ; chaque enregistrement y sort inchange ;
      * - a la demande, un etat des ecarts champ par champ sur les
      *   paires : champs decrits en PPPLLL (meme position des deux
      *   cotes), ou a defaut chaque plage d'octets differents ;
      * - chaque entree est d'abord controlee en sequence (la regle
      *   d'EXO-TRI-VERIF, "HD" et "TR" ecartes) : un fichier hors
      *   sequence fait refuser le passage avant toute ecriture.
      * Une cle presente plusieurs fois se rapproche occurrence par
      * occurrence ; le surplus d'un cote sort en "seuls".
      * Codes retour : 0-tout rapproche sans ecart, 4-non rapproches
      * ou ecarts, 12-parametre invalide, fichier introuvable ou
      * entree hors sequence.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-FUSION-PARAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECARTS-FIC
               ASSIGN TO WS-ECARTS-PATH.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ECARTS-FIC.
       01  ENREG-ECART.
           05 ECART-CLE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 ECART-POSITION PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 ECART-LONGUEUR PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 ECART-GAUCHE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 ECART-DROITE PIC X(30).
      *
       WORKING-STORAGE SECTION.
       77  WS-GAUCHE-PATH PIC X(60) VALUE SPACES.
       77  WS-DROITE-PATH PIC X(60) VALUE SPACES.
       77  WS-APPARIES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\FusionApparies.txt".
       77  WS-GAUCHE-SEULS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\FusionGaucheSeuls.txt".
       77  WS-DROITE-SEULS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\FusionDroiteSeuls.txt".
       77  WS-ECARTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\FusionEcarts.txt".
       77  WS-ENV-PATH PIC X(60) VALUE SPACES.
       77  WS-SAISIE PIC X(10) VALUE SPACES.
       77  WS-NOM-CHAMP PIC X(20) VALUE SPACES.
       77  WS-SENS PIC X VALUE "A".
           88 SENS-ASC VALUE "A".
           88 SENS-DESC VALUE "D".
       77  WS-ECARTS PIC X VALUE SPACE.
           88 ECARTS-DEMANDES VALUE "1" "O" "o" "Y" "y".
      * Description des deux entrees.
       77  WS-LRECL-G PIC 9(3) VALUE 0.
       77  WS-CLE-POS-G PIC 9(3) VALUE 0.
       77  WS-CLE-LNG-G PIC 9(3) VALUE 0.
       77  WS-LRECL-D PIC 9(3) VALUE 0.
       77  WS-CLE-POS-D PIC 9(3) VALUE 0.
       77  WS-CLE-LNG-D PIC 9(3) VALUE 0.
      * Champs compares sur les paires (facultatif).
       01  TABLE-CHAMPS.
           05 CHAMP-DEF OCCURS 10.
               10 CHAMP-POSITION PIC 9(3).
               10 CHAMP-LONGUEUR PIC 9(3).
       77  NB-CHAMPS PIC 99 VALUE 0.
       77  IDX-CHAMP PIC 99 VALUE 0.
      * Lecture et ecriture en octets (voir EXO-TRI-VERIF).
       77  WS-HANDLE-G PIC X(4) COMP-X VALUE 0.
       77  WS-HANDLE-D PIC X(4) COMP-X VALUE 0.
       77  WS-HANDLE-AP PIC X(4) COMP-X VALUE 0.
       77  WS-HANDLE-GS PIC X(4) COMP-X VALUE 0.
       77  WS-HANDLE-DS PIC X(4) COMP-X VALUE 0.
       77  WS-OFFSET-G PIC X(8) COMP-X VALUE 0.
       77  WS-OFFSET-D PIC X(8) COMP-X VALUE 0.
       77  WS-OFFSET-AP PIC X(8) COMP-X VALUE 0.
       77  WS-OFFSET-GS PIC X(8) COMP-X VALUE 0.
       77  WS-OFFSET-DS PIC X(8) COMP-X VALUE 0.
       77  WS-NBYTES PIC X(4) COMP-X VALUE 0.
       77  WS-FLAGS PIC X COMP-X VALUE 0.
       77  WS-ACCES PIC X COMP-X VALUE 1.
       77  WS-ACCES-ECRITURE PIC X COMP-X VALUE 2.
       77  WS-DENY PIC X COMP-X VALUE 3.
       77  WS-DENY-SORTIE PIC X COMP-X VALUE 0.
       77  WS-DEVICE PIC X COMP-X VALUE 0.
       77  ENR-GAUCHE PIC X(100) VALUE SPACES.
       77  ENR-DROITE PIC X(100) VALUE SPACES.
       77  ENR-PAIRE PIC X(200) VALUE SPACES.
       77  WS-LRECL-PAIRE PIC 9(3) VALUE 0.
       77  WS-CLE-G PIC X(30) VALUE SPACES.
       77  WS-CLE-D PIC X(30) VALUE SPACES.
       77  EOF-G PIC 9 VALUE 0.
       77  EOF-D PIC 9 VALUE 0.
       77  WS-DETAIL-LU PIC 9 VALUE 0.
      * Controle de sequence, commun aux deux entrees.
       77  WS-V-PATH PIC X(60) VALUE SPACES.
       77  WS-V-HANDLE PIC X(4) COMP-X VALUE 0.
       77  WS-V-OFFSET PIC X(8) COMP-X VALUE 0.
       77  WS-V-LRECL PIC 9(3) VALUE 0.
       77  WS-V-CLE-POS PIC 9(3) VALUE 0.
       77  WS-V-CLE-LNG PIC 9(3) VALUE 0.
       77  WS-V-ENREG PIC X(100) VALUE SPACES.
       77  WS-V-CLE PIC X(30) VALUE SPACES.
       77  WS-V-CLE-PREC PIC X(30) VALUE SPACES.
       77  WS-V-PREMIERE PIC 9 VALUE 1.
       77  WS-V-FIN PIC 9 VALUE 0.
       77  WS-V-HORS-SEQUENCE PIC 9 VALUE 0.
       77  CPT-V-ENREG PIC 9(7) VALUE 0.
      * Comparaison octet par octet quand aucun champ n'est decrit.
       77  WS-POS-OCTET PIC 9(3) VALUE 0.
       77  WS-POS-MAX PIC 9(3) VALUE 0.
       77  WS-DEBUT-PLAGE PIC 9(3) VALUE 0.
       77  WS-LNG-PLAGE PIC 9(3) VALUE 0.
       77  WS-ECART-PAIRE PIC 9 VALUE 0.
      * Comptes.
       77  CPT-LUS-G PIC 9(7) VALUE 0.
       77  CPT-LUS-D PIC 9(7) VALUE 0.
       77  CPT-SERVICE-G PIC 9(7) VALUE 0.
       77  CPT-SERVICE-D PIC 9(7) VALUE 0.
       77  CPT-APPARIES PIC 9(7) VALUE 0.
       77  CPT-GAUCHE-SEULS PIC 9(7) VALUE 0.
       77  CPT-DROITE-SEULS PIC 9(7) VALUE 0.
       77  CPT-PAIRES-ECART PIC 9(7) VALUE 0.
       77  CPT-LIGNES-ECART PIC 9(7) VALUE 0.
       77  CPT-ECRAN PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT UNTIL EOF-G = 1 AND EOF-D = 1
           PERFORM FIN
           STOP RUN.

      * Parametres par variables d'environnement, avec saisie console
      * en secours pour les entrees (meme convention qu'EXO-TRI-VERIF) :
      * FUSION_GAUCHE_PATH, FUSION_GAUCHE_LRECL, FUSION_GAUCHE_CLE
      * (PPPLLL), idem FUSION_DROITE_*, FUSION_SENS (A/D, defaut A),
      * FUSION_ECARTS (O = etat des ecarts), FUSION_CHAMP_1 a
      * FUSION_CHAMP_10 (PPPLLL) ; chemins de sortie surchargeables par
      * FUSION_APPARIES_PATH, FUSION_GAUCHE_SEULS_PATH,
      * FUSION_DROITE_SEULS_PATH, FUSION_ECARTS_PATH.
       INIT.
           ACCEPT WS-GAUCHE-PATH FROM ENVIRONMENT "FUSION_GAUCHE_PATH"
           IF WS-GAUCHE-PATH = SPACES
               THEN
               DISPLAY "Fichier gauche : "
               ACCEPT WS-GAUCHE-PATH
           END-IF
           MOVE SPACES TO WS-SAISIE
           ACCEPT WS-SAISIE FROM ENVIRONMENT "FUSION_GAUCHE_LRECL"
           IF WS-SAISIE = SPACES
               THEN
               DISPLAY "Longueur d'enregistrement gauche (ex 068) : "
               ACCEPT WS-SAISIE
           END-IF
           IF WS-SAISIE(1:3) IS NUMERIC
               THEN
               MOVE WS-SAISIE(1:3) TO WS-LRECL-G
           END-IF
           MOVE SPACES TO WS-SAISIE
           ACCEPT WS-SAISIE FROM ENVIRONMENT "FUSION_GAUCHE_CLE"
           IF WS-SAISIE = SPACES
               THEN
               DISPLAY "Cle gauche - position, longueur "
                   "(PPPLLL, ex 001005) : "
               ACCEPT WS-SAISIE
           END-IF
           IF WS-SAISIE(1:6) IS NUMERIC
               THEN
               MOVE WS-SAISIE(1:3) TO WS-CLE-POS-G
               MOVE WS-SAISIE(4:3) TO WS-CLE-LNG-G
           END-IF
           ACCEPT WS-DROITE-PATH FROM ENVIRONMENT "FUSION_DROITE_PATH"
           IF WS-DROITE-PATH = SPACES
               THEN
               DISPLAY "Fichier droit : "
               ACCEPT WS-DROITE-PATH
           END-IF
           MOVE SPACES TO WS-SAISIE
           ACCEPT WS-SAISIE FROM ENVIRONMENT "FUSION_DROITE_LRECL"
           IF WS-SAISIE = SPACES
               THEN
               DISPLAY "Longueur d'enregistrement droite (ex 068) : "
               ACCEPT WS-SAISIE
           END-IF
           IF WS-SAISIE(1:3) IS NUMERIC
               THEN
               MOVE WS-SAISIE(1:3) TO WS-LRECL-D
           END-IF
           MOVE SPACES TO WS-SAISIE
           ACCEPT WS-SAISIE FROM ENVIRONMENT "FUSION_DROITE_CLE"
           IF WS-SAISIE = SPACES
               THEN
               DISPLAY "Cle droite - position, longueur "
                   "(PPPLLL, ex 001005) : "
               ACCEPT WS-SAISIE
           END-IF
           IF WS-SAISIE(1:6) IS NUMERIC
               THEN
               MOVE WS-SAISIE(1:3) TO WS-CLE-POS-D
               MOVE WS-SAISIE(4:3) TO WS-CLE-LNG-D
           END-IF
           ACCEPT WS-SENS FROM ENVIRONMENT "FUSION_SENS"
           IF NOT SENS-DESC
               THEN
               MOVE "A" TO WS-SENS
           END-IF
           ACCEPT WS-ECARTS FROM ENVIRONMENT "FUSION_ECARTS"
           PERFORM LIT-CHAMP VARYING IDX-CHAMP FROM 1 BY 1
               UNTIL IDX-CHAMP > 10
           PERFORM LIT-CHEMINS-SORTIE
           PERFORM CONTROLE-PARAMETRES
      * Les deux entrees doivent etre en sequence avant tout
      * rapprochement.
           MOVE WS-GAUCHE-PATH TO WS-V-PATH
           MOVE WS-LRECL-G TO WS-V-LRECL
           MOVE WS-CLE-POS-G TO WS-V-CLE-POS
           MOVE WS-CLE-LNG-G TO WS-V-CLE-LNG
           PERFORM VERIFIE-SEQUENCE
           MOVE WS-DROITE-PATH TO WS-V-PATH
           MOVE WS-LRECL-D TO WS-V-LRECL
           MOVE WS-CLE-POS-D TO WS-V-CLE-POS
           MOVE WS-CLE-LNG-D TO WS-V-CLE-LNG
           PERFORM VERIFIE-SEQUENCE
           PERFORM OUVRE-FICHIERS
           MOVE 0 TO RETURN-CODE
           PERFORM LIT-GAUCHE
           PERFORM LIT-DROITE.

      * Champs de l'etat des ecarts : lus dans l'ordre, le premier
      * absent clot la liste.
       LIT-CHAMP.
           MOVE SPACES TO WS-SAISIE
           MOVE SPACES TO WS-NOM-CHAMP
           IF IDX-CHAMP < 10
               THEN
               STRING "FUSION_CHAMP_" DELIMITED BY SIZE
                   IDX-CHAMP(2:1) DELIMITED BY SIZE
                   INTO WS-NOM-CHAMP
               END-STRING
           ELSE
               MOVE "FUSION_CHAMP_10" TO WS-NOM-CHAMP
           END-IF
           ACCEPT WS-SAISIE FROM ENVIRONMENT WS-NOM-CHAMP
           IF WS-SAISIE NOT = SPACES AND NB-CHAMPS = IDX-CHAMP - 1
               THEN
               IF WS-SAISIE(1:6) IS NUMERIC
                   THEN
                   ADD 1 TO NB-CHAMPS
                   MOVE WS-SAISIE(1:3) TO CHAMP-POSITION(NB-CHAMPS)
                   MOVE WS-SAISIE(4:3) TO CHAMP-LONGUEUR(NB-CHAMPS)
               ELSE
                   DISPLAY "ERREUR: champ " WS-NOM-CHAMP " illisible ("
                       WS-SAISIE ") - format PPPLLL attendu."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LIT-CHEMINS-SORTIE.
           MOVE SPACES TO WS-ENV-PATH
           ACCEPT WS-ENV-PATH FROM ENVIRONMENT "FUSION_APPARIES_PATH"
           IF WS-ENV-PATH NOT = SPACES
               THEN
               MOVE WS-ENV-PATH TO WS-APPARIES-PATH
           END-IF
           MOVE SPACES TO WS-ENV-PATH
           ACCEPT WS-ENV-PATH FROM ENVIRONMENT
               "FUSION_GAUCHE_SEULS_PATH"
           IF WS-ENV-PATH NOT = SPACES
               THEN
               MOVE WS-ENV-PATH TO WS-GAUCHE-SEULS-PATH
           END-IF
           MOVE SPACES TO WS-ENV-PATH
           ACCEPT WS-ENV-PATH FROM ENVIRONMENT
               "FUSION_DROITE_SEULS_PATH"
           IF WS-ENV-PATH NOT = SPACES
               THEN
               MOVE WS-ENV-PATH TO WS-DROITE-SEULS-PATH
           END-IF
           MOVE SPACES TO WS-ENV-PATH
           ACCEPT WS-ENV-PATH FROM ENVIRONMENT "FUSION_ECARTS_PATH"
           IF WS-ENV-PATH NOT = SPACES
               THEN
               MOVE WS-ENV-PATH TO WS-ECARTS-PATH
           END-IF.

      * Comme dans EXO-TRI-VERIF : chaque cle doit tenir dans son
      * enregistrement ; les deux cles doivent se comparer octet pour
      * octet, donc avoir la meme longueur.
       CONTROLE-PARAMETRES.
           IF WS-LRECL-G = 0 OR WS-LRECL-G > 100
               OR WS-LRECL-D = 0 OR WS-LRECL-D > 100
               THEN
               DISPLAY "ERREUR: longueur d'enregistrement invalide "
                   "(1 a 100) : " WS-LRECL-G " / " WS-LRECL-D
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLE-POS-G = 0 OR WS-CLE-LNG-G = 0
               OR WS-CLE-LNG-G > 30
               OR WS-CLE-POS-G + WS-CLE-LNG-G - 1 > WS-LRECL-G
               OR WS-CLE-POS-D = 0 OR WS-CLE-LNG-D = 0
               OR WS-CLE-LNG-D > 30
               OR WS-CLE-POS-D + WS-CLE-LNG-D - 1 > WS-LRECL-D
               THEN
               DISPLAY "ERREUR: cle invalide (gauche " WS-CLE-POS-G
                   "/" WS-CLE-LNG-G " sur " WS-LRECL-G ", droite "
                   WS-CLE-POS-D "/" WS-CLE-LNG-D " sur " WS-LRECL-D ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLE-LNG-G NOT = WS-CLE-LNG-D
               THEN
               DISPLAY "ERREUR: cles de longueurs differentes ("
                   WS-CLE-LNG-G " / " WS-CLE-LNG-D ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTROLE-CHAMP VARYING IDX-CHAMP FROM 1 BY 1
               UNTIL IDX-CHAMP > NB-CHAMPS
           COMPUTE WS-LRECL-PAIRE = WS-LRECL-G + WS-LRECL-D
           IF WS-LRECL-G < WS-LRECL-D
               THEN
               MOVE WS-LRECL-G TO WS-POS-MAX
           ELSE
               MOVE WS-LRECL-D TO WS-POS-MAX
           END-IF.
       CONTROLE-CHAMP.
           IF CHAMP-POSITION(IDX-CHAMP) = 0
               OR CHAMP-LONGUEUR(IDX-CHAMP) = 0
               OR CHAMP-LONGUEUR(IDX-CHAMP) > 30
               OR CHAMP-POSITION(IDX-CHAMP)
                   + CHAMP-LONGUEUR(IDX-CHAMP) - 1 > WS-LRECL-G
               OR CHAMP-POSITION(IDX-CHAMP)
                   + CHAMP-LONGUEUR(IDX-CHAMP) - 1 > WS-LRECL-D
               THEN
               DISPLAY "ERREUR: champ " IDX-CHAMP " invalide (position "
                   CHAMP-POSITION(IDX-CHAMP) " longueur "
                   CHAMP-LONGUEUR(IDX-CHAMP) ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Controle de sequence d'une entree, la regle d'EXO-TRI-VERIF :
      * un balayage complet, "HD" et "TR" ecartes, arret au premier
      * enregistrement hors sequence.
       VERIFIE-SEQUENCE.
           CALL "CBL_OPEN_FILE" USING WS-V-PATH WS-ACCES
               WS-DENY WS-DEVICE WS-V-HANDLE
           IF RETURN-CODE NOT = 0
               THEN
               DISPLAY "ERREUR: fichier introuvable : " WS-V-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-V-OFFSET
           MOVE 0 TO CPT-V-ENREG
           MOVE 1 TO WS-V-PREMIERE
           MOVE 0 TO WS-V-FIN
           MOVE 0 TO WS-V-HORS-SEQUENCE
           PERFORM VERIFIE-SEQUENCE-LECT
               UNTIL WS-V-FIN = 1 OR WS-V-HORS-SEQUENCE = 1
           CALL "CBL_CLOSE_FILE" USING WS-V-HANDLE
           IF WS-V-HORS-SEQUENCE = 1
               THEN
               MOVE CPT-V-ENREG TO CPT-ECRAN
               DISPLAY "ERREUR: " WS-V-PATH
               DISPLAY "HORS SEQUENCE (" WS-SENS ") a l'enregistrement "
                   CPT-ECRAN " : " WS-V-ENREG(1:WS-V-LRECL)
               DISPLAY "Rapprochement refuse : trier l'entree d'abord."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE.
       VERIFIE-SEQUENCE-LECT.
           MOVE SPACES TO WS-V-ENREG
           MOVE WS-V-LRECL TO WS-NBYTES
           CALL "CBL_READ_FILE" USING WS-V-HANDLE WS-V-OFFSET
               WS-NBYTES WS-FLAGS WS-V-ENREG
           IF RETURN-CODE NOT = 0
               THEN
               MOVE 1 TO WS-V-FIN
               MOVE 0 TO RETURN-CODE
           ELSE
               ADD WS-V-LRECL TO WS-V-OFFSET
               ADD 1 TO CPT-V-ENREG
               IF WS-V-ENREG(1:2) NOT = "HD"
                   AND WS-V-ENREG(1:2) NOT = "TR"
                   THEN
                   MOVE SPACES TO WS-V-CLE
                   MOVE WS-V-ENREG(WS-V-CLE-POS:WS-V-CLE-LNG)
                       TO WS-V-CLE
                   IF WS-V-PREMIERE = 1
                       THEN
                       MOVE 0 TO WS-V-PREMIERE
                   ELSE
                       IF (SENS-ASC AND WS-V-CLE < WS-V-CLE-PREC)
                           OR (SENS-DESC AND WS-V-CLE > WS-V-CLE-PREC)
                           THEN
                           MOVE 1 TO WS-V-HORS-SEQUENCE
                       END-IF
                   END-IF
                   MOVE WS-V-CLE TO WS-V-CLE-PREC
               END-IF
           END-IF.

       OUVRE-FICHIERS.
           CALL "CBL_OPEN_FILE" USING WS-GAUCHE-PATH WS-ACCES
               WS-DENY WS-DEVICE WS-HANDLE-G
           CALL "CBL_OPEN_FILE" USING WS-DROITE-PATH WS-ACCES
               WS-DENY WS-DEVICE WS-HANDLE-D
           CALL "CBL_CREATE_FILE" USING WS-APPARIES-PATH
               WS-ACCES-ECRITURE WS-DENY-SORTIE WS-DEVICE WS-HANDLE-AP
           IF RETURN-CODE NOT = 0
               THEN
               DISPLAY "ERREUR: sortie impossible a creer : "
                   WS-APPARIES-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_CREATE_FILE" USING WS-GAUCHE-SEULS-PATH
               WS-ACCES-ECRITURE WS-DENY-SORTIE WS-DEVICE WS-HANDLE-GS
           IF RETURN-CODE NOT = 0
               THEN
               DISPLAY "ERREUR: sortie impossible a creer : "
                   WS-GAUCHE-SEULS-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_CREATE_FILE" USING WS-DROITE-SEULS-PATH
               WS-ACCES-ECRITURE WS-DENY-SORTIE WS-DEVICE WS-HANDLE-DS
           IF RETURN-CODE NOT = 0
               THEN
               DISPLAY "ERREUR: sortie impossible a creer : "
                   WS-DROITE-SEULS-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ECARTS-DEMANDES
               THEN
               OPEN OUTPUT ECARTS-FIC
           END-IF.

      * Lecture du prochain detail de chaque cote ; en fin de fichier
      * la cle prend la valeur qui la fait passer apres toutes les
      * autres dans le sens du rapprochement.
       LIT-GAUCHE.
           MOVE 0 TO WS-DETAIL-LU
           PERFORM LIT-GAUCHE-ENREG UNTIL WS-DETAIL-LU = 1
               OR EOF-G = 1.
       LIT-GAUCHE-ENREG.
           MOVE SPACES TO ENR-GAUCHE
           MOVE WS-LRECL-G TO WS-NBYTES
           CALL "CBL_READ_FILE" USING WS-HANDLE-G WS-OFFSET-G
               WS-NBYTES WS-FLAGS ENR-GAUCHE
           IF RETURN-CODE NOT = 0
               THEN
               MOVE 1 TO EOF-G
               MOVE 0 TO RETURN-CODE
               IF SENS-DESC
                   THEN
                   MOVE LOW-VALUES TO WS-CLE-G
               ELSE
                   MOVE HIGH-VALUES TO WS-CLE-G
               END-IF
           ELSE
               ADD WS-LRECL-G TO WS-OFFSET-G
               ADD 1 TO CPT-LUS-G
               IF ENR-GAUCHE(1:2) = "HD" OR ENR-GAUCHE(1:2) = "TR"
                   THEN
                   ADD 1 TO CPT-SERVICE-G
               ELSE
                   MOVE SPACES TO WS-CLE-G
                   MOVE ENR-GAUCHE(WS-CLE-POS-G:WS-CLE-LNG-G)
                       TO WS-CLE-G
                   MOVE 1 TO WS-DETAIL-LU
               END-IF
           END-IF.
       LIT-DROITE.
           MOVE 0 TO WS-DETAIL-LU
           PERFORM LIT-DROITE-ENREG UNTIL WS-DETAIL-LU = 1
               OR EOF-D = 1.
       LIT-DROITE-ENREG.
           MOVE SPACES TO ENR-DROITE
           MOVE WS-LRECL-D TO WS-NBYTES
           CALL "CBL_READ_FILE" USING WS-HANDLE-D WS-OFFSET-D
               WS-NBYTES WS-FLAGS ENR-DROITE
           IF RETURN-CODE NOT = 0
               THEN
               MOVE 1 TO EOF-D
               MOVE 0 TO RETURN-CODE
               IF SENS-DESC
                   THEN
                   MOVE LOW-VALUES TO WS-CLE-D
               ELSE
                   MOVE HIGH-VALUES TO WS-CLE-D
               END-IF
           ELSE
               ADD WS-LRECL-D TO WS-OFFSET-D
               ADD 1 TO CPT-LUS-D
               IF ENR-DROITE(1:2) = "HD" OR ENR-DROITE(1:2) = "TR"
                   THEN
                   ADD 1 TO CPT-SERVICE-D
               ELSE
                   MOVE SPACES TO WS-CLE-D
                   MOVE ENR-DROITE(WS-CLE-POS-D:WS-CLE-LNG-D)
                       TO WS-CLE-D
                   MOVE 1 TO WS-DETAIL-LU
               END-IF
           END-IF.

      * Fusion sequentielle : la plus petite cle (la plus grande en
      * sens descendant) sort seule, deux cles egales forment une
      * paire.
       TRAIT.
           EVALUATE TRUE
               WHEN EOF-D = 1
                   PERFORM ECRIT-GAUCHE-SEUL
               WHEN EOF-G = 1
                   PERFORM ECRIT-DROITE-SEUL
               WHEN WS-CLE-G = WS-CLE-D
                   PERFORM ECRIT-PAIRE
               WHEN SENS-ASC AND WS-CLE-G < WS-CLE-D
                   PERFORM ECRIT-GAUCHE-SEUL
               WHEN SENS-DESC AND WS-CLE-G > WS-CLE-D
                   PERFORM ECRIT-GAUCHE-SEUL
               WHEN OTHER
                   PERFORM ECRIT-DROITE-SEUL
           END-EVALUATE.
       ECRIT-GAUCHE-SEUL.
           MOVE WS-LRECL-G TO WS-NBYTES
           CALL "CBL_WRITE_FILE" USING WS-HANDLE-GS WS-OFFSET-GS
               WS-NBYTES WS-FLAGS ENR-GAUCHE
           ADD WS-LRECL-G TO WS-OFFSET-GS
           ADD 1 TO CPT-GAUCHE-SEULS
           PERFORM LIT-GAUCHE.
       ECRIT-DROITE-SEUL.
           MOVE WS-LRECL-D TO WS-NBYTES
           CALL "CBL_WRITE_FILE" USING WS-HANDLE-DS WS-OFFSET-DS
               WS-NBYTES WS-FLAGS ENR-DROITE
           ADD WS-LRECL-D TO WS-OFFSET-DS
           ADD 1 TO CPT-DROITE-SEULS
           PERFORM LIT-DROITE.
       ECRIT-PAIRE.
           MOVE SPACES TO ENR-PAIRE
           MOVE ENR-GAUCHE(1:WS-LRECL-G) TO ENR-PAIRE(1:WS-LRECL-G)
           MOVE ENR-DROITE(1:WS-LRECL-D)
               TO ENR-PAIRE(WS-LRECL-G + 1:WS-LRECL-D)
           MOVE WS-LRECL-PAIRE TO WS-NBYTES
           CALL "CBL_WRITE_FILE" USING WS-HANDLE-AP WS-OFFSET-AP
               WS-NBYTES WS-FLAGS ENR-PAIRE
           ADD WS-LRECL-PAIRE TO WS-OFFSET-AP
           ADD 1 TO CPT-APPARIES
           IF ECARTS-DEMANDES
               THEN
               PERFORM COMPARE-PAIRE
           END-IF
           PERFORM LIT-GAUCHE
           PERFORM LIT-DROITE.

      * Etat des ecarts d'une paire : champ par champ quand les champs
      * sont decrits, sinon par plages d'octets differents sur la
      * longueur commune (une plage de plus de 30 octets est editee en
      * plusieurs lignes).
       COMPARE-PAIRE.
           MOVE 0 TO WS-ECART-PAIRE
           IF NB-CHAMPS > 0
               THEN
               PERFORM COMPARE-CHAMP VARYING IDX-CHAMP FROM 1 BY 1
                   UNTIL IDX-CHAMP > NB-CHAMPS
           ELSE
               MOVE 0 TO WS-DEBUT-PLAGE
               PERFORM COMPARE-OCTET VARYING WS-POS-OCTET FROM 1 BY 1
                   UNTIL WS-POS-OCTET > WS-POS-MAX
               IF WS-DEBUT-PLAGE NOT = 0
                   THEN
                   COMPUTE WS-LNG-PLAGE =
                       WS-POS-MAX - WS-DEBUT-PLAGE + 1
                   PERFORM ECRIT-PLAGE
               END-IF
           END-IF
           IF WS-ECART-PAIRE = 1
               THEN
               ADD 1 TO CPT-PAIRES-ECART
           END-IF.
       COMPARE-CHAMP.
           IF ENR-GAUCHE(CHAMP-POSITION(IDX-CHAMP):
               CHAMP-LONGUEUR(IDX-CHAMP))
               NOT = ENR-DROITE(CHAMP-POSITION(IDX-CHAMP):
               CHAMP-LONGUEUR(IDX-CHAMP))
               THEN
               MOVE CHAMP-POSITION(IDX-CHAMP) TO WS-DEBUT-PLAGE
               MOVE CHAMP-LONGUEUR(IDX-CHAMP) TO WS-LNG-PLAGE
               PERFORM ECRIT-LIGNE-ECART
           END-IF.
       COMPARE-OCTET.
           IF ENR-GAUCHE(WS-POS-OCTET:1)
               NOT = ENR-DROITE(WS-POS-OCTET:1)
               THEN
               IF WS-DEBUT-PLAGE = 0
                   THEN
                   MOVE WS-POS-OCTET TO WS-DEBUT-PLAGE
               END-IF
               IF WS-POS-OCTET - WS-DEBUT-PLAGE + 1 = 30
                   THEN
                   MOVE 30 TO WS-LNG-PLAGE
                   PERFORM ECRIT-PLAGE
               END-IF
           ELSE
               IF WS-DEBUT-PLAGE NOT = 0
                   THEN
                   COMPUTE WS-LNG-PLAGE =
                       WS-POS-OCTET - WS-DEBUT-PLAGE
                   PERFORM ECRIT-PLAGE
               END-IF
           END-IF.
       ECRIT-PLAGE.
           PERFORM ECRIT-LIGNE-ECART
           MOVE 0 TO WS-DEBUT-PLAGE.
       ECRIT-LIGNE-ECART.
           MOVE 1 TO WS-ECART-PAIRE
           MOVE SPACES TO ENREG-ECART
           MOVE WS-CLE-G TO ECART-CLE
           MOVE WS-DEBUT-PLAGE TO ECART-POSITION
           MOVE WS-LNG-PLAGE TO ECART-LONGUEUR
           MOVE ENR-GAUCHE(WS-DEBUT-PLAGE:WS-LNG-PLAGE)
               TO ECART-GAUCHE
           MOVE ENR-DROITE(WS-DEBUT-PLAGE:WS-LNG-PLAGE)
               TO ECART-DROITE
           WRITE ENREG-ECART
           END-WRITE
           ADD 1 TO CPT-LIGNES-ECART.

       FIN.
           CALL "CBL_CLOSE_FILE" USING WS-HANDLE-G
           CALL "CBL_CLOSE_FILE" USING WS-HANDLE-D
           CALL "CBL_CLOSE_FILE" USING WS-HANDLE-AP
           CALL "CBL_CLOSE_FILE" USING WS-HANDLE-GS
           CALL "CBL_CLOSE_FILE" USING WS-HANDLE-DS
           IF ECARTS-DEMANDES
               THEN
               CLOSE ECARTS-FIC
           END-IF
           DISPLAY "Fichier gauche           : " WS-GAUCHE-PATH
           DISPLAY "Fichier droit            : " WS-DROITE-PATH
           MOVE CPT-LUS-G TO CPT-ECRAN
           DISPLAY "Lus a gauche             : " CPT-ECRAN
           MOVE CPT-LUS-D TO CPT-ECRAN
           DISPLAY "Lus a droite             : " CPT-ECRAN
           MOVE CPT-APPARIES TO CPT-ECRAN
           DISPLAY "Paires rapprochees       : " CPT-ECRAN
           MOVE CPT-GAUCHE-SEULS TO CPT-ECRAN
           DISPLAY "Gauche seuls             : " CPT-ECRAN
           MOVE CPT-DROITE-SEULS TO CPT-ECRAN
           DISPLAY "Droite seuls             : " CPT-ECRAN
           IF ECARTS-DEMANDES
               THEN
               MOVE CPT-PAIRES-ECART TO CPT-ECRAN
               DISPLAY "Paires avec ecarts       : " CPT-ECRAN
               MOVE CPT-LIGNES-ECART TO CPT-ECRAN
               DISPLAY "Lignes d'ecart editees   : " CPT-ECRAN
           END-IF
           IF CPT-GAUCHE-SEULS = 0 AND CPT-DROITE-SEULS = 0
               AND CPT-PAIRES-ECART = 0
               THEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-FUSION-PARAM.
