      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : saisie des reponses aux campagnes de courrier. La
      * campagne est choisie en debut de session (CAMPAGNE_CODE ou
      * saisie) et doit figurer au registre ClientsCampagnes.txt (voir
      * EXO-CLI-CAMPAGNE) ; chaque reponse est ensuite saisie par
      * IDCLI, avec un type (C-commande, I-demande d'information,
      * R-refus), et ajoutee a ClientsCampagneReponses.txt avec la date
      * et le code de l'operateur. Un client qui n'etait pas vise par
      * la campagne, ou qui a deja repondu, est refuse : le taux de
      * reponse de EXO-CAMPAGNE-RAPPORT ne compte que des cibles, une
      * seule fois.
      * Registre relu sur 103 octets (criteres a 16 caracteres).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-REPONSES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRE-FIC
               ASSIGN TO WS-REGISTRE-PATH
               FILE STATUS IS REGISTRE-STATUT.
           SELECT CIBLES-FIC
               ASSIGN TO WS-CIBLES-PATH
               FILE STATUS IS CIBLES-STATUT.
           SELECT REPONSES-FIC
               ASSIGN TO WS-REPONSES-PATH
               FILE STATUS IS REPONSES-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que ENREG-CAMPAGNE dans EXO-CLI-CAMPAGNE (103
      * octets) ; seule l'entete "C" sert ici.
       FD  REGISTRE-FIC.
       01  ENREG-CAMPAGNE.
           05 CAM-CODE PIC X(8).
           05 FILLER PIC X.
           05 CAM-TYPE PIC X.
               88 CAM-ENTETE VALUE "C".
           05 FILLER PIC X.
           05 CAM-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CAM-NB-CIBLES PIC 9(5).
           05 FILLER PIC X(78).
      *
      * Meme dessin que ENREG-CIBLE dans EXO-CLI-LETTRES.
       FD  CIBLES-FIC.
       01  ENREG-CIBLE.
           05 CIB-CAMPAGNE PIC X(8).
           05 FILLER PIC X.
           05 CIB-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 CIB-AGENCE PIC XX.
      *
      * Reponses : code campagne, IDCLI, date, type, operateur.
       FD  REPONSES-FIC.
       01  ENREG-REPONSE.
           05 REP-CAMPAGNE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 REP-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 REP-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 REP-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 REP-OPERATEUR PIC X(4).
      *
       WORKING-STORAGE SECTION.
       77  REGISTRE-STATUT PIC XX.
       77  CIBLES-STATUT PIC XX.
       77  REPONSES-STATUT PIC XX.
       77  EOF-REGISTRE PIC 9 VALUE 0.
       77  EOF-CIBLES PIC 9 VALUE 0.
       77  EOF-REPONSES PIC 9 VALUE 0.
       77  WS-CONTINUER PIC 9 VALUE 1.
       77  WS-CAMPAGNE PIC X(8) VALUE SPACES.
       77  WS-CAMPAGNE-TROUVEE PIC 9 VALUE 0.
       77  WS-CAMPAGNE-DATE PIC 9(8) VALUE 0.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-IDCLI-SAISIE PIC X(5) VALUE SPACES.
       77  WS-IDCLI PIC 9(5) VALUE 0.
       77  WS-TYPE PIC X VALUE SPACE.
           88 TYPE-VALIDE VALUE "C" "I" "R".
       77  CPT-SAISIES PIC 999 VALUE 0.
       77  CPT-REFUSEES PIC 999 VALUE 0.
       77  CPT-DEJA PIC 9(5) VALUE 0.
      * Par IDCLI : 1 = vise par la campagne ; 1 = a deja repondu.
       01  TABLE-CIBLES.
           05 CIBLE-VISEE PIC 9 OCCURS 99999 VALUE 0.
       01  TABLE-REPONDUS.
           05 CIBLE-REPONDUE PIC 9 OCCURS 99999 VALUE 0.
       77  WS-REGISTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagnes.txt".
       77  WS-CIBLES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagneCibles.txt".
       77  WS-REPONSES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagneReponses.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM SESSION UNTIL WS-CONTINUER = 0
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CAMPAGNES_PATH, CAMPAGNE_CIBLES_PATH et CAMPAGNE_REPONSES_PATH.
       INIT.
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT "CAMPAGNES_PATH"
           IF WS-REGISTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsCampagnes.txt"
                   TO WS-REGISTRE-PATH
           END-IF
           ACCEPT WS-CIBLES-PATH FROM ENVIRONMENT
               "CAMPAGNE_CIBLES_PATH"
           IF WS-CIBLES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsCampagneCibles.txt"
                   TO WS-CIBLES-PATH
           END-IF
           ACCEPT WS-REPONSES-PATH FROM ENVIRONMENT
               "CAMPAGNE_REPONSES_PATH"
           IF WS-REPONSES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsCampagneReponses.txt"
                   TO WS-REPONSES-PATH
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM CHOISIT-CAMPAGNE
           PERFORM CHARGE-CIBLES
           PERFORM CHARGE-REPONSES
           OPEN EXTEND REPONSES-FIC
           IF REPONSES-STATUT NOT = "00"
               THEN
               OPEN OUTPUT REPONSES-FIC
           END-IF
           IF REPONSES-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier des reponses indisponible ("
                   REPONSES-STATUT ") : " WS-REPONSES-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
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

      * La campagne doit etre inscrite au registre : une reponse a une
      * campagne inconnue ne se rattacherait a aucun cout.
       CHOISIT-CAMPAGNE.
           ACCEPT WS-CAMPAGNE FROM ENVIRONMENT "CAMPAGNE_CODE"
           IF WS-CAMPAGNE = SPACES
               THEN
               DISPLAY "Code campagne (8 caracteres) : "
               ACCEPT WS-CAMPAGNE
           END-IF
           MOVE 0 TO EOF-REGISTRE
           OPEN INPUT REGISTRE-FIC
           IF REGISTRE-STATUT = "00"
               THEN
               PERFORM CHOISIT-CAMPAGNE-LECT
                   UNTIL EOF-REGISTRE = 1 OR WS-CAMPAGNE-TROUVEE = 1
               CLOSE REGISTRE-FIC
           END-IF
           IF WS-CAMPAGNE-TROUVEE = 0
               THEN
               DISPLAY "ERREUR: campagne " WS-CAMPAGNE
                   " absente du registre (voir EXO-CLI-CAMPAGNE)."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Campagne " WS-CAMPAGNE " du " WS-CAMPAGNE-DATE.
       CHOISIT-CAMPAGNE-LECT.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-REGISTRE
           END-READ
           IF EOF-REGISTRE = 0 AND CAM-ENTETE
               AND CAM-CODE = WS-CAMPAGNE
               THEN
               MOVE 1 TO WS-CAMPAGNE-TROUVEE
               MOVE CAM-DATE TO WS-CAMPAGNE-DATE
           END-IF.

       CHARGE-CIBLES.
           MOVE 0 TO EOF-CIBLES
           OPEN INPUT CIBLES-FIC
           IF CIBLES-STATUT = "00"
               THEN
               PERFORM CHARGE-CIBLES-LECT UNTIL EOF-CIBLES = 1
               CLOSE CIBLES-FIC
           END-IF.
       CHARGE-CIBLES-LECT.
           READ CIBLES-FIC
               AT END MOVE 1 TO EOF-CIBLES
           END-READ
           IF EOF-CIBLES = 0 AND CIB-CAMPAGNE = WS-CAMPAGNE
               AND CIB-IDCLI IS NUMERIC AND CIB-IDCLI > 0
               THEN
               MOVE 1 TO CIBLE-VISEE(CIB-IDCLI)
           END-IF.

      * Reponses deja saisies pour la campagne, lors des sessions
      * precedentes.
       CHARGE-REPONSES.
           MOVE 0 TO EOF-REPONSES
           OPEN INPUT REPONSES-FIC
           IF REPONSES-STATUT = "00"
               THEN
               PERFORM CHARGE-REPONSES-LECT UNTIL EOF-REPONSES = 1
               CLOSE REPONSES-FIC
           END-IF
           DISPLAY "Reponses deja saisies : " CPT-DEJA.
       CHARGE-REPONSES-LECT.
           READ REPONSES-FIC
               AT END MOVE 1 TO EOF-REPONSES
           END-READ
           IF EOF-REPONSES = 0 AND REP-CAMPAGNE = WS-CAMPAGNE
               AND REP-IDCLI IS NUMERIC AND REP-IDCLI > 0
               THEN
               MOVE 1 TO CIBLE-REPONDUE(REP-IDCLI)
               ADD 1 TO CPT-DEJA
           END-IF.

       SESSION.
           MOVE 0 TO WS-IDCLI
           DISPLAY "IDCLI ayant repondu (5 chiffres, F-fin) : "
           ACCEPT WS-IDCLI-SAISIE
           EVALUATE TRUE
               WHEN WS-IDCLI-SAISIE = "F" OR WS-IDCLI-SAISIE = SPACES
                   MOVE 0 TO WS-CONTINUER
               WHEN WS-IDCLI-SAISIE IS NOT NUMERIC
                   DISPLAY "ERREUR: IDCLI non numerique."
               WHEN OTHER
                   MOVE WS-IDCLI-SAISIE TO WS-IDCLI
                   PERFORM SAISIE-REPONSE
           END-EVALUATE.

       SAISIE-REPONSE.
           EVALUATE TRUE
               WHEN WS-IDCLI = 0
                   DISPLAY "ERREUR: IDCLI nul."
                   ADD 1 TO CPT-REFUSEES
               WHEN CIBLE-VISEE(WS-IDCLI) = 0
                   DISPLAY "REFUS: " WS-IDCLI " n'etait pas vise par "
                       "la campagne " WS-CAMPAGNE "."
                   ADD 1 TO CPT-REFUSEES
               WHEN CIBLE-REPONDUE(WS-IDCLI) = 1
                   DISPLAY "REFUS: reponse de " WS-IDCLI
                       " deja saisie."
                   ADD 1 TO CPT-REFUSEES
               WHEN OTHER
                   DISPLAY "Type C-commande / I-information / "
                       "R-refus : "
                   ACCEPT WS-TYPE
                   IF TYPE-VALIDE
                       THEN
                       PERFORM ECRIT-REPONSE
                   ELSE
                       DISPLAY "Type invalide - reponse non saisie."
                       ADD 1 TO CPT-REFUSEES
                   END-IF
           END-EVALUATE.

       ECRIT-REPONSE.
           MOVE SPACES TO ENREG-REPONSE
           MOVE WS-CAMPAGNE TO REP-CAMPAGNE
           MOVE WS-IDCLI TO REP-IDCLI
           MOVE WS-DATE-JOUR TO REP-DATE
           MOVE WS-TYPE TO REP-TYPE
           MOVE WS-OPERATEUR TO REP-OPERATEUR
           WRITE ENREG-REPONSE
           END-WRITE
           MOVE 1 TO CIBLE-REPONDUE(WS-IDCLI)
           ADD 1 TO CPT-SAISIES
           DISPLAY "Reponse de " WS-IDCLI " enregistree.".

       FIN.
           CLOSE REPONSES-FIC
           DISPLAY "Reponses saisies : " CPT-SAISIES
           DISPLAY "Saisies refusees : " CPT-REFUSEES.

       END PROGRAM EXO-CLI-REPONSES.
