      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : rapport de rendement des campagnes de courrier. Pour
      * chaque campagne du registre ClientsCampagnes.txt (voir
      * EXO-CLI-CAMPAGNE) : clients vises (ClientsCampagneCibles.txt),
      * reponses saisies (ClientsCampagneReponses.txt, voir
      * EXO-CLI-REPONSES), taux de reponse, cout du passage et cout par
      * reponse, puis le meme decompte par agence du client vise. Un
      * cumul par agence toutes campagnes confondues termine le
      * rapport. La question "la campagne de printemps a-t-elle
      * marche ?" a enfin une reponse chiffree.
      * Registre relu sur 103 octets (criteres a 16 caracteres).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CAMPAGNE-RAPPORT.
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
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que ENREG-CAMPAGNE dans EXO-CLI-CAMPAGNE.
       FD  REGISTRE-FIC.
       01  ENREG-CAMPAGNE.
           05 CAM-CODE PIC X(8).
           05 FILLER PIC X.
           05 CAM-TYPE PIC X.
               88 CAM-ENTETE VALUE "C".
               88 CAM-COUT VALUE "K".
           05 FILLER PIC X.
           05 CAM-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CAM-NB-CIBLES PIC 9(5).
           05 FILLER PIC X(78).
       01  ENREG-CAMPAGNE-COUT REDEFINES ENREG-CAMPAGNE.
           05 FILLER PIC X(11).
           05 CAK-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CAK-AGENCE PIC XX.
           05 FILLER PIC X.
           05 CAK-PLIS PIC 9(5).
           05 FILLER PIC X.
           05 CAK-COUT PIC 9(7)V99.
           05 FILLER PIC X(65).
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
      * Meme dessin que ENREG-REPONSE dans EXO-CLI-REPONSES.
       FD  REPONSES-FIC.
       01  ENREG-REPONSE.
           05 REP-CAMPAGNE PIC X(8).
           05 FILLER PIC X.
           05 REP-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 REP-DATE PIC 9(8).
           05 FILLER PIC X.
           05 REP-TYPE PIC X.
           05 FILLER PIC X.
           05 REP-OPERATEUR PIC X(4).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  REGISTRE-STATUT PIC XX.
       77  CIBLES-STATUT PIC XX.
       77  REPONSES-STATUT PIC XX.
       77  EOF-REGISTRE PIC 9 VALUE 0.
       77  EOF-CIBLES PIC 9 VALUE 0.
       77  EOF-REPONSES PIC 9 VALUE 0.
      * Campagnes du registre, avec leur cout total (ligne "**").
       01  TABLE-CAMPAGNES.
           05 CAMPAGNE-ENTREE OCCURS 50.
               10 TC-CODE PIC X(8).
               10 TC-DATE PIC 9(8).
               10 TC-COUT PIC 9(7)V99.
       77  NB-CAMPAGNES PIC 99 VALUE 0.
       77  IDX-CAMPAGNE PIC 99 VALUE 0.
       77  WS-CAMPAGNE-TROUVEE PIC 9 VALUE 0.
       77  WS-CAMPAGNE-CHERCHEE PIC X(8) VALUE SPACES.
      * Campagne en cours d'edition : temoins par IDCLI (vise une
      * fois, a repondu) et cumuls par agence.
       01  TABLE-VISES.
           05 CLIENT-VISE PIC 9 OCCURS 99999.
       01  TABLE-REPONDUS.
           05 CLIENT-REPONDU PIC 9 OCCURS 99999.
       01  TABLE-AGENCES.
           05 AGENCE-ENTREE OCCURS 10.
               10 AGC-CODE PIC XX.
               10 AGC-VISES PIC 9(5).
               10 AGC-REPONSES PIC 9(5).
               10 AGC-COUT PIC 9(7)V99.
       77  NB-AGENCES PIC 99 VALUE 0.
       77  IDX-AGENCE PIC 99 VALUE 0.
       77  WS-AGENCE-TROUVEE PIC 9 VALUE 0.
       77  WS-AGENCE-CHERCHEE PIC XX VALUE SPACES.
      * Cumul par agence toutes campagnes confondues.
       01  TABLE-AGENCES-TOT.
           05 AGENCE-TOT-ENTREE OCCURS 10.
               10 AGT-CODE PIC XX.
               10 AGT-VISES PIC 9(7).
               10 AGT-REPONSES PIC 9(7).
               10 AGT-COUT PIC 9(9)V99.
       77  NB-AGENCES-TOT PIC 99 VALUE 0.
       77  IDX-AGENCE-TOT PIC 99 VALUE 0.
       77  CPT-VISES PIC 9(5) VALUE 0.
       77  CPT-REPONSES PIC 9(5) VALUE 0.
       77  CPT-HORS-CIBLE PIC 9(5) VALUE 0.
       77  WS-TAUX PIC 999V99 VALUE 0.
       77  WS-COUT-REPONSE PIC 9(7)V99 VALUE 0.
       77  WS-VISES-CALC PIC 9(7) VALUE 0.
       77  WS-REPONSES-CALC PIC 9(7) VALUE 0.
       77  WS-COUT-CALC PIC 9(9)V99 VALUE 0.
       77  WS-REGISTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagnes.txt".
       77  WS-CIBLES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagneCibles.txt".
       77  WS-REPONSES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagneReponses.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CampagnesRapport.txt".
       01  LIGNE-CAMPAGNE.
           05 FILLER PIC X(9) VALUE "CAMPAGNE ".
           05 LIGNE-CAM-CODE PIC X(8).
           05 FILLER PIC X(4) VALUE " du ".
           05 LIGNE-CAM-DATE PIC 9(8).
           05 FILLER PIC X(51) VALUE SPACES.
       01  LIGNE-RENDEMENT.
           05 LIGNE-REN-LIBELLE PIC X(11).
           05 LIGNE-REN-VISES PIC ZZZZZZ9.
           05 FILLER PIC X(7) VALUE " vises ".
           05 LIGNE-REN-REPONSES PIC ZZZZZZ9.
           05 FILLER PIC X(5) VALUE " rep ".
           05 LIGNE-REN-TAUX PIC ZZ9.99.
           05 FILLER PIC X(3) VALUE "%  ".
           05 LIGNE-REN-COUT PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(3) VALUE " / ".
           05 LIGNE-REN-COUT-REP PIC ZZZZZZ9.99.
           05 FILLER PIC X(9) VALUE " par rep.".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM CHARGE-REGISTRE
           MOVE 1 TO IDX-CAMPAGNE
           PERFORM EDITE-CAMPAGNE UNTIL IDX-CAMPAGNE > NB-CAMPAGNES
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CAMPAGNES_PATH, CAMPAGNE_CIBLES_PATH, CAMPAGNE_REPONSES_PATH et
      * CAMPAGNES_RAPPORT_PATH, sans recompilation.
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
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "CAMPAGNES_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\CampagnesRapport.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           OPEN OUTPUT RAPPORT-FIC.

      * Registre : les entetes ouvrent une campagne, la ligne de cout
      * "**" en donne le cout total.
       CHARGE-REGISTRE.
           MOVE 0 TO EOF-REGISTRE
           OPEN INPUT REGISTRE-FIC
           IF REGISTRE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: registre des campagnes introuvable ("
                   REGISTRE-STATUT ") : " WS-REGISTRE-PATH
               CLOSE RAPPORT-FIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-REGISTRE-LECT UNTIL EOF-REGISTRE = 1
           CLOSE REGISTRE-FIC.
       CHARGE-REGISTRE-LECT.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-REGISTRE
           END-READ
           IF EOF-REGISTRE = 0
               THEN
               MOVE CAM-CODE TO WS-CAMPAGNE-CHERCHEE
               PERFORM CHERCHE-CAMPAGNE
               IF CAM-ENTETE AND WS-CAMPAGNE-TROUVEE = 0
                   THEN
                   IF NB-CAMPAGNES < 50
                       THEN
                       ADD 1 TO NB-CAMPAGNES
                       MOVE CAM-CODE TO TC-CODE(NB-CAMPAGNES)
                       MOVE CAM-DATE TO TC-DATE(NB-CAMPAGNES)
                       MOVE 0 TO TC-COUT(NB-CAMPAGNES)
                   ELSE
                       DISPLAY "ATTENTION: plus de 50 campagnes - "
                           CAM-CODE " ignoree."
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF CAM-COUT AND CAK-AGENCE = "**"
                   AND WS-CAMPAGNE-TROUVEE = 1
                   THEN
                   ADD CAK-COUT TO TC-COUT(IDX-CAMPAGNE)
               END-IF
           END-IF.
       CHERCHE-CAMPAGNE.
           MOVE 0 TO WS-CAMPAGNE-TROUVEE
           MOVE 1 TO IDX-CAMPAGNE
           PERFORM CHERCHE-CAMPAGNE-SUIV
               UNTIL IDX-CAMPAGNE > NB-CAMPAGNES
               OR WS-CAMPAGNE-TROUVEE = 1.
       CHERCHE-CAMPAGNE-SUIV.
           IF TC-CODE(IDX-CAMPAGNE) = WS-CAMPAGNE-CHERCHEE
               THEN
               MOVE 1 TO WS-CAMPAGNE-TROUVEE
           ELSE
               ADD 1 TO IDX-CAMPAGNE
           END-IF.

      * Une campagne a la fois : les reponses marquent leurs IDCLI,
      * puis les cibles se cumulent par agence (une cible vue deux
      * fois ne compte qu'une fois) et les couts par agence sont
      * repris du registre.
       EDITE-CAMPAGNE.
           MOVE ZEROES TO TABLE-VISES
           MOVE ZEROES TO TABLE-REPONDUS
           MOVE 0 TO NB-AGENCES
           MOVE 0 TO CPT-VISES
           MOVE 0 TO CPT-REPONSES
           MOVE 0 TO EOF-REPONSES
           OPEN INPUT REPONSES-FIC
           IF REPONSES-STATUT = "00"
               THEN
               PERFORM MARQUE-REPONSE UNTIL EOF-REPONSES = 1
               CLOSE REPONSES-FIC
           END-IF
           MOVE 0 TO EOF-CIBLES
           OPEN INPUT CIBLES-FIC
           IF CIBLES-STATUT = "00"
               THEN
               PERFORM CUMULE-CIBLE UNTIL EOF-CIBLES = 1
               CLOSE CIBLES-FIC
           END-IF
           MOVE 0 TO EOF-REGISTRE
           OPEN INPUT REGISTRE-FIC
           IF REGISTRE-STATUT = "00"
               THEN
               PERFORM CUMULE-COUT-AGENCE UNTIL EOF-REGISTRE = 1
               CLOSE REGISTRE-FIC
           END-IF
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE TC-CODE(IDX-CAMPAGNE) TO LIGNE-CAM-CODE
           MOVE TC-DATE(IDX-CAMPAGNE) TO LIGNE-CAM-DATE
           WRITE ENREG-RAPPORT FROM LIGNE-CAMPAGNE
           END-WRITE
           MOVE "  TOTAL    " TO LIGNE-REN-LIBELLE
           MOVE CPT-VISES TO WS-VISES-CALC
           MOVE CPT-REPONSES TO WS-REPONSES-CALC
           MOVE TC-COUT(IDX-CAMPAGNE) TO WS-COUT-CALC
           PERFORM EDITE-RENDEMENT
           MOVE 1 TO IDX-AGENCE
           PERFORM EDITE-AGENCE UNTIL IDX-AGENCE > NB-AGENCES
           ADD 1 TO IDX-CAMPAGNE.

      * Seules les reponses de cibles comptent ; les autres sont
      * signalees en fin de passage.
       MARQUE-REPONSE.
           READ REPONSES-FIC
               AT END MOVE 1 TO EOF-REPONSES
           END-READ
           IF EOF-REPONSES = 0
               AND REP-CAMPAGNE = TC-CODE(IDX-CAMPAGNE)
               AND REP-IDCLI IS NUMERIC AND REP-IDCLI > 0
               THEN
               MOVE 1 TO CLIENT-REPONDU(REP-IDCLI)
           END-IF.

       CUMULE-CIBLE.
           READ CIBLES-FIC
               AT END MOVE 1 TO EOF-CIBLES
           END-READ
           IF EOF-CIBLES = 0
               AND CIB-CAMPAGNE = TC-CODE(IDX-CAMPAGNE)
               AND CIB-IDCLI IS NUMERIC AND CIB-IDCLI > 0
               AND CLIENT-VISE(CIB-IDCLI) = 0
               THEN
               MOVE 1 TO CLIENT-VISE(CIB-IDCLI)
               ADD 1 TO CPT-VISES
               MOVE CIB-AGENCE TO WS-AGENCE-CHERCHEE
               PERFORM TROUVE-AGENCE
               IF IDX-AGENCE > 0
                   THEN
                   ADD 1 TO AGC-VISES(IDX-AGENCE)
               END-IF
               IF CLIENT-REPONDU(CIB-IDCLI) = 1
                   THEN
                   MOVE 2 TO CLIENT-REPONDU(CIB-IDCLI)
                   ADD 1 TO CPT-REPONSES
                   IF IDX-AGENCE > 0
                       THEN
                       ADD 1 TO AGC-REPONSES(IDX-AGENCE)
                   END-IF
               END-IF
           END-IF.

       CUMULE-COUT-AGENCE.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-REGISTRE
           END-READ
           IF EOF-REGISTRE = 0 AND CAM-COUT
               AND CAM-CODE = TC-CODE(IDX-CAMPAGNE)
               AND CAK-AGENCE NOT = "**"
               THEN
               MOVE CAK-AGENCE TO WS-AGENCE-CHERCHEE
               PERFORM TROUVE-AGENCE
               IF IDX-AGENCE > 0
                   THEN
                   ADD CAK-COUT TO AGC-COUT(IDX-AGENCE)
               END-IF
           END-IF.

      * Recherche (ou creation) de l'agence WS-AGENCE-CHERCHEE dans la
      * table de la campagne ; au-dela de 10 agences, l'indice zero
      * ecarte la ligne du detail (meme convention que CUMUL-AGENCE
      * dans EXO-CLI-ETIQUETTES).
       TROUVE-AGENCE.
           MOVE 0 TO WS-AGENCE-TROUVEE
           MOVE 1 TO IDX-AGENCE
           PERFORM TROUVE-AGENCE-SUIV
               UNTIL IDX-AGENCE > NB-AGENCES
               OR WS-AGENCE-TROUVEE = 1
           IF WS-AGENCE-TROUVEE = 0
               THEN
               IF NB-AGENCES < 10
                   THEN
                   ADD 1 TO NB-AGENCES
                   MOVE NB-AGENCES TO IDX-AGENCE
                   MOVE WS-AGENCE-CHERCHEE TO AGC-CODE(IDX-AGENCE)
                   MOVE 0 TO AGC-VISES(IDX-AGENCE)
                   MOVE 0 TO AGC-REPONSES(IDX-AGENCE)
                   MOVE 0 TO AGC-COUT(IDX-AGENCE)
               ELSE
                   MOVE 0 TO IDX-AGENCE
               END-IF
           END-IF.
       TROUVE-AGENCE-SUIV.
           IF AGC-CODE(IDX-AGENCE) = WS-AGENCE-CHERCHEE
               THEN
               MOVE 1 TO WS-AGENCE-TROUVEE
           ELSE
               ADD 1 TO IDX-AGENCE
           END-IF.

      * Detail par agence de la campagne, verse au cumul general.
       EDITE-AGENCE.
           MOVE SPACES TO LIGNE-REN-LIBELLE
           STRING "  AGENCE " DELIMITED BY SIZE
               AGC-CODE(IDX-AGENCE) DELIMITED BY SIZE
               INTO LIGNE-REN-LIBELLE
           END-STRING
           MOVE AGC-VISES(IDX-AGENCE) TO WS-VISES-CALC
           MOVE AGC-REPONSES(IDX-AGENCE) TO WS-REPONSES-CALC
           MOVE AGC-COUT(IDX-AGENCE) TO WS-COUT-CALC
           PERFORM EDITE-RENDEMENT
           PERFORM CUMULE-AGENCE-TOT
           ADD 1 TO IDX-AGENCE.
       CUMULE-AGENCE-TOT.
           MOVE 0 TO WS-AGENCE-TROUVEE
           MOVE 1 TO IDX-AGENCE-TOT
           PERFORM CHERCHE-AGENCE-TOT
               UNTIL IDX-AGENCE-TOT > NB-AGENCES-TOT
               OR WS-AGENCE-TROUVEE = 1
           IF WS-AGENCE-TROUVEE = 0
               THEN
               IF NB-AGENCES-TOT < 10
                   THEN
                   ADD 1 TO NB-AGENCES-TOT
                   MOVE NB-AGENCES-TOT TO IDX-AGENCE-TOT
                   MOVE AGC-CODE(IDX-AGENCE) TO AGT-CODE(IDX-AGENCE-TOT)
                   MOVE 0 TO AGT-VISES(IDX-AGENCE-TOT)
                   MOVE 0 TO AGT-REPONSES(IDX-AGENCE-TOT)
                   MOVE 0 TO AGT-COUT(IDX-AGENCE-TOT)
               ELSE
                   MOVE 0 TO IDX-AGENCE-TOT
               END-IF
           END-IF
           IF IDX-AGENCE-TOT > 0
               THEN
               ADD AGC-VISES(IDX-AGENCE) TO AGT-VISES(IDX-AGENCE-TOT)
               ADD AGC-REPONSES(IDX-AGENCE)
                   TO AGT-REPONSES(IDX-AGENCE-TOT)
               ADD AGC-COUT(IDX-AGENCE) TO AGT-COUT(IDX-AGENCE-TOT)
           END-IF.
       CHERCHE-AGENCE-TOT.
           IF AGT-CODE(IDX-AGENCE-TOT) = AGC-CODE(IDX-AGENCE)
               THEN
               MOVE 1 TO WS-AGENCE-TROUVEE
           ELSE
               ADD 1 TO IDX-AGENCE-TOT
           END-IF.

      * Ligne de rendement commune : vises, reponses, taux, cout et
      * cout par reponse (a zero tant qu'il n'y a pas de reponse).
       EDITE-RENDEMENT.
           MOVE 0 TO WS-TAUX
           MOVE 0 TO WS-COUT-REPONSE
           IF WS-VISES-CALC > 0
               THEN
               COMPUTE WS-TAUX ROUNDED
                   = WS-REPONSES-CALC * 100 / WS-VISES-CALC
           END-IF
           IF WS-REPONSES-CALC > 0
               THEN
               COMPUTE WS-COUT-REPONSE ROUNDED
                   = WS-COUT-CALC / WS-REPONSES-CALC
           END-IF
           MOVE WS-VISES-CALC TO LIGNE-REN-VISES
           MOVE WS-REPONSES-CALC TO LIGNE-REN-REPONSES
           MOVE WS-TAUX TO LIGNE-REN-TAUX
           MOVE WS-COUT-CALC TO LIGNE-REN-COUT
           MOVE WS-COUT-REPONSE TO LIGNE-REN-COUT-REP
           WRITE ENREG-RAPPORT FROM LIGNE-RENDEMENT
           END-WRITE.

       EDITE-AGENCE-TOT.
           MOVE SPACES TO LIGNE-REN-LIBELLE
           STRING "AGENCE " DELIMITED BY SIZE
               AGT-CODE(IDX-AGENCE-TOT) DELIMITED BY SIZE
               INTO LIGNE-REN-LIBELLE
           END-STRING
           MOVE AGT-VISES(IDX-AGENCE-TOT) TO WS-VISES-CALC
           MOVE AGT-REPONSES(IDX-AGENCE-TOT) TO WS-REPONSES-CALC
           MOVE AGT-COUT(IDX-AGENCE-TOT) TO WS-COUT-CALC
           PERFORM EDITE-RENDEMENT
           ADD 1 TO IDX-AGENCE-TOT.

      * Reponses rattachees a une campagne absente du registre (code
      * mal saisi, registre restaure) : elles ne comptent nulle part
      * mais se signalent.
       COMPTE-HORS-CIBLE.
           MOVE 0 TO EOF-REPONSES
           OPEN INPUT REPONSES-FIC
           IF REPONSES-STATUT = "00"
               THEN
               PERFORM COMPTE-HORS-CIBLE-LECT UNTIL EOF-REPONSES = 1
               CLOSE REPONSES-FIC
           END-IF.
       COMPTE-HORS-CIBLE-LECT.
           READ REPONSES-FIC
               AT END MOVE 1 TO EOF-REPONSES
           END-READ
           IF EOF-REPONSES = 0
               THEN
               MOVE REP-CAMPAGNE TO WS-CAMPAGNE-CHERCHEE
               PERFORM CHERCHE-CAMPAGNE
               IF WS-CAMPAGNE-TROUVEE = 0
                   THEN
                   ADD 1 TO CPT-HORS-CIBLE
               END-IF
           END-IF.

       FIN.
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           WRITE ENREG-RAPPORT FROM
               "=== PAR AGENCE, TOUTES CAMPAGNES"
           END-WRITE
           MOVE 1 TO IDX-AGENCE-TOT
           PERFORM EDITE-AGENCE-TOT
               UNTIL IDX-AGENCE-TOT > NB-AGENCES-TOT
           CLOSE RAPPORT-FIC
           PERFORM COMPTE-HORS-CIBLE
           DISPLAY "Campagnes editees : " NB-CAMPAGNES
           IF CPT-HORS-CIBLE > 0
               THEN
               DISPLAY "ATTENTION: " CPT-HORS-CIBLE " reponse(s) a "
                   "une campagne absente du registre."
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Rapport : " WS-RAPPORT-PATH.

       END PROGRAM EXO-CAMPAGNE-RAPPORT.
