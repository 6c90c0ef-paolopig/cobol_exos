      * n'est pas en train de repondre au guichet. C'est la reponse a
      * la revue de confidentialite : la maintenance etait tracee, la
      * consultation ne l'etait pas.
      * - CONSULT_SEUIL se tient dans le fichier central
      *   ParametresChaine.txt (lu par SPPAR01, l'environnement garde
      *   la priorite) ; le seuil retenu et sa provenance sont traces
      *   dans RunLog.txt a chaque passage.
      * - les lignes de type C (adresse et telephone vus en clair dans
      *   EXO-CLI-LOOKUP, EXO-CLI-EXTRACT ou EXO-CSV-EXPORT) sont
      *   comptees a part, par operateur et par jour, dans la colonne
      *   clair, et ne pesent pas sur le seuil des consultations.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CONSULT-RAPPORT.
               FILE STATUS IS CONSULT-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH.
           SELECT RUN-LOG-FIC
               ASSIGN TO "C:\Users\Cobol\RunLog.txt"
               FILE STATUS IS RUN-LOG-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(60).
      *
      * Enregistrement cale sur 80 octets : tous les programmes qui
      * alimentent RunLog.txt partagent cette longueur, pour que le
      * lecteur (EXO-OPS-RAPPORT) cadre chaque passage sans terminateur
      * de ligne. La zone libre porte les parametres du passage.
       FD  RUN-LOG-FIC.
       01  ENREG-RUN-LOG.
           05 LOG-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-PROGRAMME PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-PARAMETRES PIC X(47).
      *
       WORKING-STORAGE SECTION.
       77  CONSULT-STATUT PIC XX.
       77  CPT-LIGNES PIC 9(6) VALUE 0.
       77  WS-SEUIL PIC 9(4) VALUE 100.
       77  WS-SEUIL-SAISIE PIC X(4) VALUE SPACES.
       77  WS-SEUIL-SOURCE PIC X VALUE "D".
       77  CPT-SIGNALES PIC 9(3) VALUE 0.
       77  CPT-CLAIR PIC 9(6) VALUE 0.
      * Cumuls par couple operateur/jour, dans l'ordre de rencontre.
      * SES-CLAIR compte a part les affichages et extraits en clair
      * de l'adresse et du telephone (lignes de type C).
       01  TABLE-SESSIONS.
           05 SESSION-ENTREE OCCURS 200.
               10 SES-OPERATEUR PIC X(4).
               10 SES-DATE PIC 9(8).
               10 SES-CPT PIC 9(5).
               10 SES-CLAIR PIC 9(5).
       77  NB-SESSIONS PIC 999 VALUE 0.
       77  IDX-SESSION PIC 999 VALUE 0.
       77  WS-SESSION-TROUVEE PIC 9 VALUE 0.
           05 LIGNE-SES-CPT PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE " consultations".
           05 LIGNE-SES-SIGNAL PIC X(10).
           05 FILLER PIC X(7) VALUE " clair:".
           05 LIGNE-SES-CLAIR PIC ZZZZ9.
       77  RUN-LOG-STATUT PIC XX.
      * Bloc d'appel de SPPAR01 : parametre de la chaine, fichier
      * central ParametresChaine.txt ou environnement (voir
      * SPPAR01.cbl).
       01  PARAMETRES-PARAM.
           05 PAR-NOM PIC X(20).
           05 PAR-VALEUR PIC X(10).
           05 PAR-SOURCE PIC X.
           05 PAR-CODERETOUR PIC 9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE "C:\Users\Cobol\ConsultationsRapport.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           MOVE "CONSULT_SEUIL" TO PAR-NOM
           CALL "SPPAR01" USING PARAMETRES-PARAM
           MOVE PAR-VALEUR TO WS-SEUIL-SAISIE
           IF WS-SEUIL-SAISIE IS NUMERIC
               THEN
               MOVE WS-SEUIL-SAISIE TO WS-SEUIL
               MOVE PAR-SOURCE TO WS-SEUIL-SOURCE
           END-IF
           OPEN INPUT CONSULT-FIC
           IF CONSULT-STATUT NOT = "00"
           IF CSL-DATE IS NUMERIC AND CSL-OPERATEUR NOT = SPACES
               THEN
               ADD 1 TO CPT-LIGNES
               IF CSL-TYPE = "C"
                   THEN
                   ADD 1 TO CPT-CLAIR
               END-IF
               PERFORM CUMULE-SESSION
           END-IF
           READ CONSULT-FIC
                   MOVE CSL-OPERATEUR TO SES-OPERATEUR(IDX-SESSION)
                   MOVE CSL-DATE TO SES-DATE(IDX-SESSION)
                   MOVE 0 TO SES-CPT(IDX-SESSION)
                   MOVE 0 TO SES-CLAIR(IDX-SESSION)
               ELSE
                   MOVE 0 TO IDX-SESSION
               END-IF
           END-IF
           IF IDX-SESSION > 0
               THEN
               IF CSL-TYPE = "C"
                   THEN
                   ADD 1 TO SES-CLAIR(IDX-SESSION)
               ELSE
                   ADD 1 TO SES-CPT(IDX-SESSION)
               END-IF
           END-IF.
       CHERCHE-SESSION.
           IF SES-OPERATEUR(IDX-SESSION) = CSL-OPERATEUR
           PERFORM EDITE-SESSION UNTIL IDX-SESSION > NB-SESSIONS
           CLOSE CONSULT-FIC RAPPORT-FIC
           DISPLAY "Consultations lues : " CPT-LIGNES
           DISPLAY "Dont en clair      : " CPT-CLAIR
           DISPLAY "Sessions signalees : " CPT-SIGNALES
           DISPLAY "Rapport : " WS-RAPPORT-PATH
           PERFORM ECRIT-RUN-LOG
           IF CPT-SIGNALES NOT = 0
               THEN
               MOVE 4 TO RETURN-CODE
           MOVE SES-OPERATEUR(IDX-SESSION) TO LIGNE-SES-OPERATEUR
           MOVE SES-DATE(IDX-SESSION) TO LIGNE-SES-DATE
           MOVE SES-CPT(IDX-SESSION) TO LIGNE-SES-CPT
           MOVE SES-CLAIR(IDX-SESSION) TO LIGNE-SES-CLAIR
           IF SES-CPT(IDX-SESSION) > WS-SEUIL
               THEN
               MOVE " ANORMALE" TO LIGNE-SES-SIGNAL
           END-WRITE
           ADD 1 TO IDX-SESSION.

      * Ligne RunLog.txt du passage : valeur retenue de chaque
      * parametre et sa provenance (E = environnement, F = fichier
      * central, D = defaut du programme).
       ECRIT-RUN-LOG.
           MOVE SPACES TO ENREG-RUN-LOG
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE "EXO-CONSULT-RA" TO LOG-PROGRAMME
           STRING "CONSULT_SEUIL=" DELIMITED BY SIZE
               WS-SEUIL DELIMITED BY SIZE
               "(" DELIMITED BY SIZE
               WS-SEUIL-SOURCE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LOG-PARAMETRES
           END-STRING
           OPEN EXTEND RUN-LOG-FIC
           IF RUN-LOG-STATUT NOT = "00"
               THEN
               OPEN OUTPUT RUN-LOG-FIC
           END-IF
           WRITE ENREG-RUN-LOG
           END-WRITE
           CLOSE RUN-LOG-FIC.

       END PROGRAM EXO-CONSULT-RAPPORT.
