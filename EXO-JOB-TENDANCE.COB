      * TENDANCE_MARGE_PCT (defaut 50) est signalee et le code retour
      * passe a 4 - l'alerte precoce qu'il faut pour la planification
      * de la fenetre d'exploitation.
      * - TENDANCE_MARGE_PCT se tient dans le fichier central
      *   ParametresChaine.txt (lu par SPPAR01, l'environnement garde
      *   la priorite) ; la marge retenue et sa provenance sont
      *   tracees dans RunLog.txt a chaque passage.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-JOB-TENDANCE.
               FILE STATUS IS HISTO-STATUT.
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
       01  ENREG-RAPPORT PIC X(70).
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
       77  HISTO-STATUT PIC XX.
       77  WS-NB-RUNS-SAISIE PIC X(2) VALUE SPACES.
       77  WS-MARGE-PCT PIC 9(3) VALUE 50.
       77  WS-MARGE-SAISIE PIC X(3) VALUE SPACES.
       77  WS-MARGE-SOURCE PIC X VALUE "D".
       77  CPT-SIGNALEES PIC 99 VALUE 0.
      * Derniers passages par etape : la fenetre glisse par decalage a
      * gauche quand elle est pleine (le plus ancien sort).
           05 FILLER PIC X(2) VALUE " s".
           05 FILLER PIC X(48) VALUE SPACES.
       01  LIGNE-SIGNAL PIC X(70).
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
               THEN
               MOVE 10 TO WS-NB-RUNS
           END-IF
           MOVE "TENDANCE_MARGE_PCT" TO PAR-NOM
           CALL "SPPAR01" USING PARAMETRES-PARAM
           MOVE PAR-VALEUR TO WS-MARGE-SAISIE
           IF WS-MARGE-SAISIE IS NUMERIC
               THEN
               MOVE WS-MARGE-SAISIE TO WS-MARGE-PCT
               MOVE PAR-SOURCE TO WS-MARGE-SOURCE
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT "TENDANCE_RAPPORT"
           IF WS-RAPPORT-PATH = SPACES
           DISPLAY "Lignes d'historique lues : " CPT-LIGNES
           DISPLAY "Etapes signalees         : " CPT-SIGNALEES
           DISPLAY "Rapport : " WS-RAPPORT-PATH
           PERFORM ECRIT-RUN-LOG
           IF CPT-SIGNALEES NOT = 0
               THEN
               MOVE 4 TO RETURN-CODE
           END-WRITE
           ADD 1 TO IDX-RUN.

      * Ligne RunLog.txt du passage : valeur retenue de chaque
      * parametre et sa provenance (E = environnement, F = fichier
      * central, D = defaut du programme).
       ECRIT-RUN-LOG.
           MOVE SPACES TO ENREG-RUN-LOG
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE "EXO-JOB-TENDAN" TO LOG-PROGRAMME
           STRING "TENDANCE_MARGE_PCT=" DELIMITED BY SIZE
               WS-MARGE-PCT DELIMITED BY SIZE
               "(" DELIMITED BY SIZE
               WS-MARGE-SOURCE DELIMITED BY SIZE
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

       END PROGRAM EXO-JOB-TENDANCE.
