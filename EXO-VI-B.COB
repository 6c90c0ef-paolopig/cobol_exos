      *   est retrouve au mariage, le fichier des sexes etant recharge
      *   a chaque passage : le code attendu par EXO10/EXO99 n'est
      *   plus perdu sur la route de l'integration.
      * - SUSPENS_MAX_JOURS se tient dans le fichier central
      *   ParametresChaine.txt (lu par SPPAR01, l'environnement garde
      *   la priorite) ; le seuil retenu et sa provenance sont traces
      *   dans RunLog.txt a chaque passage.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-VI-B.
           SELECT SEXEFIC
               ASSIGN TO WS-SEXEFIC-PATH
               FILE STATUS IS SEXE-STATUT.
           SELECT RUN-LOG-FIC
               ASSIGN TO "C:\Users\Cobol\RunLog.txt"
               FILE STATUS IS RUN-LOG-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X VALUE SPACE.
           05 SUS-AGE PIC 9(3).

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
       77  EOFNOM  PIC 9 VALUE 0.
       77  EOFPNM  PIC 9 VALUE 0.
       77  WS-SUS-TROUVE PIC 9 VALUE 0.
       77  WS-SUSPENS-MAX PIC 9(3) VALUE 5.
       77  WS-SUSPENS-MAX-SAISIE PIC X(3) VALUE SPACES.
       77  WS-SUSPENS-MAX-SOURCE PIC X VALUE "D".
       77  CPT-SUS-MARIES PIC 999 VALUE 0.
       77  CPT-SUS-NOUVEAUX PIC 999 VALUE 0.
       77  CPT-SUS-RESTANTS PIC 999 VALUE 0.
       77  WS-SEXEFIC-PATH PIC X(60)
           VALUE "C:\Users\Cobol\Sexes.txt".

       77  RUN-LOG-STATUT PIC XX.
      * Bloc d'appel de SPPAR01 : parametre de la chaine, fichier
      * central ParametresChaine.txt ou environnement (voir
      * SPPAR01.cbl).
       01  PARAMETRES-PARAM.
           05 PAR-NOM PIC X(20).
           05 PAR-VALEUR PIC X(10).
           05 PAR-SOURCE PIC X.
           05 PAR-CODERETOUR PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE "C:\Users\Cobol\NomsPrenomsSuspens.txt"
                   TO WS-SUSPENSFIC-PATH
           END-IF
           MOVE "SUSPENS_MAX_JOURS" TO PAR-NOM
           CALL "SPPAR01" USING PARAMETRES-PARAM
           MOVE PAR-VALEUR TO WS-SUSPENS-MAX-SAISIE
           IF WS-SUSPENS-MAX-SAISIE IS NUMERIC
               THEN
               MOVE WS-SUSPENS-MAX-SAISIE TO WS-SUSPENS-MAX
               MOVE PAR-SOURCE TO WS-SUSPENS-MAX-SOURCE
           END-IF
           ACCEPT WS-SEXEFIC-PATH FROM ENVIRONMENT "SEXEFIC_PATH"
           IF WS-SEXEFIC-PATH = SPACES
           DISPLAY "Suspens maries       : " CPT-SUS-MARIES
           DISPLAY "Suspens nouveaux     : " CPT-SUS-NOUVEAUX
           DISPLAY "Suspens restants     : " CPT-SUS-RESTANTS
           DISPLAY "Suspens expires      : " CPT-SUS-EXPIRES
           PERFORM ECRIT-RUN-LOG.

      * Ligne RunLog.txt du passage : valeur retenue de chaque
      * parametre et sa provenance (E = environnement, F = fichier
      * central, D = defaut du programme).
       ECRIT-RUN-LOG.
           MOVE SPACES TO ENREG-RUN-LOG
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE "EXO-VI-B" TO LOG-PROGRAMME
           STRING "SUSPENS_MAX_JOURS=" DELIMITED BY SIZE
               WS-SUSPENS-MAX DELIMITED BY SIZE
               "(" DELIMITED BY SIZE
               WS-SUSPENS-MAX-SOURCE DELIMITED BY SIZE
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

       END PROGRAM EXO-VI-B.
