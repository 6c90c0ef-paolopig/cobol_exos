      * (defaut 2) sortent sur le rapport avec leur compte et la date
      * du dernier retour - un client qui revient trois fois n'a pas
      * un probleme de transport, il a une mauvaise adresse.
      * - NPAI_SEUIL se tient dans le fichier central
      *   ParametresChaine.txt (lu par SPPAR01, l'environnement garde
      *   la priorite) ; le seuil retenu et sa provenance sont traces
      *   dans RunLog.txt a chaque passage.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-NPAI-RAPPORT.
               FILE STATUS IS QUARANTAINE-STATUT.
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
       77  QUARANTAINE-STATUT PIC XX.
       77  CPT-SIGNALES PIC 9(5) VALUE 0.
       77  WS-SEUIL PIC 99 VALUE 2.
       77  WS-SEUIL-SAISIE PIC X(2) VALUE SPACES.
       77  WS-SEUIL-SOURCE PIC X VALUE "D".
      * Cumuls par IDCLI : nombre de retours et date du dernier.
       01  TABLE-RETOURS.
           05 RETOURS-PAR-IDCLI OCCURS 99999 PIC 9(3) VALUE 0.
           05 FILLER PIC X(19) VALUE " retours, dernier ".
           05 LIGNE-RET-DATE PIC 9(8).
           05 FILLER PIC X(14) VALUE SPACES.
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
               MOVE "C:\Users\Cobol\NpaiRapport.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           MOVE "NPAI_SEUIL" TO PAR-NOM
           CALL "SPPAR01" USING PARAMETRES-PARAM
           MOVE PAR-VALEUR TO WS-SEUIL-SAISIE
           IF WS-SEUIL-SAISIE IS NUMERIC
               THEN
               MOVE WS-SEUIL-SAISIE TO WS-SEUIL
               MOVE PAR-SOURCE TO WS-SEUIL-SOURCE
           END-IF
           OPEN INPUT QUARANTAINE-FIC
           IF QUARANTAINE-STATUT NOT = "00"
           CLOSE QUARANTAINE-FIC RAPPORT-FIC
           DISPLAY "Retours lus       : " CPT-RETOURS
           DISPLAY "Clients signales  : " CPT-SIGNALES
           DISPLAY "Rapport : " WS-RAPPORT-PATH
           PERFORM ECRIT-RUN-LOG.
       EDITE-CLIENT.
           IF RETOURS-PAR-IDCLI(IDX-IDCLI) >= WS-SEUIL
               THEN
               ADD 1 TO CPT-SIGNALES
           END-IF.

      * Ligne RunLog.txt du passage : valeur retenue de chaque
      * parametre et sa provenance (E = environnement, F = fichier
      * central, D = defaut du programme).
       ECRIT-RUN-LOG.
           MOVE SPACES TO ENREG-RUN-LOG
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE "EXO-NPAI-RAPPO" TO LOG-PROGRAMME
           STRING "NPAI_SEUIL=" DELIMITED BY SIZE
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

       END PROGRAM EXO-NPAI-RAPPORT.
