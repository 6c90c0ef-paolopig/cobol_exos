      * une ligne totale "**"). Le rapport totalise par mois (lignes
      * totales) et par agence sur toute la periode, pour que la
      * finance ait enfin un chiffre au lieu d'un compte de plis.
      * Chaque passage est trace dans RunLog.txt, rattache au mois de
      * cloture (CLOTURE_PERIODE, defaut : mois du jour), pour la liste
      * de fin de mois EXO-FIN-MOIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-COURRIER-RAPPORT.
               FILE STATUS IS COUTS-STATUT.
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
      * Meme dessin 80 octets que ENREG-RUN-LOG dans
      * EXO-CONSULT-RAPPORT.
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
       77  RUN-LOG-STATUT PIC XX.
       77  WS-RC-LOG PIC 99 VALUE 0.
      * Mois de cloture auquel le passage est rattache dans RunLog.txt
      * (CLOTURE_PERIODE, defaut : mois du jour).
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-PERIODE PIC 9(6) VALUE 0.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77  COUTS-STATUT PIC XX.
       77  EOF-COUTS PIC 9 VALUE 0.
       77  CPT-LIGNES PIC 9(5) VALUE 0.
           PERFORM EDITE-AGENCE UNTIL IDX-AGENCE > NB-AGENCES
           CLOSE COUTS-FIC RAPPORT-FIC
           DISPLAY "Lignes de cout lues : " CPT-LIGNES
           DISPLAY "Rapport : " WS-RAPPORT-PATH
           PERFORM ECRIT-RUN-LOG.
       EDITE-MOIS.
           MOVE MOIS-AAAAMM(IDX-MOIS) TO LIGNE-MOIS-AAAAMM
           MOVE MOIS-PLIS(IDX-MOIS) TO LIGNE-MOIS-PLIS
           END-WRITE
           ADD 1 TO IDX-AGENCE.

      * Ligne RunLog.txt du passage, rattachee au mois de cloture
      * pour la liste de fin de mois EXO-FIN-MOIS.
       ECRIT-RUN-LOG.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT "CLOTURE_PERIODE"
           IF WS-PERIODE-SAISIE IS NUMERIC
               THEN
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF
           MOVE SPACES TO ENREG-RUN-LOG
           MOVE WS-DATE-JOUR TO LOG-DATE
           ACCEPT LOG-TIME FROM TIME
           MOVE "EXO-COURRIER-R" TO LOG-PROGRAMME
           MOVE RETURN-CODE TO WS-RC-LOG
           STRING "PERIODE=" DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               " RC=" DELIMITED BY SIZE
               WS-RC-LOG DELIMITED BY SIZE
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

       END PROGRAM EXO-COURRIER-RAPPORT.
