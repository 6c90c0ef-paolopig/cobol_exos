      * personne (absent du registre) ou vers un employe parti
      * (absent du fichier employes) est signale - fini la liste
      * papier scotchee au mur.
      * Chaque synthese est tracee dans RunLog.txt avec sa periode
      * (AUDIT_PERIODE, a defaut le mois de cloture CLOTURE_PERIODE ou
      * le mois du jour), pour la liste de fin de mois EXO-FIN-MOIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-AUDIT-RESUME.
           SELECT EMPL-FIC
               ASSIGN TO WS-EMPL-PATH
               FILE STATUS IS EMPL-STATUT.
           SELECT RUN-LOG-FIC
               ASSIGN TO "C:\Users\Cobol\RunLog.txt"
               FILE STATUS IS RUN-LOG-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
           05 NOM-EMPL PIC X(10).
           05 DATE-EMB-EMPL PIC 9(8).
           05 SERVICE-EMPL PIC X(3).
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
       77  WS-DATE-JOUR PIC 9(8).
       77  EOF PIC 9 VALUE 0.
       77  CPT-LIGNES PIC 9(5) VALUE 0.
       77  WS-DATE-LIGNE PIC 9(8) VALUE 0.
               THEN
               DISPLAY "Mises en attente    : " CPT-ATTENTES
           END-IF
           DISPLAY "Motifs suspects     : " CPT-SUSPECTS
           PERFORM ECRIT-RUN-LOG.

      * Ligne RunLog.txt du passage pour la liste de fin de mois
      * EXO-FIN-MOIS : la periode est AUDIT_PERIODE quand la synthese
      * porte sur un segment clos, sinon le mois de cloture
      * (CLOTURE_PERIODE, defaut : mois du jour).
       ECRIT-RUN-LOG.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           IF WS-PERIODE = 0
               THEN
               MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
               ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT
                   "CLOTURE_PERIODE"
               IF WS-PERIODE-SAISIE IS NUMERIC
                   THEN
                   MOVE WS-PERIODE-SAISIE TO WS-PERIODE
               END-IF
           END-IF
           MOVE SPACES TO ENREG-RUN-LOG
           MOVE WS-DATE-JOUR TO LOG-DATE
           ACCEPT LOG-TIME FROM TIME
           MOVE "EXO-AUDIT-RESU" TO LOG-PROGRAMME
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

       EDITE-JOUR.
           MOVE JOUR-DATE(IDX-JOUR) TO LIGNE-JOUR-DATE
