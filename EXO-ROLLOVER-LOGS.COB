      * Un segment deja present pour la periode fait sauter le fichier
      * concerne (pas d'ecrasement d'un segment clos) ; les autres
      * basculent quand meme.
      * Le passage est trace dans RunLog.txt (periode, code retour), en
      * tete du fichier neuf, pour la liste de fin de mois EXO-FIN-MOIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-ROLLOVER-LOGS.
           SELECT ETAT-FIC
               ASSIGN TO WS-ETAT-PATH
               FILE STATUS IS ETAT-STATUT.
           SELECT RUN-LOG-FIC
               ASSIGN TO "C:\Users\Cobol\RunLog.txt"
               FILE STATUS IS RUN-LOG-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ETAT-FIC.
       01  ENREG-ETAT.
           05 ETA-CHECK PIC 9(8).
      *
      * Meme dessin 80 octets que ENREG-RUN-LOG dans
      * EXO-CONSULT-RAPPORT. La ligne est ecrite apres la bascule :
      * elle ouvre le RunLog.txt neuf.
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
       77  SEGMENTS-STATUT PIC XX.
       77  ETAT-STATUT PIC XX.
       77  WS-CHAINE-COUPE PIC 9(8) VALUE 0.
           IF CPT-SAUTES NOT = 0 AND RETURN-CODE = 0
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ECRIT-RUN-LOG.

      * Ligne RunLog.txt du passage : periode basculee et code retour,
      * relus par la liste de fin de mois EXO-FIN-MOIS.
       ECRIT-RUN-LOG.
           MOVE SPACES TO ENREG-RUN-LOG
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE "EXO-ROLLOVER-L" TO LOG-PROGRAMME
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

       END PROGRAM EXO-ROLLOVER-LOGS.
