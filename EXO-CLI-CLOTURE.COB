      * consignes - des annees plus tard, pour l'audit.
      * Codes retour : 0 = mois clos (ou instantane conforme),
      * 8 = copie ou instantane en ecart, 12 = entree inaccessible.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres :
      * l'enregistrement maitre passe a 41 octets.
      * Chaque passage laisse une ligne dans RunLog.txt (periode, code
      * retour, mode) : la liste de fin de mois EXO-FIN-MOIS y verifie
      * que la cloture du mois a bien eu lieu, et avant les autres
      * etapes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-CLOTURE.
           SELECT REGISTRE-FIC
               ASSIGN TO WS-REGISTRE-PATH
               FILE STATUS IS REGISTRE-STATUT.
           SELECT RUN-LOG-FIC
               ASSIGN TO "C:\Users\Cobol\RunLog.txt"
               FILE STATUS IS RUN-LOG-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
           05 STATUT-MASTER PIC X.
      *
      * Registre des instantanes certifies : periode, date et
           05 SNP-SOMME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 SNP-PATH PIC X(60).
      *
      * Meme dessin 80 octets que ENREG-RUN-LOG dans
      * EXO-CONSULT-RAPPORT : la ligne du passage sert de preuve a la
      * liste de fin de mois (EXO-FIN-MOIS).
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
       77  MASTER-STATUT PIC XX.
       77  REGISTRE-STATUT PIC XX.
       77  EOF-MASTER PIC 9 VALUE 0.
           ELSE
               PERFORM CLOTURE-MOIS
           END-IF
           PERFORM ECRIT-RUN-LOG
           STOP RUN.

      * Les chemins par defaut peuvent etre surcharges via
               MOVE SNP-PATH TO WS-ARCHIVE-RETENUE
           END-IF.

      * Ligne RunLog.txt du passage : periode, code retour et mode
      * (C-cloture, V-controle) ; seule une cloture a moins de 8
      * compte comme etape faite pour EXO-FIN-MOIS.
       ECRIT-RUN-LOG.
           MOVE SPACES TO ENREG-RUN-LOG
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE "EXO-CLI-CLOTUR" TO LOG-PROGRAMME
           MOVE RETURN-CODE TO WS-RC-LOG
           STRING "PERIODE=" DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               " RC=" DELIMITED BY SIZE
               WS-RC-LOG DELIMITED BY SIZE
               " MODE=" DELIMITED BY SIZE
               WS-MODE DELIMITED BY SIZE
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

       END PROGRAM EXO-CLI-CLOTURE.
