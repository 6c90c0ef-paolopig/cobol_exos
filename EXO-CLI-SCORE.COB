      * des pires dossiers (au moins SCORE_SEUIL_PIRE regles en
      * echec, defaut 3) pour viser l'effort de correction la ou il
      * paie.
      * Chaque passage ajoute aussi une ligne datee a l'historique
      * ClientsQualiteHisto.txt (details notes, score global = part
      * des regles satisfaites sur l'ensemble des details, et
      * completude par regle) : c'est la que le tableau de bord
      * mensuel EXO-KPI-MENSUEL reprend le score qualite.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : fichier client
      * de 68 octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-SCORE.
               FILE STATUS IS ADR-NORM-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH.
           SELECT SCORE-HISTO-FIC
               ASSIGN TO WS-SCORE-HISTO-PATH
               FILE STATUS IS SCORE-HISTO-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLI-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(70).
      *
      * Historique du score : une ligne par passage, jamais reecrite.
       FD  SCORE-HISTO-FIC.
       01  ENREG-SCORE-HISTO.
           05 SQH-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SQH-DETAILS PIC 9(5).
           05 FILLER PIC X.
           05 SQH-SCORE PIC 9(3)V9.
           05 SQH-REGLE OCCURS 5.
               10 FILLER PIC X.
               10 SQH-REGLE-PCT PIC 9(3).
      *
       WORKING-STORAGE SECTION.
       77  CLI-FIC-STATUT PIC XX.
       77  ADR-NORM-STATUT PIC XX.
       77  SCORE-HISTO-STATUT PIC XX.
       77  WS-DATE-JOUR PIC 9(8) VALUE 0.
       77  WS-TOTAL-OK PIC 9(6) VALUE 0.
       77  EOF-CLI PIC 9 VALUE 0.
       77  EOF-ADR-NORM PIC 9 VALUE 0.
       77  CPT-DETAILS PIC 9(5) VALUE 0.
           VALUE "C:\Users\Cobol\ClientsAdressesNorm.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsQualiteRapport.txt".
       77  WS-SCORE-HISTO-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsQualiteHisto.txt".
       01  LIGNE-REGLE.
           05 FILLER PIC X(8) VALUE "REGLE   ".
           05 LIGNE-REGLE-LIB PIC X(14).
      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * SCORE_FIC_PATH (sortie dedoublonnee du jour par defaut),
      * CLI_ADR_OUT_PATH (meme nom que EXO-CLI-ADR-NORM) et
      * SCORE_RAPPORT_PATH et SCORE_HISTO_PATH ; SCORE_SEUIL_PIRE
      * regle la liste des pires dossiers.
       INIT.
           ACCEPT WS-CLI-FIC-PATH FROM ENVIRONMENT "SCORE_FIC_PATH"
           IF WS-CLI-FIC-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsQualiteRapport.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-SCORE-HISTO-PATH
               FROM ENVIRONMENT "SCORE_HISTO_PATH"
           IF WS-SCORE-HISTO-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsQualiteHisto.txt"
                   TO WS-SCORE-HISTO-PATH
           END-IF
           ACCEPT WS-SEUIL-SAISIE FROM ENVIRONMENT "SCORE_SEUIL_PIRE"
           IF WS-SEUIL-SAISIE IS NUMERIC
               THEN
           MOVE 1 TO IDX-AGENCE
           PERFORM EDITE-AGENCE UNTIL IDX-AGENCE > NB-AGENCES
           CLOSE CLI-FIC RAPPORT-FIC
           PERFORM ECRIT-SCORE-HISTO
           DISPLAY "Details notes        : " CPT-DETAILS
           DISPLAY "Pires dossiers listes: " CPT-PIRES
           DISPLAY "Rapport : " WS-RAPPORT-PATH
           MOVE WS-PCT TO LIGNE-REGLE-PCT
           MOVE REGLE-OK(IDX-REGLE) TO LIGNE-REGLE-OK
           MOVE CPT-DETAILS TO LIGNE-REGLE-TOTAL
           MOVE WS-PCT TO SQH-REGLE-PCT(IDX-REGLE)
           ADD REGLE-OK(IDX-REGLE) TO WS-TOTAL-OK
           WRITE ENREG-RAPPORT FROM LIGNE-REGLE
           END-WRITE.
       EDITE-AGENCE.
           WRITE ENREG-RAPPORT FROM LIGNE-REGLE
           END-WRITE.

      * Ligne d'historique du passage : les pourcentages par regle
      * ont ete ranges par EDITE-REGLE-GLOBALE ; le score global est
      * le total des regles satisfaites sur cinq fois le nombre de
      * details. Un historique illisible n'arrete pas le rapport.
       ECRIT-SCORE-HISTO.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO SQH-DATE
           MOVE CPT-DETAILS TO SQH-DETAILS
           IF CPT-DETAILS > 0
               THEN
               COMPUTE SQH-SCORE ROUNDED
                   = (WS-TOTAL-OK * 100) / (CPT-DETAILS * 5)
           ELSE
               MOVE 0 TO SQH-SCORE
           END-IF
           OPEN EXTEND SCORE-HISTO-FIC
           IF SCORE-HISTO-STATUT NOT = "00"
               THEN
               OPEN OUTPUT SCORE-HISTO-FIC
           END-IF
           IF SCORE-HISTO-STATUT = "00"
               THEN
               WRITE ENREG-SCORE-HISTO
               END-WRITE
               CLOSE SCORE-HISTO-FIC
           ELSE
               DISPLAY "ATTENTION: historique du score indisponible ("
                   SCORE-HISTO-STATUT ") : " WS-SCORE-HISTO-PATH
           END-IF.

       END PROGRAM EXO-CLI-SCORE.
