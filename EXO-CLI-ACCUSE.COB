      * un accuse portant sur un fichier hors manifeste est signale en
      * avertissement. C'est la boucle de confirmation qui manquait
      * aux transferts.
      * Chaque entree du manifeste rapprochee est en outre ajoutee a
      * l'historique des transferts TransfertHistorique.txt (date,
      * fichier, compte du manifeste, compte accuse, etat) : manifeste
      * et accuse sont recrees a chaque transfert, alors que le
      * controle de la facture mensuelle du bureau
      * (EXO-COURRIER-FACTURE) a besoin de tous les transferts du mois.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-ACCUSE.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
           SELECT HISTO-FIC
               ASSIGN TO WS-HISTO-PATH
               FILE STATUS IS HISTO-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
           05 ALERTE-SEVERITE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-MESSAGE PIC X(60).
      *
      * Historique des transferts : une ligne par entree du manifeste
      * rapprochee. Etat : 0 = jamais accuse, 1 = accuse conforme,
      * 2 = accuse en ecart de compte. Un rapprochement rejoue ajoute
      * de nouvelles lignes ; la derniere ligne d'un couple date /
      * fichier fait foi.
       FD  HISTO-FIC.
       01  ENREG-HISTO.
           05 HIS-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-FICHIER PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-CPT-MANIFESTE PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-CPT-ACCUSE PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 HIS-ETAT PIC 9.
      *
       WORKING-STORAGE SECTION.
       77  MANIFESTE-STATUT PIC XX.
       77  ACCUSE-STATUT PIC XX.
       77  ALERTES-STATUT PIC XX.
       77  HISTO-STATUT PIC XX.
       77  WS-HISTO-OUVERT PIC 9 VALUE 0.
       77  EOF-MANIFESTE PIC 9 VALUE 0.
       77  EOF-ACCUSE PIC 9 VALUE 0.
       77  WS-DATE-ALERTE PIC 9(8).
      * Manifeste charge en table, pointe par les accuses.
       01  TABLE-MANIFESTE.
           05 MANIFESTE-ENTREE OCCURS 20.
               10 TAB-MAN-DATE PIC 9(8).
               10 TAB-MAN-FICHIER PIC X(40).
               10 TAB-MAN-CPT PIC 9(5).
               10 TAB-MAN-ACK-CPT PIC 9(5).
               10 TAB-MAN-ETAT PIC 9.
      * Etat : 0 = pas encore accuse, 1 = accuse conforme,
      * 2 = accuse en ecart de compte.
           VALUE "C:\Users\Cobol\TransfertManifeste.txt".
       77  WS-ACCUSE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\TransfertAccuse.txt".
       77  WS-HISTO-PATH PIC X(60)
           VALUE "C:\Users\Cobol\TransfertHistorique.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * MANIFESTE_PATH (meme nom que EXO-CLI-EXPEDIE), ACCUSE_PATH et
      * TRANSFERT_HISTO_PATH, sans recompilation.
       INIT.
           ACCEPT WS-MANIFESTE-PATH FROM ENVIRONMENT "MANIFESTE_PATH"
           IF WS-MANIFESTE-PATH = SPACES
               MOVE "C:\Users\Cobol\TransfertAccuse.txt"
                   TO WS-ACCUSE-PATH
           END-IF
           ACCEPT WS-HISTO-PATH FROM ENVIRONMENT "TRANSFERT_HISTO_PATH"
           IF WS-HISTO-PATH = SPACES
               MOVE "C:\Users\Cobol\TransfertHistorique.txt"
                   TO WS-HISTO-PATH
           END-IF
           PERFORM CHARGE-MANIFESTE
           OPEN INPUT ACCUSE-FIC
           IF ACCUSE-STATUT NOT = "00"
               AND MAN-FICHIER NOT = SPACES
               THEN
               ADD 1 TO NB-MANIFESTE
               MOVE MAN-DATE TO TAB-MAN-DATE(NB-MANIFESTE)
               MOVE MAN-FICHIER TO TAB-MAN-FICHIER(NB-MANIFESTE)
               MOVE MAN-CPT TO TAB-MAN-CPT(NB-MANIFESTE)
               MOVE 0 TO TAB-MAN-ACK-CPT(NB-MANIFESTE)
               MOVE 0 TO TAB-MAN-ETAT(NB-MANIFESTE)
           END-IF.

                       ACK-FICHIER
                   ADD 1 TO CPT-INCONNUS
               ELSE
                   MOVE ACK-CPT TO TAB-MAN-ACK-CPT(IDX-MANIFESTE)
                   IF ACK-CPT = TAB-MAN-CPT(IDX-MANIFESTE)
                       THEN
                       MOVE 1 TO TAB-MAN-ETAT(IDX-MANIFESTE)
           END-IF.

      * Verdict : chaque entree du manifeste restee sans accuse (ou
      * accusee en ecart) part en alerte datee ; toutes sont versees
      * a l'historique des transferts.
       FIN.
           CLOSE ACCUSE-FIC
           MOVE 0 TO WS-HISTO-OUVERT
           OPEN EXTEND HISTO-FIC
           IF HISTO-STATUT NOT = "00"
               THEN
               OPEN OUTPUT HISTO-FIC
           END-IF
           IF HISTO-STATUT = "00"
               THEN
               MOVE 1 TO WS-HISTO-OUVERT
           ELSE
               DISPLAY "ATTENTION: historique des transferts "
                   "indisponible (" HISTO-STATUT ") : " WS-HISTO-PATH
           END-IF
           MOVE 1 TO IDX-MANIFESTE
           PERFORM CONTROLE-ENTREE UNTIL IDX-MANIFESTE > NB-MANIFESTE
           IF WS-HISTO-OUVERT = 1
               THEN
               CLOSE HISTO-FIC
           END-IF
           DISPLAY "Accuses conformes   : " CPT-CONFORMES
           DISPLAY "Non accuses         : " CPT-NON-ACCUSES
           DISPLAY "Comptes en ecart    : " CPT-EN-ECART
                   END-STRING
                   PERFORM ECRIT-ALERTE-ACCUSE
           END-EVALUATE
           IF WS-HISTO-OUVERT = 1
               THEN
               PERFORM ECRIT-HISTORIQUE
           END-IF
           ADD 1 TO IDX-MANIFESTE.
       ECRIT-HISTORIQUE.
           MOVE SPACES TO ENREG-HISTO
           MOVE TAB-MAN-DATE(IDX-MANIFESTE) TO HIS-DATE
           MOVE TAB-MAN-FICHIER(IDX-MANIFESTE) TO HIS-FICHIER
           MOVE TAB-MAN-CPT(IDX-MANIFESTE) TO HIS-CPT-MANIFESTE
           MOVE TAB-MAN-ACK-CPT(IDX-MANIFESTE) TO HIS-CPT-ACCUSE
           MOVE TAB-MAN-ETAT(IDX-MANIFESTE) TO HIS-ETAT
           WRITE ENREG-HISTO
           END-WRITE.

       ECRIT-ALERTE-ACCUSE.
           MOVE SPACES TO ENREG-ALERTE
