      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : diffusion quotidienne des rapports de la chaine.
      * ClientsRapport.txt, OpsRapport.txt, FinJourneeRapport.txt,
      * AuditResume.txt, NpaiRapport.txt, ... partaient au gre de
      * celui qui pensait a les envoyer. Le catalogue de diffusion
      * RapportsDiffusion.txt decrit chaque rapport : fichier,
      * programme producteur, frequence (Q = quotidien, H = hebdo-
      * madaire au jour de semaine indique, 1 = lundi, M = mensuel au
      * quantieme indique) et jusqu'a cinq destinataires.
      * - un rapport regenere aujourd'hui (date de modification du
      *   fichier) est joint a la liasse de chacun de ses
      *   destinataires ; un rapport plus ancien n'est jamais joint ;
      * - une liasse par destinataire, Diffusion_<DEST>_AAAAMMJJ.txt,
      *   ouverte par une page de garde (rapports joints, rapports
      *   attendus mais absents) suivie du contenu des rapports joints,
      *   chacun precede d'un bandeau ;
      * - un rapport attendu aujourd'hui selon sa frequence mais
      *   absent (MANQUANT) ou non regenere (PERIME) est signale a
      *   l'ecran, sur la page de garde de ses destinataires et dans
      *   Alerts.txt (ATTENTION).
      * Codes retour : 0 = diffusion complete, 4 = au moins un rapport
      * attendu manquant ou perime, 12 = catalogue introuvable ou
      * vide.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-DIFFUSION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FIC
               ASSIGN TO WS-CATALOGUE-PATH
               FILE STATUS IS CATALOGUE-STATUT.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Un rapport par enregistrement : fichier (nom seul, dans le
      * repertoire des rapports), programme producteur, frequence et
      * jour, destinataires (codes de 8, separes d'un blanc).
       FD  CATALOGUE-FIC.
       01  ENREG-CATALOGUE.
           05 DIF-FICHIER PIC X(30).
           05 FILLER PIC X.
           05 DIF-PROGRAMME PIC X(16).
           05 FILLER PIC X.
           05 DIF-FREQUENCE PIC X.
           05 DIF-JOUR PIC 99.
           05 DIF-DESTINATAIRES.
               10 DIF-DEST-ENTREE OCCURS 5.
                   15 FILLER PIC X.
                   15 DIF-DEST PIC X(8).
      *
      * Fichier central des alertes de la chaine (voir ECRIT-ALERTE
      * dans EXO-FICHIER-SORT).
       FD  ALERTES-FIC.
       01  ENREG-ALERTE.
           05 ALERTE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-PROGRAMME PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-SEVERITE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-MESSAGE PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  CATALOGUE-STATUT PIC XX.
       77  ALERTES-STATUT PIC XX.
       77  EOF-CATALOGUE PIC 9 VALUE 0.
       01  WS-DATE PIC 9(8) VALUE 0.
       01  WS-DATE-DECOUPE REDEFINES WS-DATE.
           05 WS-DD-AAAA PIC 9(4).
           05 WS-DD-MM PIC 99.
           05 WS-DD-JJ PIC 99.
       77  WS-TIME PIC 9(8) VALUE 0.
       77  WS-JOUR-SEMAINE PIC 9 VALUE 0.
      * Catalogue en table, avec l'etat constate de chaque rapport :
      * INCLUS, MANQUANT, PERIME, ou NON DU (ni attendu ni regenere).
       01  TABLE-RAPPORTS.
           05 RAPPORT-ENTREE OCCURS 50.
               10 TAB-FICHIER PIC X(30).
               10 TAB-PROGRAMME PIC X(16).
               10 TAB-FREQUENCE PIC X.
               10 TAB-JOUR PIC 99.
               10 TAB-DEST PIC X(8) OCCURS 5.
               10 TAB-ATTENDU PIC 9.
               10 TAB-ETAT PIC X(8).
               10 TAB-DATE-FICHIER PIC 9(8).
               10 TAB-TAILLE PIC 9(10).
       77  NB-RAPPORTS PIC 99 VALUE 0.
       77  IDX-RAPPORT PIC 99 VALUE 0.
       77  IDX-DEST PIC 9 VALUE 0.
       01  TABLE-DESTINATAIRES.
           05 TAB-DESTINATAIRE PIC X(8) OCCURS 30.
       77  NB-DESTINATAIRES PIC 99 VALUE 0.
       77  IDX-DESTINATAIRE PIC 99 VALUE 0.
       77  WS-DEST-TROUVE PIC 9 VALUE 0.
       77  WS-DEST-VISE PIC 9 VALUE 0.
       77  WS-DESTINATAIRE PIC X(8) VALUE SPACES.
       77  CPT-INCLUS PIC 99 VALUE 0.
       77  CPT-MANQUANTS PIC 99 VALUE 0.
       77  CPT-PERIMES PIC 99 VALUE 0.
       77  CPT-LIASSES PIC 99 VALUE 0.
       77  CPT-JOINTS PIC 99 VALUE 0.
       77  CPT-SIGNALES PIC 99 VALUE 0.
      * Renseignements rendus par CBL_CHECK_FILE_EXIST : taille, puis
      * date et heure de derniere modification.
       01  WS-FICHIER-INFO.
           05 INF-TAILLE PIC X(8) COMP-X.
           05 INF-JOUR PIC X COMP-X.
           05 INF-MOIS PIC X COMP-X.
           05 INF-ANNEE PIC X(2) COMP-X.
           05 INF-HEURE PIC X COMP-X.
           05 INF-MINUTE PIC X COMP-X.
           05 INF-SECONDE PIC X COMP-X.
           05 INF-CENTIEME PIC X COMP-X.
       77  WS-FICHIER-STATUT PIC 9(9) COMP-5 VALUE 0.
      * Acces en octets (CBL_OPEN_FILE/CBL_READ_FILE, comme dans
      * EXO-TRI-VERIF) : le contenu des rapports est recopie tel quel
      * dans la liasse, quelle que soit sa longueur d'enregistrement.
       77  WS-HANDLE-RAPPORT PIC X(4) COMP-X VALUE 0.
       77  WS-HANDLE-LIASSE PIC X(4) COMP-X VALUE 0.
       77  WS-OFFSET-RAPPORT PIC X(8) COMP-X VALUE 0.
       77  WS-OFFSET-LIASSE PIC X(8) COMP-X VALUE 0.
       77  WS-NBYTES PIC X(4) COMP-X VALUE 0.
       77  WS-FLAGS PIC X COMP-X VALUE 0.
       77  WS-ACCES-LECTURE PIC X COMP-X VALUE 1.
       77  WS-ACCES-ECRITURE PIC X COMP-X VALUE 2.
       77  WS-DENY PIC X COMP-X VALUE 3.
       77  WS-DENY-LIASSE PIC X COMP-X VALUE 0.
       77  WS-DEVICE PIC X COMP-X VALUE 0.
       77  WS-RESTE PIC 9(10) VALUE 0.
       77  WS-TAMPON PIC X(256) VALUE SPACES.
       77  WS-LIASSE-OUVERTE PIC 9 VALUE 0.
      * Page de garde et bandeaux : lignes de 80.
       01  WS-LIGNE PIC X(80) VALUE SPACES.
       01  WS-LIGNE-RAPPORT REDEFINES WS-LIGNE.
           05 FILLER PIC X(2).
           05 LGN-ETAT PIC X(8).
           05 FILLER PIC X.
           05 LGN-FICHIER PIC X(30).
           05 FILLER PIC X.
           05 LGN-PROGRAMME PIC X(16).
           05 FILLER PIC X.
           05 LGN-FREQUENCE PIC X.
           05 FILLER PIC X.
           05 LGN-DATE-LIB PIC X(9).
           05 FILLER PIC X.
           05 LGN-DATE PIC X(8).
           05 FILLER PIC X.
       77  WS-CPT-EDITE PIC Z9.
       77  WS-MESSAGE-ALERTE PIC X(60) VALUE SPACES.
       77  WS-RAPPORTS-DIR PIC X(40) VALUE "C:\Users\Cobol\".
       77  WS-RAPPORT-PATH PIC X(72) VALUE SPACES.
       77  WS-LIASSE-PATH PIC X(72) VALUE SPACES.
       77  WS-CATALOGUE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\RapportsDiffusion.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables : RAPPORTS_CATALOGUE_PATH pour le
      * catalogue, RAPPORTS_DIR pour le repertoire ou les rapports
      * sont lus et les liasses ecrites.
       INIT.
           ACCEPT WS-CATALOGUE-PATH FROM ENVIRONMENT
               "RAPPORTS_CATALOGUE_PATH"
           IF WS-CATALOGUE-PATH = SPACES
               MOVE "C:\Users\Cobol\RapportsDiffusion.txt"
                   TO WS-CATALOGUE-PATH
           END-IF
           ACCEPT WS-RAPPORTS-DIR FROM ENVIRONMENT "RAPPORTS_DIR"
           IF WS-RAPPORTS-DIR = SPACES
               MOVE "C:\Users\Cobol\" TO WS-RAPPORTS-DIR
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           ACCEPT WS-JOUR-SEMAINE FROM DAY-OF-WEEK
           PERFORM CHARGE-CATALOGUE
           IF NB-RAPPORTS = 0
               THEN
               DISPLAY "ERREUR: catalogue de diffusion introuvable ou "
                   "vide (" CATALOGUE-STATUT ") : " WS-CATALOGUE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Diffusion des rapports du " WS-DATE.

       CHARGE-CATALOGUE.
           MOVE 0 TO EOF-CATALOGUE
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               PERFORM CHARGE-CATALOGUE-LECT UNTIL EOF-CATALOGUE = 1
               CLOSE CATALOGUE-FIC
           END-IF.
       CHARGE-CATALOGUE-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-CATALOGUE
           END-READ
           IF EOF-CATALOGUE = 0 AND DIF-FICHIER NOT = SPACES
               AND NB-RAPPORTS < 50
               THEN
               ADD 1 TO NB-RAPPORTS
               MOVE DIF-FICHIER TO TAB-FICHIER(NB-RAPPORTS)
               MOVE DIF-PROGRAMME TO TAB-PROGRAMME(NB-RAPPORTS)
               MOVE DIF-FREQUENCE TO TAB-FREQUENCE(NB-RAPPORTS)
               MOVE 0 TO TAB-JOUR(NB-RAPPORTS)
               IF DIF-JOUR IS NUMERIC
                   THEN
                   MOVE DIF-JOUR TO TAB-JOUR(NB-RAPPORTS)
               END-IF
               IF TAB-FREQUENCE(NB-RAPPORTS) NOT = "Q"
                   AND TAB-FREQUENCE(NB-RAPPORTS) NOT = "H"
                   AND TAB-FREQUENCE(NB-RAPPORTS) NOT = "M"
                   THEN
                   DISPLAY "ATTENTION: frequence inconnue pour "
                       DIF-FICHIER " - traite en quotidien."
                   MOVE "Q" TO TAB-FREQUENCE(NB-RAPPORTS)
               END-IF
               PERFORM CHARGE-DESTINATAIRE
                   VARYING IDX-DEST FROM 1 BY 1 UNTIL IDX-DEST > 5
           END-IF.
      * Chaque code destinataire est aussi recense une fois dans la
      * table des destinataires (une liasse par code).
       CHARGE-DESTINATAIRE.
           MOVE DIF-DEST(IDX-DEST) TO TAB-DEST(NB-RAPPORTS IDX-DEST)
           IF DIF-DEST(IDX-DEST) NOT = SPACES
               THEN
               MOVE 0 TO WS-DEST-TROUVE
               PERFORM CHERCHE-DESTINATAIRE
                   VARYING IDX-DESTINATAIRE FROM 1 BY 1
                   UNTIL IDX-DESTINATAIRE > NB-DESTINATAIRES
                   OR WS-DEST-TROUVE = 1
               IF WS-DEST-TROUVE = 0 AND NB-DESTINATAIRES < 30
                   THEN
                   ADD 1 TO NB-DESTINATAIRES
                   MOVE DIF-DEST(IDX-DEST)
                       TO TAB-DESTINATAIRE(NB-DESTINATAIRES)
               END-IF
           END-IF.
       CHERCHE-DESTINATAIRE.
           IF TAB-DESTINATAIRE(IDX-DESTINATAIRE) = DIF-DEST(IDX-DEST)
               THEN
               MOVE 1 TO WS-DEST-TROUVE
           END-IF.

       TRAIT.
           PERFORM EXAMINE-RAPPORT
               VARYING IDX-RAPPORT FROM 1 BY 1
               UNTIL IDX-RAPPORT > NB-RAPPORTS
           PERFORM PREPARE-LIASSE
               VARYING IDX-DESTINATAIRE FROM 1 BY 1
               UNTIL IDX-DESTINATAIRE > NB-DESTINATAIRES.

      ******************************************************************
      * Etat d'un rapport : attendu aujourd'hui selon sa frequence, et
      * regenere aujourd'hui ou non d'apres la date de modification
      * du fichier. Seul un rapport du jour est joint.
      ******************************************************************
       EXAMINE-RAPPORT.
           MOVE 0 TO TAB-ATTENDU(IDX-RAPPORT)
           EVALUATE TAB-FREQUENCE(IDX-RAPPORT)
               WHEN "Q"
                   MOVE 1 TO TAB-ATTENDU(IDX-RAPPORT)
               WHEN "H"
                   IF TAB-JOUR(IDX-RAPPORT) = WS-JOUR-SEMAINE
                       THEN
                       MOVE 1 TO TAB-ATTENDU(IDX-RAPPORT)
                   END-IF
               WHEN OTHER
                   IF TAB-JOUR(IDX-RAPPORT) = WS-DD-JJ
                       THEN
                       MOVE 1 TO TAB-ATTENDU(IDX-RAPPORT)
                   END-IF
           END-EVALUATE
           PERFORM CHEMIN-RAPPORT
           MOVE 0 TO TAB-DATE-FICHIER(IDX-RAPPORT)
           MOVE 0 TO TAB-TAILLE(IDX-RAPPORT)
           CALL "CBL_CHECK_FILE_EXIST" USING WS-RAPPORT-PATH
               WS-FICHIER-INFO
               RETURNING WS-FICHIER-STATUT
           IF WS-FICHIER-STATUT = 0
               THEN
               COMPUTE TAB-DATE-FICHIER(IDX-RAPPORT) =
                   INF-ANNEE * 10000 + INF-MOIS * 100 + INF-JOUR
               MOVE INF-TAILLE TO TAB-TAILLE(IDX-RAPPORT)
           END-IF
           EVALUATE TRUE
               WHEN WS-FICHIER-STATUT = 0
                   AND TAB-DATE-FICHIER(IDX-RAPPORT) = WS-DATE
                   MOVE "INCLUS" TO TAB-ETAT(IDX-RAPPORT)
                   ADD 1 TO CPT-INCLUS
               WHEN TAB-ATTENDU(IDX-RAPPORT) = 0
                   MOVE "NON DU" TO TAB-ETAT(IDX-RAPPORT)
               WHEN WS-FICHIER-STATUT NOT = 0
                   MOVE "MANQUANT" TO TAB-ETAT(IDX-RAPPORT)
                   ADD 1 TO CPT-MANQUANTS
                   DISPLAY "ATTENTION: rapport attendu manquant : "
                       TAB-FICHIER(IDX-RAPPORT) " ("
                       TAB-PROGRAMME(IDX-RAPPORT) ")"
                   MOVE SPACES TO WS-MESSAGE-ALERTE
                   STRING "rapport attendu manquant : "
                           DELIMITED BY SIZE
                       TAB-FICHIER(IDX-RAPPORT) DELIMITED BY SPACE
                       INTO WS-MESSAGE-ALERTE
                   END-STRING
                   PERFORM ECRIT-ALERTE
               WHEN OTHER
                   MOVE "PERIME" TO TAB-ETAT(IDX-RAPPORT)
                   ADD 1 TO CPT-PERIMES
                   DISPLAY "ATTENTION: rapport attendu non regenere : "
                       TAB-FICHIER(IDX-RAPPORT) " (dernier "
                       TAB-DATE-FICHIER(IDX-RAPPORT) ", "
                       TAB-PROGRAMME(IDX-RAPPORT) ")"
                   MOVE SPACES TO WS-MESSAGE-ALERTE
                   STRING "rapport attendu perime (" DELIMITED BY SIZE
                       TAB-DATE-FICHIER(IDX-RAPPORT) DELIMITED BY SIZE
                       ") : " DELIMITED BY SIZE
                       TAB-FICHIER(IDX-RAPPORT) DELIMITED BY SPACE
                       INTO WS-MESSAGE-ALERTE
                   END-STRING
                   PERFORM ECRIT-ALERTE
           END-EVALUATE.
       CHEMIN-RAPPORT.
           MOVE SPACES TO WS-RAPPORT-PATH
           STRING WS-RAPPORTS-DIR DELIMITED BY SPACE
               TAB-FICHIER(IDX-RAPPORT) DELIMITED BY SPACE
               INTO WS-RAPPORT-PATH
           END-STRING.

      ******************************************************************
      * Liasse d'un destinataire : page de garde (rapports joints puis
      * rapports attendus en defaut), puis le contenu de chaque
      * rapport joint, precede de son bandeau.
      ******************************************************************
       PREPARE-LIASSE.
           MOVE TAB-DESTINATAIRE(IDX-DESTINATAIRE) TO WS-DESTINATAIRE
           MOVE SPACES TO WS-LIASSE-PATH
           STRING WS-RAPPORTS-DIR DELIMITED BY SPACE
               "Diffusion_" DELIMITED BY SIZE
               WS-DESTINATAIRE DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-LIASSE-PATH
           END-STRING
           CALL "CBL_CREATE_FILE" USING WS-LIASSE-PATH
               WS-ACCES-ECRITURE WS-DENY-LIASSE WS-DEVICE
               WS-HANDLE-LIASSE
           IF RETURN-CODE NOT = 0
               THEN
               DISPLAY "ERREUR: liasse impossible a creer : "
                   WS-LIASSE-PATH
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-OFFSET-LIASSE
               MOVE 0 TO CPT-JOINTS
               MOVE 0 TO CPT-SIGNALES
               PERFORM COMPTE-RAPPORT-DEST
                   VARYING IDX-RAPPORT FROM 1 BY 1
                   UNTIL IDX-RAPPORT > NB-RAPPORTS
               PERFORM ECRIT-PAGE-GARDE
               PERFORM JOINT-RAPPORT
                   VARYING IDX-RAPPORT FROM 1 BY 1
                   UNTIL IDX-RAPPORT > NB-RAPPORTS
               CALL "CBL_CLOSE_FILE" USING WS-HANDLE-LIASSE
               ADD 1 TO CPT-LIASSES
               MOVE CPT-JOINTS TO WS-CPT-EDITE
               DISPLAY "Liasse " WS-DESTINATAIRE " : " WS-CPT-EDITE
                   " rapport(s) joint(s)"
           END-IF.
      * Le rapport courant vise-t-il le destinataire courant ?
       RAPPORT-VISE.
           MOVE 0 TO WS-DEST-VISE
           PERFORM RAPPORT-VISE-DEST
               VARYING IDX-DEST FROM 1 BY 1
               UNTIL IDX-DEST > 5 OR WS-DEST-VISE = 1.
       RAPPORT-VISE-DEST.
           IF TAB-DEST(IDX-RAPPORT IDX-DEST) = WS-DESTINATAIRE
               THEN
               MOVE 1 TO WS-DEST-VISE
           END-IF.
       COMPTE-RAPPORT-DEST.
           PERFORM RAPPORT-VISE
           IF WS-DEST-VISE = 1
               THEN
               IF TAB-ETAT(IDX-RAPPORT) = "INCLUS"
                   THEN
                   ADD 1 TO CPT-JOINTS
               END-IF
               IF TAB-ETAT(IDX-RAPPORT) = "MANQUANT"
                   OR TAB-ETAT(IDX-RAPPORT) = "PERIME"
                   THEN
                   ADD 1 TO CPT-SIGNALES
               END-IF
           END-IF.

       ECRIT-PAGE-GARDE.
           MOVE ALL "=" TO WS-LIGNE
           PERFORM ECRIT-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING "DIFFUSION DES RAPPORTS DU " DELIMITED BY SIZE
               WS-DATE DELIMITED BY SIZE
               INTO WS-LIGNE
           END-STRING
           PERFORM ECRIT-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING "Destinataire : " DELIMITED BY SIZE
               WS-DESTINATAIRE DELIMITED BY SIZE
               INTO WS-LIGNE
           END-STRING
           PERFORM ECRIT-LIGNE
           MOVE ALL "=" TO WS-LIGNE
           PERFORM ECRIT-LIGNE
           MOVE CPT-JOINTS TO WS-CPT-EDITE
           MOVE SPACES TO WS-LIGNE
           STRING "Rapports joints : " DELIMITED BY SIZE
               WS-CPT-EDITE DELIMITED BY SIZE
               INTO WS-LIGNE
           END-STRING
           PERFORM ECRIT-LIGNE
           PERFORM ECRIT-GARDE-JOINT
               VARYING IDX-RAPPORT FROM 1 BY 1
               UNTIL IDX-RAPPORT > NB-RAPPORTS
           MOVE SPACES TO WS-LIGNE
           PERFORM ECRIT-LIGNE
           MOVE CPT-SIGNALES TO WS-CPT-EDITE
           MOVE SPACES TO WS-LIGNE
           STRING "Rapports attendus non disponibles : "
                   DELIMITED BY SIZE
               WS-CPT-EDITE DELIMITED BY SIZE
               INTO WS-LIGNE
           END-STRING
           PERFORM ECRIT-LIGNE
           PERFORM ECRIT-GARDE-SIGNALE
               VARYING IDX-RAPPORT FROM 1 BY 1
               UNTIL IDX-RAPPORT > NB-RAPPORTS
           MOVE ALL "=" TO WS-LIGNE
           PERFORM ECRIT-LIGNE.
       ECRIT-GARDE-JOINT.
           PERFORM RAPPORT-VISE
           IF WS-DEST-VISE = 1 AND TAB-ETAT(IDX-RAPPORT) = "INCLUS"
               THEN
               PERFORM ECRIT-LIGNE-RAPPORT
           END-IF.
       ECRIT-GARDE-SIGNALE.
           PERFORM RAPPORT-VISE
           IF WS-DEST-VISE = 1
               AND (TAB-ETAT(IDX-RAPPORT) = "MANQUANT"
               OR TAB-ETAT(IDX-RAPPORT) = "PERIME")
               THEN
               PERFORM ECRIT-LIGNE-RAPPORT
           END-IF.
       ECRIT-LIGNE-RAPPORT.
           MOVE SPACES TO WS-LIGNE
           MOVE TAB-ETAT(IDX-RAPPORT) TO LGN-ETAT
           MOVE TAB-FICHIER(IDX-RAPPORT) TO LGN-FICHIER
           MOVE TAB-PROGRAMME(IDX-RAPPORT) TO LGN-PROGRAMME
           MOVE TAB-FREQUENCE(IDX-RAPPORT) TO LGN-FREQUENCE
           IF TAB-ETAT(IDX-RAPPORT) = "PERIME"
               THEN
               MOVE "dernier :" TO LGN-DATE-LIB
               MOVE TAB-DATE-FICHIER(IDX-RAPPORT) TO LGN-DATE
           END-IF
           PERFORM ECRIT-LIGNE.

      * Bandeau puis contenu d'un rapport joint, recopie par blocs de
      * 256 octets ; le dernier bloc est lu a sa longueur exacte.
       JOINT-RAPPORT.
           PERFORM RAPPORT-VISE
           IF WS-DEST-VISE = 1 AND TAB-ETAT(IDX-RAPPORT) = "INCLUS"
               THEN
               MOVE SPACES TO WS-LIGNE
               STRING "===== " DELIMITED BY SIZE
                   TAB-FICHIER(IDX-RAPPORT) DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   TAB-PROGRAMME(IDX-RAPPORT) DELIMITED BY SPACE
                   ") =====" DELIMITED BY SIZE
                   INTO WS-LIGNE
               END-STRING
               PERFORM ECRIT-LIGNE
               PERFORM CHEMIN-RAPPORT
               CALL "CBL_OPEN_FILE" USING WS-RAPPORT-PATH
                   WS-ACCES-LECTURE WS-DENY WS-DEVICE
                   WS-HANDLE-RAPPORT
               IF RETURN-CODE NOT = 0
                   THEN
                   MOVE 0 TO RETURN-CODE
                   MOVE "  *** rapport illisible ***" TO WS-LIGNE
                   PERFORM ECRIT-LIGNE
               ELSE
                   MOVE 0 TO WS-OFFSET-RAPPORT
                   MOVE TAB-TAILLE(IDX-RAPPORT) TO WS-RESTE
                   PERFORM COPIE-BLOC UNTIL WS-RESTE = 0
                   CALL "CBL_CLOSE_FILE" USING WS-HANDLE-RAPPORT
               END-IF
           END-IF.
       COPIE-BLOC.
           IF WS-RESTE > 256
               THEN
               MOVE 256 TO WS-NBYTES
           ELSE
               MOVE WS-RESTE TO WS-NBYTES
           END-IF
           CALL "CBL_READ_FILE" USING WS-HANDLE-RAPPORT
               WS-OFFSET-RAPPORT WS-NBYTES WS-FLAGS WS-TAMPON
           IF RETURN-CODE NOT = 0
               THEN
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO WS-RESTE
           ELSE
               CALL "CBL_WRITE_FILE" USING WS-HANDLE-LIASSE
                   WS-OFFSET-LIASSE WS-NBYTES WS-FLAGS WS-TAMPON
               ADD WS-NBYTES TO WS-OFFSET-RAPPORT
               ADD WS-NBYTES TO WS-OFFSET-LIASSE
               SUBTRACT WS-NBYTES FROM WS-RESTE
           END-IF.

       ECRIT-LIGNE.
           MOVE 80 TO WS-NBYTES
           CALL "CBL_WRITE_FILE" USING WS-HANDLE-LIASSE
               WS-OFFSET-LIASSE WS-NBYTES WS-FLAGS WS-LIGNE
           ADD 80 TO WS-OFFSET-LIASSE.

       ECRIT-ALERTE.
           MOVE SPACES TO ENREG-ALERTE
           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT = "00"
               THEN
               MOVE WS-DATE TO ALERTE-DATE
               MOVE WS-TIME TO ALERTE-TIME
               MOVE "EXO-DIFFUSION" TO ALERTE-PROGRAMME
               MOVE "ATTENTION" TO ALERTE-SEVERITE
               MOVE WS-MESSAGE-ALERTE TO ALERTE-MESSAGE
               WRITE ENREG-ALERTE
               END-WRITE
               CLOSE ALERTES-FIC
           END-IF.

       FIN.
           DISPLAY "Rapports au catalogue     : " NB-RAPPORTS
           DISPLAY "Rapports du jour joints   : " CPT-INCLUS
           DISPLAY "Rapports manquants        : " CPT-MANQUANTS
           DISPLAY "Rapports perimes          : " CPT-PERIMES
           DISPLAY "Liasses preparees         : " CPT-LIASSES
           IF CPT-MANQUANTS > 0 OR CPT-PERIMES > 0
               THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-DIFFUSION.
