      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : registre des campagnes de courrier. Une campagne
      * n'etait jusqu'ici qu'un enchainement EXO-CLI-EXTRACT /
      * EXO-CLI-LETTRES / EXO-CLI-ETIQUETTES dont il ne restait rien :
      * ni les clients vises, ni le modele, ni le cout. Ce programme se
      * passe en fin de campagne, le jour de l'edition, avec le meme
      * CAMPAGNE_CODE que EXO-CLI-LETTRES : il inscrit au registre
      * ClientsCampagnes.txt une ligne d'entete (code, date, criteres
      * et modele employes, nombre de clients vises d'apres la liste
      * des cibles ClientsCampagneCibles.txt) puis recopie les lignes
      * de cout inscrites sous son code par EXO-CLI-ETIQUETTES dans
      * ClientsCampagneCouts.txt (une par agence plus la ligne totale
      * "**" par passage). Un code deja inscrit est refuse : une
      * campagne ne s'enregistre qu'une fois. Les reponses se saisissent
      * avec EXO-CLI-REPONSES et se mesurent avec EXO-CAMPAGNE-RAPPORT.
      * Criteres recopies sur 16 caracteres, longueur de
      * LettresCriteres.txt (bornes IDCLI entieres).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-CAMPAGNE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRE-FIC
               ASSIGN TO WS-REGISTRE-PATH
               FILE STATUS IS REGISTRE-STATUT.
           SELECT CIBLES-FIC
               ASSIGN TO WS-CIBLES-PATH
               FILE STATUS IS CIBLES-STATUT.
           SELECT CRITERES-FIC
               ASSIGN TO WS-CRITERES-PATH
               FILE STATUS IS CRITERES-STATUT.
           SELECT COUTS-FIC
               ASSIGN TO WS-COUTS-PATH
               FILE STATUS IS COUTS-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Registre des campagnes : le code en tete, puis le type de
      * ligne - "C" entete de campagne, "K" ligne de cout recopiee de
      * CoutsCourrier.txt.
       FD  REGISTRE-FIC.
       01  ENREG-CAMPAGNE.
           05 CAM-CODE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CAM-TYPE PIC X.
               88 CAM-ENTETE VALUE "C".
               88 CAM-COUT VALUE "K".
           05 FILLER PIC X VALUE SPACE.
           05 CAM-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CAM-NB-CIBLES PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CAM-CRITERES PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 CAM-MODELE PIC X(60).
       01  ENREG-CAMPAGNE-COUT REDEFINES ENREG-CAMPAGNE.
           05 FILLER PIC X(11).
           05 CAK-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CAK-AGENCE PIC XX.
           05 FILLER PIC X.
           05 CAK-PLIS PIC 9(5).
           05 FILLER PIC X.
           05 CAK-COUT PIC 9(7)V99.
           05 FILLER PIC X(65).
      *
      * Meme dessin que ENREG-CIBLE dans EXO-CLI-LETTRES.
       FD  CIBLES-FIC.
       01  ENREG-CIBLE.
           05 CIB-CAMPAGNE PIC X(8).
           05 FILLER PIC X.
           05 CIB-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 CIB-AGENCE PIC XX.
      *
      * Criteres de EXO-CLI-LETTRES, recopies tels quels au registre.
       FD  CRITERES-FIC.
       01  ENREG-CRITERES PIC X(16).
      *
      * Meme dessin que ENREG-CAMP-COUT dans EXO-CLI-ETIQUETTES : le
      * code campagne puis la ligne de CoutsCourrier.txt.
       FD  COUTS-FIC.
       01  ENREG-COUT.
           05 CCA-CAMPAGNE PIC X(8).
           05 FILLER PIC X.
           05 CC-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CC-AGENCE PIC XX.
           05 FILLER PIC X.
           05 CC-PLIS PIC 9(5).
           05 FILLER PIC X.
           05 CC-COUT PIC 9(7)V99.
      *
       WORKING-STORAGE SECTION.
       77  REGISTRE-STATUT PIC XX.
       77  CIBLES-STATUT PIC XX.
       77  CRITERES-STATUT PIC XX.
       77  COUTS-STATUT PIC XX.
       77  EOF-REGISTRE PIC 9 VALUE 0.
       77  EOF-CIBLES PIC 9 VALUE 0.
       77  EOF-COUTS PIC 9 VALUE 0.
       77  WS-CAMPAGNE PIC X(8) VALUE SPACES.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-CRITERES PIC X(16) VALUE SPACES.
       77  CPT-CIBLES PIC 9(5) VALUE 0.
       77  CPT-LIGNES-COUT PIC 99 VALUE 0.
       77  WS-COUT-ECRAN PIC ZZZZZZ9.99.
      * Un temoin par IDCLI : un client vise deux fois (edition
      * relancee) ne compte qu'une fois.
       01  TABLE-CIBLES.
           05 CIBLE-VUE PIC 9 OCCURS 99999 VALUE 0.
       77  WS-REGISTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagnes.txt".
       77  WS-CIBLES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagneCibles.txt".
       77  WS-CRITERES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LettresCriteres.txt".
       77  WS-MODELE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LettreModele.txt".
       77  WS-COUTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagneCouts.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM CONTROLE-REGISTRE
           PERFORM COMPTE-CIBLES
           PERFORM LIT-CRITERES
           PERFORM ECRIT-REGISTRE
           PERFORM FIN
           STOP RUN.

      * Les chemins reprennent les variables d'environnement des
      * programmes de la campagne (LETTRES_CRITERES_PATH,
      * LETTRES_MODELE_PATH, CAMPAGNE_COUTS_PATH,
      * CAMPAGNE_CIBLES_PATH), plus
      * CAMPAGNES_PATH pour le registre lui-meme.
       INIT.
           ACCEPT WS-CAMPAGNE FROM ENVIRONMENT "CAMPAGNE_CODE"
           IF WS-CAMPAGNE = SPACES
               THEN
               DISPLAY "Code campagne (8 caracteres) : "
               ACCEPT WS-CAMPAGNE
           END-IF
           IF WS-CAMPAGNE = SPACES
               THEN
               DISPLAY "ERREUR: code campagne obligatoire."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT "CAMPAGNES_PATH"
           IF WS-REGISTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsCampagnes.txt"
                   TO WS-REGISTRE-PATH
           END-IF
           ACCEPT WS-CIBLES-PATH FROM ENVIRONMENT
               "CAMPAGNE_CIBLES_PATH"
           IF WS-CIBLES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsCampagneCibles.txt"
                   TO WS-CIBLES-PATH
           END-IF
           ACCEPT WS-CRITERES-PATH FROM ENVIRONMENT
               "LETTRES_CRITERES_PATH"
           IF WS-CRITERES-PATH = SPACES
               MOVE "C:\Users\Cobol\LettresCriteres.txt"
                   TO WS-CRITERES-PATH
           END-IF
           ACCEPT WS-MODELE-PATH FROM ENVIRONMENT "LETTRES_MODELE_PATH"
           IF WS-MODELE-PATH = SPACES
               MOVE "C:\Users\Cobol\LettreModele.txt"
                   TO WS-MODELE-PATH
           END-IF
           ACCEPT WS-COUTS-PATH FROM ENVIRONMENT
               "CAMPAGNE_COUTS_PATH"
           IF WS-COUTS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsCampagneCouts.txt"
                   TO WS-COUTS-PATH
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      * Une campagne ne s'inscrit qu'une fois : un second passage
      * doublerait ses couts au rapport.
       CONTROLE-REGISTRE.
           MOVE 0 TO EOF-REGISTRE
           OPEN INPUT REGISTRE-FIC
           IF REGISTRE-STATUT = "00"
               THEN
               PERFORM CONTROLE-REGISTRE-LECT UNTIL EOF-REGISTRE = 1
               CLOSE REGISTRE-FIC
           END-IF.
       CONTROLE-REGISTRE-LECT.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-REGISTRE
           END-READ
           IF EOF-REGISTRE = 0 AND CAM-ENTETE
               AND CAM-CODE = WS-CAMPAGNE
               THEN
               DISPLAY "ERREUR: campagne " WS-CAMPAGNE
                   " deja inscrite le " CAM-DATE "."
               CLOSE REGISTRE-FIC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Les cibles de la campagne, deposees par EXO-CLI-LETTRES ; sans
      * cible, il n'y a rien a enregistrer.
       COMPTE-CIBLES.
           MOVE 0 TO EOF-CIBLES
           OPEN INPUT CIBLES-FIC
           IF CIBLES-STATUT = "00"
               THEN
               PERFORM COMPTE-CIBLES-LECT UNTIL EOF-CIBLES = 1
               CLOSE CIBLES-FIC
           END-IF
           IF CPT-CIBLES = 0
               THEN
               DISPLAY "ERREUR: aucune cible pour la campagne "
                   WS-CAMPAGNE " - EXO-CLI-LETTRES a-t-il tourne avec "
                   "CAMPAGNE_CODE ?"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       COMPTE-CIBLES-LECT.
           READ CIBLES-FIC
               AT END MOVE 1 TO EOF-CIBLES
           END-READ
           IF EOF-CIBLES = 0 AND CIB-CAMPAGNE = WS-CAMPAGNE
               AND CIB-IDCLI IS NUMERIC AND CIB-IDCLI > 0
               THEN
               IF CIBLE-VUE(CIB-IDCLI) = 0
                   THEN
                   MOVE 1 TO CIBLE-VUE(CIB-IDCLI)
                   ADD 1 TO CPT-CIBLES
               END-IF
           END-IF.

      * Criteres recopies tels quels ; un fichier de criteres absent
      * n'empeche pas l'inscription, la zone reste a blanc.
       LIT-CRITERES.
           OPEN INPUT CRITERES-FIC
           IF CRITERES-STATUT = "00"
               THEN
               READ CRITERES-FIC
               END-READ
               IF CRITERES-STATUT = "00"
                   THEN
                   MOVE ENREG-CRITERES TO WS-CRITERES
               END-IF
               CLOSE CRITERES-FIC
           END-IF.

      * Entete puis lignes de cout de la campagne : seules les lignes
      * inscrites sous son code sont reprises, une autre edition du
      * jour (campagne voisine ou etiquettes hors campagne) ne lui est
      * pas imputee.
       ECRIT-REGISTRE.
           OPEN EXTEND REGISTRE-FIC
           IF REGISTRE-STATUT NOT = "00"
               THEN
               OPEN OUTPUT REGISTRE-FIC
           END-IF
           IF REGISTRE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: registre des campagnes indisponible ("
                   REGISTRE-STATUT ") : " WS-REGISTRE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ENREG-CAMPAGNE
           MOVE WS-CAMPAGNE TO CAM-CODE
           MOVE "C" TO CAM-TYPE
           MOVE WS-DATE-JOUR TO CAM-DATE
           MOVE CPT-CIBLES TO CAM-NB-CIBLES
           MOVE WS-CRITERES TO CAM-CRITERES
           MOVE WS-MODELE-PATH TO CAM-MODELE
           WRITE ENREG-CAMPAGNE
           END-WRITE
           MOVE 0 TO EOF-COUTS
           OPEN INPUT COUTS-FIC
           IF COUTS-STATUT = "00"
               THEN
               PERFORM ECRIT-REGISTRE-COUT UNTIL EOF-COUTS = 1
               CLOSE COUTS-FIC
           END-IF
           CLOSE REGISTRE-FIC.
       ECRIT-REGISTRE-COUT.
           READ COUTS-FIC
               AT END MOVE 1 TO EOF-COUTS
           END-READ
           IF EOF-COUTS = 0 AND CCA-CAMPAGNE = WS-CAMPAGNE
               AND CC-DATE IS NUMERIC
               THEN
               MOVE SPACES TO ENREG-CAMPAGNE
               MOVE WS-CAMPAGNE TO CAM-CODE
               MOVE "K" TO CAM-TYPE
               MOVE CC-DATE TO CAK-DATE
               MOVE CC-AGENCE TO CAK-AGENCE
               MOVE CC-PLIS TO CAK-PLIS
               MOVE CC-COUT TO CAK-COUT
               WRITE ENREG-CAMPAGNE
               END-WRITE
               ADD 1 TO CPT-LIGNES-COUT
               IF CC-AGENCE = "**"
                   THEN
                   MOVE CC-COUT TO WS-COUT-ECRAN
                   DISPLAY "Cout du passage    : " WS-COUT-ECRAN
                       " le " CC-DATE
               END-IF
           END-IF.

       FIN.
           DISPLAY "Campagne inscrite  : " WS-CAMPAGNE
               " du " WS-DATE-JOUR
           DISPLAY "Clients vises      : " CPT-CIBLES
           DISPLAY "Lignes de cout     : " CPT-LIGNES-COUT
           IF CPT-LIGNES-COUT = 0
               THEN
               DISPLAY "ATTENTION: aucun cout de la campagne dans "
                   WS-COUTS-PATH
               DISPLAY "  EXO-CLI-ETIQUETTES a-t-il tourne avec "
                   "CAMPAGNE_CODE ?"
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-CLI-CAMPAGNE.
