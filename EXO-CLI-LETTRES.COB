      * lettre part sur une page numerotee de l'edition
      * ClientsLettres.txt, et le compte rendu donne lettres
      * produites contre clients ecartes.
      * Quand le code CAMPAGNE_CODE est pose, chaque client retenu est
      * inscrit (code, IDCLI, agence) a la liste des cibles
      * ClientsCampagneCibles.txt, que EXO-CLI-CAMPAGNE enregistre au
      * registre des campagnes et que EXO-CAMPAGNE-RAPPORT rapproche
      * des reponses.
      * Chaque lettre produite laisse une ligne a l'historique des
      * contacts ClientsContacts.txt (IDCLI, date, canal LETTRE,
      * programme, lot du jour), affiche par EXO-CLI-LOOKUP. Avec
      * CONTACT_MAX_PIECES (N), un client ayant deja recu plus de N
      * plis sur les CONTACT_FENETRE_JOURS derniers jours (M, defaut
      * 30) est ecarte avec son propre compteur.
      * Le jeton &SIGNATURE porte le nom du gestionnaire de clientele
      * du client (portefeuille ClientsPortefeuille.txt, nom lu au
      * fichier employes) ; un client sans gestionnaire recoit la
      * signature par defaut LETTRES_SIGNATURE_DEFAUT (blanc sinon).
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : &NOM et &PRENOM
      * posent le nom entier, sans ses blancs de fin.
      * Chaque lettre produite est archivee ligne a ligne dans
      * LettresArchive.txt (IDCLI, date et heure du passage, rang de la
      * ligne) et indexee dans LettresIndex.txt (passage, lot du jour,
      * campagne, modele, nombre de lignes) : EXO-CLI-DUPLICATA en
      * reedite un duplicata, EXO-CLI-OUBLI les retire a l'effacement du
      * client.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-LETTRES.
               FILE STATUS IS CRITERES-STATUT.
           SELECT LETTRES-FIC
               ASSIGN TO WS-LETTRES-PATH.
           SELECT CIBLES-FIC
               ASSIGN TO WS-CIBLES-PATH
               FILE STATUS IS CIBLES-STATUT.
           SELECT CONTACTS-FIC
               ASSIGN TO WS-CONTACTS-PATH
               FILE STATUS IS CONTACTS-STATUT.
           SELECT LOT-FIC
               ASSIGN TO "C:\Users\Cobol\LotCourant.txt"
               FILE STATUS IS LOT-STATUT.
           SELECT PTF-FIC
               ASSIGN TO WS-PTF-PATH
               FILE STATUS IS PTF-STATUT.
           SELECT EMPL-FIC
               ASSIGN TO WS-EMPL-PATH
               FILE STATUS IS EMPL-STATUT.
           SELECT ARCH-LETTRE-FIC
               ASSIGN TO WS-ARCH-LETTRE-PATH
               FILE STATUS IS ARCH-LETTRE-STATUT.
           SELECT INDEX-LETTRE-FIC
               ASSIGN TO WS-INDEX-LETTRE-PATH
               FILE STATUS IS INDEX-LETTRE-STATUT.
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
       FD  LETTRES-FIC.
       01  ENREG-LETTRE PIC X(80).
      *
      * Cibles de campagne : une ligne par lettre produite.
       FD  CIBLES-FIC.
       01  ENREG-CIBLE.
           05 CIB-CAMPAGNE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CIB-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CIB-AGENCE PIC XX.
      *
      * Historique des contacts : une ligne par pli ou transmission
      * touchant un client, tous programmes confondus.
       FD  CONTACTS-FIC.
       01  ENREG-CONTACT.
           05 CTC-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-CANAL PIC X(8).
               88 CTC-CANAL-PLI VALUE "LETTRE" "COURRIER".
           05 FILLER PIC X VALUE SPACE.
           05 CTC-PROGRAMME PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-LOT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CTC-LOT-SEQ PIC 9(2).
      *
      * Numero de lot du jour emis par EXO-JOB-STREAM (voir EMET-LOT).
       FD  LOT-FIC.
       01  ENREG-LOT.
           05 LOT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 LOT-SEQ PIC 9(2).
      *
      * Portefeuille (voir ENREG-PTF dans EXO-CLI-PORTEFEUILLE) et
      * fichier employes (voir EXO-EMPL-MAINT), pour la signature.
       FD  PTF-FIC.
       01  ENREG-PTF.
           05 PTF-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 PTF-ID-EMPL PIC 9(2).
           05 FILLER PIC X.
           05 PTF-DATE PIC 9(8).
           05 FILLER PIC X.
           05 PTF-OPERATEUR PIC X(4).
      *
       FD  EMPL-FIC.
       01  ENREG-EMPL.
           05 ID-EMPL PIC 9(2).
           05 NOM-EMPL PIC X(10).
           05 DATE-EMB-EMPL PIC 9(8).
           05 SERVICE-EMPL PIC X(3).
      *
      * Archive des lettres produites : chaque ligne editee, cle du
      * passage (IDCLI, date et heure) et rang dans la lettre (0 pour
      * la ligne de page), relue par EXO-CLI-DUPLICATA.
       FD  ARCH-LETTRE-FIC.
       01  ENREG-ARCH-LETTRE.
           05 ARL-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 ARL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ARL-HEURE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 ARL-NO-LIGNE PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 ARL-TEXTE PIC X(80).
      *
      * Index des lettres archivees : une ligne par lettre, avec le
      * passage, le lot du jour, la campagne et le modele employe.
       FD  INDEX-LETTRE-FIC.
       01  ENREG-INDEX-LETTRE.
           05 LIX-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LIX-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LIX-HEURE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 LIX-LOT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LIX-LOT-SEQ PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 LIX-CAMPAGNE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LIX-NB-LIGNES PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 LIX-MODELE PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  CLI-FIC-STATUT PIC XX.
       77  EOF-MODELE PIC 9 VALUE 0.
       77  CPT-LETTRES PIC 9(5) VALUE 0.
       77  CPT-ECARTES PIC 9(5) VALUE 0.
       77  CIBLES-STATUT PIC XX.
      * Code de la campagne en cours (blanc = edition hors campagne,
      * aucune cible inscrite).
       77  WS-CAMPAGNE PIC X(8) VALUE SPACES.
       77  WS-CIBLES-OUVERT PIC 9 VALUE 0.
       77  CONTACTS-STATUT PIC XX.
       77  LOT-STATUT PIC XX.
       77  EOF-CONTACTS PIC 9 VALUE 0.
       77  WS-CONTACTS-OUVERT PIC 9 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-LOT-DATE PIC 9(8) VALUE 0.
       77  WS-LOT-SEQ PIC 9(2) VALUE 0.
       77  CPT-PLAFOND PIC 9(5) VALUE 0.
      * Plafond de sollicitation : plus de N plis sur les M derniers
      * jours (hors jour meme : la lettre et l'etiquette d'un meme
      * envoi ne se barrent pas mutuellement). Une lettre et son
      * etiquette du meme jour ne comptent qu'un pli.
       77  WS-PIECES-MAX-SAISIE PIC X(2) VALUE SPACES.
       77  WS-PIECES-MAX PIC 99 VALUE 0.
       77  WS-PLAFOND-ACTIF PIC 9 VALUE 0.
       77  WS-FENETRE-SAISIE PIC X(3) VALUE SPACES.
       77  WS-FENETRE-JOURS PIC 9(3) VALUE 30.
       77  WS-DATE-SEUIL PIC 9(8) VALUE 0.
       01  TABLE-PIECES.
           05 PIECES-RECENTES PIC 99 OCCURS 99999 VALUE 0.
       01  TABLE-DERNIER-PLI.
           05 DERNIER-PLI PIC 9(8) OCCURS 99999 VALUE 0.
      * Bloc d'appel de SPJOU01 (dates en jours, voir SPJOU01.cbl).
       01  PARAMETRES-JOURS.
           05 JOU-FONCTION PIC X.
           05 JOU-DATE PIC 9(8).
           05 JOU-NUMERO PIC 9(7).
           05 JOU-CODERETOUR PIC 9.
       77  WS-RETENU PIC 9 VALUE 0.
      * Signature : gestionnaire de chaque client et nom des employes.
       77  PTF-STATUT PIC XX.
       77  EMPL-STATUT PIC XX.
       77  EOF-PTF PIC 9 VALUE 0.
       77  EOF-EMPL PIC 9 VALUE 0.
       01  TABLE-GESTIONNAIRES.
           05 GESTIONNAIRE PIC 99 OCCURS 99999 VALUE 0.
       01  TABLE-NOMS-EMPLOYES.
           05 NOM-EMPLOYE PIC X(10) OCCURS 99 VALUE SPACES.
       77  WS-GESTIONNAIRE PIC 99 VALUE 0.
       77  WS-SIGNATURE PIC X(10) VALUE SPACES.
       77  WS-SIGNATURE-DEFAUT PIC X(10) VALUE SPACES.
       77  WS-PTF-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsPortefeuille.txt".
       77  WS-EMPL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\BubblesortATrier.txt".
      * Criteres decodes (blanc ou non numerique = indifferent).
       77  WS-STATUT-CRIT PIC X VALUE SPACE.
       77  WS-AGENCE-CRIT PIC XX VALUE SPACES.
       77  IDX-SOURCE PIC 99 VALUE 0.
       77  IDX-DEST PIC 99 VALUE 0.
       77  WS-IDCLI-EDITE PIC 9(5) VALUE 0.
      * Longueur utile d'un nom pose (blancs de fin retires).
       77  WS-LNG-NOM PIC 99 VALUE 0.
       01  LIGNE-PAGE.
           05 FILLER PIC X(11) VALUE "----- PAGE ".
           05 LIGNE-PAGE-NO PIC ZZZZ9.
           VALUE "C:\Users\Cobol\LettresCriteres.txt".
       77  WS-LETTRES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsLettres.txt".
       77  WS-CIBLES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsCampagneCibles.txt".
       77  WS-CONTACTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsContacts.txt".
      * Archive et index des lettres : passage identifie par la date
      * du jour et l'heure de debut (HHMMSS).
       77  ARCH-LETTRE-STATUT PIC XX.
       77  INDEX-LETTRE-STATUT PIC XX.
       77  WS-TIME-PASSAGE PIC 9(8) VALUE 0.
       77  WS-HEURE-PASSAGE PIC 9(6) VALUE 0.
       77  WS-NO-LIGNE-ARCH PIC 99 VALUE 0.
       77  WS-LIGNE-ARCHIVEE PIC X(80) VALUE SPACES.
       77  WS-ARCH-LETTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LettresArchive.txt".
       77  WS-INDEX-LETTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LettresIndex.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           PERFORM CHARGE-MODELE
           PERFORM LIT-CRITERES
           PERFORM OUVRE-CIBLES
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM LIT-LOT-COURANT
           PERFORM CHARGE-CONTACTS
           PERFORM CHARGE-SIGNATURES
           PERFORM OUVRE-ARCHIVE-LETTRES
           OPEN INPUT CLI-FIC
           IF CLI-FIC-STATUT NOT = "00"
               THEN
               AT END MOVE 1 TO EOF-CLI
           END-READ.

      * Edition rattachee a une campagne : la liste des cibles est
      * completee a chaque lettre produite (CAMPAGNE_CODE et
      * CAMPAGNE_CIBLES_PATH).
       OUVRE-CIBLES.
           ACCEPT WS-CAMPAGNE FROM ENVIRONMENT "CAMPAGNE_CODE"
           IF WS-CAMPAGNE NOT = SPACES
               THEN
               ACCEPT WS-CIBLES-PATH FROM ENVIRONMENT
                   "CAMPAGNE_CIBLES_PATH"
               IF WS-CIBLES-PATH = SPACES
                   MOVE "C:\Users\Cobol\ClientsCampagneCibles.txt"
                       TO WS-CIBLES-PATH
               END-IF
               OPEN EXTEND CIBLES-FIC
               IF CIBLES-STATUT NOT = "00"
                   THEN
                   OPEN OUTPUT CIBLES-FIC
               END-IF
               IF CIBLES-STATUT = "00"
                   THEN
                   MOVE 1 TO WS-CIBLES-OUVERT
                   DISPLAY "Campagne " WS-CAMPAGNE
                       " : cibles inscrites a " WS-CIBLES-PATH
               ELSE
                   DISPLAY "ERREUR: liste des cibles indisponible ("
                       CIBLES-STATUT ") : " WS-CIBLES-PATH
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Archive et index des lettres, completes a chaque passage
      * (LETTRES_ARCHIVE_PATH et LETTRES_INDEX_PATH) : sans eux, une
      * lettre ne pourrait plus etre reeditee, on refuse et on le dit.
       OUVRE-ARCHIVE-LETTRES.
           ACCEPT WS-ARCH-LETTRE-PATH FROM ENVIRONMENT
               "LETTRES_ARCHIVE_PATH"
           IF WS-ARCH-LETTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\LettresArchive.txt"
                   TO WS-ARCH-LETTRE-PATH
           END-IF
           ACCEPT WS-INDEX-LETTRE-PATH FROM ENVIRONMENT
               "LETTRES_INDEX_PATH"
           IF WS-INDEX-LETTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\LettresIndex.txt"
                   TO WS-INDEX-LETTRE-PATH
           END-IF
           ACCEPT WS-TIME-PASSAGE FROM TIME
           MOVE WS-TIME-PASSAGE(1:6) TO WS-HEURE-PASSAGE
           OPEN EXTEND ARCH-LETTRE-FIC
           IF ARCH-LETTRE-STATUT NOT = "00"
               THEN
               OPEN OUTPUT ARCH-LETTRE-FIC
           END-IF
           IF ARCH-LETTRE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: archive des lettres indisponible ("
                   ARCH-LETTRE-STATUT ") : " WS-ARCH-LETTRE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND INDEX-LETTRE-FIC
           IF INDEX-LETTRE-STATUT NOT = "00"
               THEN
               OPEN OUTPUT INDEX-LETTRE-FIC
           END-IF
           IF INDEX-LETTRE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: index des lettres indisponible ("
                   INDEX-LETTRE-STATUT ") : " WS-INDEX-LETTRE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Passage " WS-DATE-JOUR " " WS-HEURE-PASSAGE
               " : lettres archivees a " WS-ARCH-LETTRE-PATH.

      * Lot du jour, reporte sur chaque contact ; sans fichier de lot
      * les contacts portent un lot a zero.
       LIT-LOT-COURANT.
           OPEN INPUT LOT-FIC
           IF LOT-STATUT = "00"
               THEN
               READ LOT-FIC
               END-READ
               IF LOT-STATUT = "00" AND LOT-DATE IS NUMERIC
                   THEN
                   MOVE LOT-DATE TO WS-LOT-DATE
                   MOVE LOT-SEQ TO WS-LOT-SEQ
               END-IF
               CLOSE LOT-FIC
           END-IF.

      * Historique des contacts : relu pour le plafond de
      * sollicitation quand CONTACT_MAX_PIECES est pose, puis ouvert
      * en ajout pour les lettres de ce passage.
       CHARGE-CONTACTS.
           ACCEPT WS-CONTACTS-PATH FROM ENVIRONMENT "CLI_CONTACTS_PATH"
           IF WS-CONTACTS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsContacts.txt"
                   TO WS-CONTACTS-PATH
           END-IF
           ACCEPT WS-PIECES-MAX-SAISIE FROM ENVIRONMENT
               "CONTACT_MAX_PIECES"
           IF WS-PIECES-MAX-SAISIE IS NUMERIC
               THEN
               MOVE WS-PIECES-MAX-SAISIE TO WS-PIECES-MAX
               MOVE 1 TO WS-PLAFOND-ACTIF
           END-IF
           IF WS-PLAFOND-ACTIF = 1
               THEN
               ACCEPT WS-FENETRE-SAISIE FROM ENVIRONMENT
                   "CONTACT_FENETRE_JOURS"
               IF WS-FENETRE-SAISIE IS NUMERIC
                   THEN
                   MOVE WS-FENETRE-SAISIE TO WS-FENETRE-JOURS
               END-IF
               MOVE "N" TO JOU-FONCTION
               MOVE WS-DATE-JOUR TO JOU-DATE
               CALL "SPJOU01" USING PARAMETRES-JOURS
               SUBTRACT WS-FENETRE-JOURS FROM JOU-NUMERO
               MOVE "D" TO JOU-FONCTION
               CALL "SPJOU01" USING PARAMETRES-JOURS
               MOVE JOU-DATE TO WS-DATE-SEUIL
               DISPLAY "Plafond : plus de " WS-PIECES-MAX
                   " plis depuis le " WS-DATE-SEUIL " -> ecarte."
               MOVE 0 TO EOF-CONTACTS
               OPEN INPUT CONTACTS-FIC
               IF CONTACTS-STATUT = "00"
                   THEN
                   PERFORM CHARGE-CONTACTS-LECT UNTIL EOF-CONTACTS = 1
                   CLOSE CONTACTS-FIC
               END-IF
           END-IF
           OPEN EXTEND CONTACTS-FIC
           IF CONTACTS-STATUT NOT = "00"
               THEN
               OPEN OUTPUT CONTACTS-FIC
           END-IF
           IF CONTACTS-STATUT = "00"
               THEN
               MOVE 1 TO WS-CONTACTS-OUVERT
           ELSE
               DISPLAY "ATTENTION: historique des contacts "
                   "indisponible (" CONTACTS-STATUT ") : "
                   WS-CONTACTS-PATH
           END-IF.
       CHARGE-CONTACTS-LECT.
           READ CONTACTS-FIC
               AT END MOVE 1 TO EOF-CONTACTS
           END-READ
           IF EOF-CONTACTS = 0 AND CTC-IDCLI IS NUMERIC
               AND CTC-IDCLI > 0 AND CTC-CANAL-PLI
               AND CTC-DATE >= WS-DATE-SEUIL
               AND CTC-DATE < WS-DATE-JOUR
               AND CTC-DATE NOT = DERNIER-PLI(CTC-IDCLI)
               THEN
               MOVE CTC-DATE TO DERNIER-PLI(CTC-IDCLI)
               IF PIECES-RECENTES(CTC-IDCLI) < 99
                   THEN
                   ADD 1 TO PIECES-RECENTES(CTC-IDCLI)
               END-IF
           END-IF.

      * Gestionnaires du portefeuille et noms des employes, pour le
      * jeton &SIGNATURE (chemins CLI_PORTEFEUILLE_PATH et
      * EMPL_FIC_PATH, comme EXO-CLI-PORTEFEUILLE). Fichiers absents :
      * toutes les lettres portent la signature par defaut.
       CHARGE-SIGNATURES.
           ACCEPT WS-SIGNATURE-DEFAUT FROM ENVIRONMENT
               "LETTRES_SIGNATURE_DEFAUT"
           ACCEPT WS-PTF-PATH FROM ENVIRONMENT "CLI_PORTEFEUILLE_PATH"
           IF WS-PTF-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsPortefeuille.txt"
                   TO WS-PTF-PATH
           END-IF
           ACCEPT WS-EMPL-PATH FROM ENVIRONMENT "EMPL_FIC_PATH"
           IF WS-EMPL-PATH = SPACES
               MOVE "C:\Users\Cobol\BubblesortATrier.txt"
                   TO WS-EMPL-PATH
           END-IF
           MOVE 0 TO EOF-PTF
           OPEN INPUT PTF-FIC
           IF PTF-STATUT = "00"
               THEN
               PERFORM CHARGE-SIGNATURES-PTF UNTIL EOF-PTF = 1
               CLOSE PTF-FIC
           END-IF
           MOVE 0 TO EOF-EMPL
           OPEN INPUT EMPL-FIC
           IF EMPL-STATUT = "00"
               THEN
               PERFORM CHARGE-SIGNATURES-EMPL UNTIL EOF-EMPL = 1
               CLOSE EMPL-FIC
           END-IF.
       CHARGE-SIGNATURES-PTF.
           READ PTF-FIC
               AT END MOVE 1 TO EOF-PTF
           END-READ
           IF EOF-PTF = 0 AND PTF-IDCLI IS NUMERIC AND PTF-IDCLI > 0
               AND PTF-ID-EMPL IS NUMERIC
               THEN
               MOVE PTF-ID-EMPL TO GESTIONNAIRE(PTF-IDCLI)
           END-IF.
       CHARGE-SIGNATURES-EMPL.
           READ EMPL-FIC
               AT END MOVE 1 TO EOF-EMPL
           END-READ
           IF EOF-EMPL = 0 AND ID-EMPL IS NUMERIC AND ID-EMPL > 0
               THEN
               MOVE NOM-EMPL TO NOM-EMPLOYE(ID-EMPL)
           END-IF.

      * Sans modele, pas de campagne : on refuse et on le dit.
       CHARGE-MODELE.
           MOVE 0 TO EOF-MODELE
                   THEN
                   MOVE 0 TO WS-RETENU
               END-IF
               EVALUATE TRUE
                   WHEN WS-RETENU = 0
                       ADD 1 TO CPT-ECARTES
                   WHEN WS-PLAFOND-ACTIF = 1 AND IDCLI > 0
                       AND PIECES-RECENTES(IDCLI) > WS-PIECES-MAX
                       ADD 1 TO CPT-PLAFOND
                   WHEN OTHER
                       PERFORM EDITE-LETTRE
               END-EVALUATE
           END-IF
           READ CLI-FIC
               AT END MOVE 1 TO EOF-CLI
      * du modele, jetons substitues.
       EDITE-LETTRE.
           ADD 1 TO CPT-LETTRES
           IF WS-CIBLES-OUVERT = 1
               THEN
               MOVE SPACES TO ENREG-CIBLE
               MOVE WS-CAMPAGNE TO CIB-CAMPAGNE
               MOVE IDCLI TO CIB-IDCLI
               MOVE AGENCE TO CIB-AGENCE
               WRITE ENREG-CIBLE
               END-WRITE
           END-IF
           IF WS-CONTACTS-OUVERT = 1
               THEN
               MOVE SPACES TO ENREG-CONTACT
               MOVE IDCLI TO CTC-IDCLI
               MOVE WS-DATE-JOUR TO CTC-DATE
               MOVE "LETTRE" TO CTC-CANAL
               MOVE "EXO-CLI-LETTRES" TO CTC-PROGRAMME
               MOVE WS-LOT-DATE TO CTC-LOT-DATE
               MOVE WS-LOT-SEQ TO CTC-LOT-SEQ
               WRITE ENREG-CONTACT
               END-WRITE
           END-IF
           MOVE WS-SIGNATURE-DEFAUT TO WS-SIGNATURE
           MOVE 0 TO WS-GESTIONNAIRE
           IF IDCLI > 0
               THEN
               MOVE GESTIONNAIRE(IDCLI) TO WS-GESTIONNAIRE
           END-IF
           IF WS-GESTIONNAIRE > 0
               AND NOM-EMPLOYE(WS-GESTIONNAIRE) NOT = SPACES
               THEN
               MOVE NOM-EMPLOYE(WS-GESTIONNAIRE) TO WS-SIGNATURE
           END-IF
           MOVE CPT-LETTRES TO LIGNE-PAGE-NO
           WRITE ENREG-LETTRE FROM LIGNE-PAGE
           END-WRITE
           MOVE 0 TO WS-NO-LIGNE-ARCH
           MOVE LIGNE-PAGE TO WS-LIGNE-ARCHIVEE
           PERFORM ARCHIVE-LIGNE
           MOVE 1 TO IDX-LIGNE
           PERFORM EDITE-LIGNE-MODELE
               UNTIL IDX-LIGNE > NB-LIGNES-MODELE
           PERFORM ECRIT-INDEX-LETTRE.
       EDITE-LIGNE-MODELE.
           MOVE MODELE-LIGNE(IDX-LIGNE) TO WS-LIGNE-SOURCE
           PERFORM SUBSTITUE-JETONS
           WRITE ENREG-LETTRE FROM WS-LIGNE-EDITEE
           END-WRITE
           MOVE IDX-LIGNE TO WS-NO-LIGNE-ARCH
           MOVE WS-LIGNE-EDITEE TO WS-LIGNE-ARCHIVEE
           PERFORM ARCHIVE-LIGNE
           ADD 1 TO IDX-LIGNE.

      * Chaque ligne editee part telle quelle a l'archive : la
      * reedition reproduit exactement la lettre envoyee.
       ARCHIVE-LIGNE.
           MOVE SPACES TO ENREG-ARCH-LETTRE
           MOVE IDCLI TO ARL-IDCLI
           MOVE WS-DATE-JOUR TO ARL-DATE
           MOVE WS-HEURE-PASSAGE TO ARL-HEURE
           MOVE WS-NO-LIGNE-ARCH TO ARL-NO-LIGNE
           MOVE WS-LIGNE-ARCHIVEE TO ARL-TEXTE
           WRITE ENREG-ARCH-LETTRE
           END-WRITE.
       ECRIT-INDEX-LETTRE.
           MOVE SPACES TO ENREG-INDEX-LETTRE
           MOVE IDCLI TO LIX-IDCLI
           MOVE WS-DATE-JOUR TO LIX-DATE
           MOVE WS-HEURE-PASSAGE TO LIX-HEURE
           MOVE WS-LOT-DATE TO LIX-LOT-DATE
           MOVE WS-LOT-SEQ TO LIX-LOT-SEQ
           MOVE WS-CAMPAGNE TO LIX-CAMPAGNE
           COMPUTE LIX-NB-LIGNES = NB-LIGNES-MODELE + 1
           MOVE WS-MODELE-PATH TO LIX-MODELE
           WRITE ENREG-INDEX-LETTRE
           END-WRITE.

      * Substitution des jetons par balayage : &SIGNATURE (10),
      * &ADRESSE (8), &PRENOM (7), &IDCLI (6), &NOM (4), testes du
      * plus long au plus court pour que &NOM ne morde pas dans les
      * autres.
       SUBSTITUE-JETONS.
           MOVE SPACES TO WS-LIGNE-EDITEE
           MOVE 1 TO IDX-SOURCE
               UNTIL IDX-SOURCE > 80 OR IDX-DEST > 80.
       SUBSTITUE-CARACTERE.
           EVALUATE TRUE
               WHEN IDX-SOURCE <= 71
                   AND WS-LIGNE-SOURCE(IDX-SOURCE:10) = "&SIGNATURE"
                   PERFORM POSE-SIGNATURE
                   ADD 10 TO IDX-SOURCE
               WHEN IDX-SOURCE <= 73
                   AND WS-LIGNE-SOURCE(IDX-SOURCE:8) = "&ADRESSE"
                   PERFORM POSE-ADRESSE
                   END-IF
                   ADD 1 TO IDX-SOURCE
           END-EVALUATE.
       POSE-SIGNATURE.
           IF IDX-DEST <= 71
               THEN
               MOVE WS-SIGNATURE TO WS-LIGNE-EDITEE(IDX-DEST:10)
               ADD 10 TO IDX-DEST
           END-IF.
       POSE-ADRESSE.
           IF IDX-DEST <= 66
               THEN
               ADD 15 TO IDX-DEST
           END-IF.
       POSE-PRENOM.
           MOVE 0 TO WS-LNG-NOM
           INSPECT PNMCLI TALLYING WS-LNG-NOM
               FOR CHARACTERS BEFORE INITIAL "  "
           IF WS-LNG-NOM > 0 AND IDX-DEST + WS-LNG-NOM <= 81
               THEN
               MOVE PNMCLI(1:WS-LNG-NOM)
                   TO WS-LIGNE-EDITEE(IDX-DEST:WS-LNG-NOM)
               ADD WS-LNG-NOM TO IDX-DEST
           END-IF.
       POSE-IDCLI.
           IF IDX-DEST <= 76
               ADD 5 TO IDX-DEST
           END-IF.
       POSE-NOM.
           MOVE 0 TO WS-LNG-NOM
           INSPECT NOMCLI TALLYING WS-LNG-NOM
               FOR CHARACTERS BEFORE INITIAL "  "
           IF WS-LNG-NOM > 0 AND IDX-DEST + WS-LNG-NOM <= 81
               THEN
               MOVE NOMCLI(1:WS-LNG-NOM)
                   TO WS-LIGNE-EDITEE(IDX-DEST:WS-LNG-NOM)
               ADD WS-LNG-NOM TO IDX-DEST
           END-IF.

       FIN.
           CLOSE CLI-FIC LETTRES-FIC ARCH-LETTRE-FIC INDEX-LETTRE-FIC
           IF WS-CIBLES-OUVERT = 1
               THEN
               CLOSE CIBLES-FIC
           END-IF
           IF WS-CONTACTS-OUVERT = 1
               THEN
               CLOSE CONTACTS-FIC
           END-IF
           DISPLAY "Lettres produites : " CPT-LETTRES
           DISPLAY "Clients ecartes   : " CPT-ECARTES
           IF WS-PLAFOND-ACTIF = 1
               THEN
               DISPLAY "Plafond atteint   : " CPT-PLAFOND
           END-IF
           IF CPT-LETTRES = 0
               THEN
               DISPLAY "ATTENTION: aucune lettre produite - criteres "
