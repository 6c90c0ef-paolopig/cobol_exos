      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : tri parametre d'un fichier a enregistrements fixes,
      * pendant d'EXO-TRI-VERIF : au lieu d'un programme de tri par
      * fichier (EXO-FICHIER-SORT, BUBBLESORT-V3, les SORT prives
      * d'EXO-CLI-FOYERS, EXO-CLI-HOMONYMES, EXO-CLI-ETIQUETTES), un
      * nouvel ordre de classement se decrit en parametres :
      * - chemin d'entree et de sortie, longueur d'enregistrement ;
      * - jusqu'a 4 cles, chacune position, longueur (30 au plus) et
      *   sens A/D, au format PPPLLLS (ex 031002A) ;
      * - classement replie au choix (majuscules sans accents, la
      *   meme table que NORMALISE-CLE-NOMCLI dans EXO-FICHIER-SORT) :
      *   seule la cle est repliee, l'enregistrement sort inchange ;
      * - les enregistrements de service de la chaine client restent
      *   a leur place : "HD" en tete, "TR" en queue ; a la demande, le
      *   "TR" est reconstruit (compte des details et somme des IDCLI
      *   en positions 1-5, la meme arithmetique que les programmes de
      *   la chaine) au lieu d'etre recopie.
      * Les enregistrements de meme cle gardent leur ordre d'entree.
      * Preuve de comptes en fin de tri (details et service, entree et
      * sortie). Codes retour : 0-trie, 8-ecart de comptes, 12-
      * parametre invalide ou fichier introuvable. Un ecart de comptes
      * est aussi signale dans Alerts.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-TRI-PARAM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRI-TMP
               ASSIGN TO "C:\Users\Cobol\TriParamTemp.txt".
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt".
      *
       DATA DIVISION.
       FILE SECTION.
      * Zone de tri : pour chaque cle, un emplacement ascendant et un
      * emplacement descendant - la cle occupe celui de son sens,
      * l'autre reste a blanc et ne departage rien ; puis le rang
      * d'entree (stabilite) et l'enregistrement lui-meme.
       SD  TRI-TMP.
       01  ENREG-TRI.
           05 TRI-CLE1-A PIC X(30).
           05 TRI-CLE1-D PIC X(30).
           05 TRI-CLE2-A PIC X(30).
           05 TRI-CLE2-D PIC X(30).
           05 TRI-CLE3-A PIC X(30).
           05 TRI-CLE3-D PIC X(30).
           05 TRI-CLE4-A PIC X(30).
           05 TRI-CLE4-D PIC X(30).
           05 TRI-RANG PIC 9(7).
           05 TRI-ENREG PIC X(100).
       FD  ALERTES-FIC.
       01  ENREG-ALERTE.
           05 ALERTE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-PROGRAMME PIC X(16) VALUE "EXO-TRI-PARAM".
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-SEVERITE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-MESSAGE PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  WS-ENTREE-PATH PIC X(60) VALUE SPACES.
       77  WS-SORTIE-PATH PIC X(60) VALUE SPACES.
       77  WS-SAISIE PIC X(10) VALUE SPACES.
       77  WS-NOM-CLE PIC X(20) VALUE SPACES.
       77  WS-LRECL PIC 9(3) VALUE 0.
       77  WS-REPLI PIC X VALUE SPACE.
           88 REPLI-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-TRAILER PIC X VALUE SPACE.
           88 TRAILER-RECONSTRUIT VALUE "1" "O" "o" "Y" "y".
      * Cles de tri : position (1-based), longueur, sens.
       01  TABLE-CLES.
           05 CLE-DEF OCCURS 4.
               10 CLE-POSITION PIC 9(3).
               10 CLE-LONGUEUR PIC 9(3).
               10 CLE-SENS PIC X.
       77  NB-CLES PIC 9 VALUE 0.
       77  IDX-CLE PIC 9 VALUE 0.
       01  CLES-TRI.
           05 CLE-TRI OCCURS 4.
               10 CLE-TRI-A PIC X(30).
               10 CLE-TRI-D PIC X(30).
       77  WS-CLE-ZONE PIC X(30) VALUE SPACES.
      * Lecture et ecriture en octets (voir EXO-TRI-VERIF).
       77  WS-HANDLE PIC X(4) COMP-X VALUE 0.
       77  WS-HANDLE-SORTIE PIC X(4) COMP-X VALUE 0.
       77  WS-OFFSET PIC X(8) COMP-X VALUE 0.
       77  WS-OFFSET-SORTIE PIC X(8) COMP-X VALUE 0.
       77  WS-NBYTES PIC X(4) COMP-X VALUE 0.
       77  WS-FLAGS PIC X COMP-X VALUE 0.
       77  WS-ACCES PIC X COMP-X VALUE 1.
       77  WS-ACCES-ECRITURE PIC X COMP-X VALUE 2.
       77  WS-DENY PIC X COMP-X VALUE 3.
       77  WS-DENY-SORTIE PIC X COMP-X VALUE 0.
       77  WS-DEVICE PIC X COMP-X VALUE 0.
       01  ENR-COURANT PIC X(100) VALUE SPACES.
       01  ENR-COURANT-IDCLI REDEFINES ENR-COURANT.
           05 ENR-IDCLI PIC 9(5).
           05 FILLER PIC X(95).
       77  EOF-ENTREE PIC 9 VALUE 0.
       77  EOF-TRI PIC 9 VALUE 0.
      * Enregistrements de service mis de cote pendant le tri.
       01  TABLE-ENTETES.
           05 ENTETE-SERVICE PIC X(100) OCCURS 5.
       77  NB-ENTETES PIC 9 VALUE 0.
       01  TABLE-TRAILERS.
           05 TRAILER-SERVICE PIC X(100) OCCURS 5.
       77  NB-TRAILERS PIC 9 VALUE 0.
       77  IDX-SERVICE PIC 9 VALUE 0.
       01  ENREG-TRAILER.
           05 TR-MARQUE PIC X(2) VALUE "TR".
           05 TR-CPT PIC 9(5).
           05 TR-SOMME PIC 9(8).
       77  WS-SOMME-IDCLI PIC 9(8) VALUE 0.
      * Preuve de comptes.
       77  CPT-LUS PIC 9(7) VALUE 0.
       77  CPT-DETAILS-ENTREE PIC 9(7) VALUE 0.
       77  CPT-SERVICE-ENTREE PIC 9(7) VALUE 0.
       77  CPT-DETAILS-SORTIE PIC 9(7) VALUE 0.
       77  CPT-SERVICE-SORTIE PIC 9(7) VALUE 0.
       77  CPT-ECRAN PIC ZZZZZZ9.
       77  WS-DATE-ALERTE PIC 9(8).
       77  WS-TIME-ALERTE PIC 9(8).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Parametres par variables d'environnement, avec saisie console
      * en secours quand ils manquent (meme convention
      * qu'EXO-TRI-VERIF) : TRI_ENTREE_PATH, TRI_SORTIE_PATH,
      * TRI_LRECL, TRI_CLE_1 a TRI_CLE_4 (PPPLLLS ; seule la premiere
      * est demandee a la console), TRI_REPLI (O = classement replie),
      * TRI_TRAILER (O = "TR" reconstruit).
       INIT.
           ACCEPT WS-ENTREE-PATH FROM ENVIRONMENT "TRI_ENTREE_PATH"
           IF WS-ENTREE-PATH = SPACES
               THEN
               DISPLAY "Fichier a trier : "
               ACCEPT WS-ENTREE-PATH
           END-IF
           ACCEPT WS-SORTIE-PATH FROM ENVIRONMENT "TRI_SORTIE_PATH"
           IF WS-SORTIE-PATH = SPACES
               THEN
               DISPLAY "Fichier trie en sortie : "
               ACCEPT WS-SORTIE-PATH
           END-IF
           MOVE SPACES TO WS-SAISIE
           ACCEPT WS-SAISIE FROM ENVIRONMENT "TRI_LRECL"
           IF WS-SAISIE = SPACES
               THEN
               DISPLAY "Longueur d'enregistrement (ex 068) : "
               ACCEPT WS-SAISIE
           END-IF
           IF WS-SAISIE(1:3) IS NUMERIC
               THEN
               MOVE WS-SAISIE(1:3) TO WS-LRECL
           END-IF
           PERFORM LIT-CLE VARYING IDX-CLE FROM 1 BY 1
               UNTIL IDX-CLE > 4
           ACCEPT WS-REPLI FROM ENVIRONMENT "TRI_REPLI"
           ACCEPT WS-TRAILER FROM ENVIRONMENT "TRI_TRAILER"
           PERFORM CONTROLE-PARAMETRES
           CALL "CBL_OPEN_FILE" USING WS-ENTREE-PATH WS-ACCES
               WS-DENY WS-DEVICE WS-HANDLE
           IF RETURN-CODE NOT = 0
               THEN
               DISPLAY "ERREUR: fichier introuvable : " WS-ENTREE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-OFFSET.

      * Les cles se lisent dans l'ordre ; la premiere cle absente
      * clot la liste.
       LIT-CLE.
           MOVE SPACES TO WS-SAISIE
           MOVE SPACES TO WS-NOM-CLE
           STRING "TRI_CLE_" DELIMITED BY SIZE
               IDX-CLE DELIMITED BY SIZE
               INTO WS-NOM-CLE
           END-STRING
           ACCEPT WS-SAISIE FROM ENVIRONMENT WS-NOM-CLE
           IF WS-SAISIE = SPACES AND IDX-CLE = 1
               THEN
               DISPLAY "Cle 1 - position, longueur, sens "
                   "(PPPLLLS, ex 001005A) : "
               ACCEPT WS-SAISIE
           END-IF
           IF WS-SAISIE NOT = SPACES AND NB-CLES = IDX-CLE - 1
               THEN
               IF WS-SAISIE(1:3) IS NUMERIC
                   AND WS-SAISIE(4:3) IS NUMERIC
                   THEN
                   ADD 1 TO NB-CLES
                   MOVE WS-SAISIE(1:3) TO CLE-POSITION(NB-CLES)
                   MOVE WS-SAISIE(4:3) TO CLE-LONGUEUR(NB-CLES)
                   IF WS-SAISIE(7:1) = "D" OR WS-SAISIE(7:1) = "d"
                       THEN
                       MOVE "D" TO CLE-SENS(NB-CLES)
                   ELSE
                       MOVE "A" TO CLE-SENS(NB-CLES)
                   END-IF
               ELSE
                   DISPLAY "ERREUR: cle " IDX-CLE " illisible ("
                       WS-SAISIE ") - format PPPLLLS attendu."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Comme dans EXO-TRI-VERIF : chaque cle doit tenir dans
      * l'enregistrement et l'enregistrement dans la zone de travail.
       CONTROLE-PARAMETRES.
           IF WS-LRECL = 0 OR WS-LRECL > 100
               THEN
               DISPLAY "ERREUR: longueur d'enregistrement invalide "
                   "(1 a 100) : " WS-LRECL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NB-CLES = 0
               THEN
               DISPLAY "ERREUR: aucune cle de tri."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTROLE-CLE VARYING IDX-CLE FROM 1 BY 1
               UNTIL IDX-CLE > NB-CLES
           IF TRAILER-RECONSTRUIT AND WS-LRECL < 15
               THEN
               DISPLAY "ERREUR: enregistrement trop court (" WS-LRECL
                   ") pour un trailer TR reconstruit (15 octets)."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SORTIE-PATH = SPACES
               THEN
               DISPLAY "ERREUR: fichier de sortie non renseigne."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       CONTROLE-CLE.
           IF CLE-POSITION(IDX-CLE) = 0 OR CLE-LONGUEUR(IDX-CLE) = 0
               OR CLE-LONGUEUR(IDX-CLE) > 30
               OR CLE-POSITION(IDX-CLE) + CLE-LONGUEUR(IDX-CLE) - 1
                   > WS-LRECL
               THEN
               DISPLAY "ERREUR: cle " IDX-CLE " invalide (position "
                   CLE-POSITION(IDX-CLE) " longueur "
                   CLE-LONGUEUR(IDX-CLE) " pour un enregistrement de "
                   WS-LRECL ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       TRAIT.
           SORT TRI-TMP
               ASCENDING KEY TRI-CLE1-A
               DESCENDING KEY TRI-CLE1-D
               ASCENDING KEY TRI-CLE2-A
               DESCENDING KEY TRI-CLE2-D
               ASCENDING KEY TRI-CLE3-A
               DESCENDING KEY TRI-CLE3-D
               ASCENDING KEY TRI-CLE4-A
               DESCENDING KEY TRI-CLE4-D
               ASCENDING KEY TRI-RANG
               INPUT PROCEDURE ALIMENTE-TRI
               OUTPUT PROCEDURE RESTITUE-TRI.

      * Procedure d'entree : lecture a l'octet pres (un retour non nul
      * de CBL_READ_FILE vaut fin de fichier, enregistrement partiel
      * de queue compris) ; "HD" et "TR" sont mis de cote, les details
      * partent au tri avec leurs cles.
       ALIMENTE-TRI.
           MOVE 0 TO EOF-ENTREE
           PERFORM ALIMENTE-TRI-LECT UNTIL EOF-ENTREE = 1
           CALL "CBL_CLOSE_FILE" USING WS-HANDLE.
       ALIMENTE-TRI-LECT.
           MOVE SPACES TO ENR-COURANT
           MOVE WS-LRECL TO WS-NBYTES
           CALL "CBL_READ_FILE" USING WS-HANDLE WS-OFFSET
               WS-NBYTES WS-FLAGS ENR-COURANT
           IF RETURN-CODE NOT = 0
               THEN
               MOVE 1 TO EOF-ENTREE
               MOVE 0 TO RETURN-CODE
           ELSE
               ADD WS-LRECL TO WS-OFFSET
               ADD 1 TO CPT-LUS
               EVALUATE TRUE
                   WHEN ENR-COURANT(1:2) = "HD" AND NB-ENTETES < 5
                       ADD 1 TO NB-ENTETES
                       MOVE ENR-COURANT TO ENTETE-SERVICE(NB-ENTETES)
                       ADD 1 TO CPT-SERVICE-ENTREE
                   WHEN ENR-COURANT(1:2) = "TR" AND NB-TRAILERS < 5
                       ADD 1 TO NB-TRAILERS
                       MOVE ENR-COURANT TO TRAILER-SERVICE(NB-TRAILERS)
                       ADD 1 TO CPT-SERVICE-ENTREE
                   WHEN OTHER
                       PERFORM RELACHE-DETAIL
               END-EVALUATE
           END-IF.
       RELACHE-DETAIL.
           MOVE SPACES TO CLES-TRI
           PERFORM PREPARE-CLE VARYING IDX-CLE FROM 1 BY 1
               UNTIL IDX-CLE > NB-CLES
           ADD 1 TO CPT-DETAILS-ENTREE
           MOVE CLES-TRI TO ENREG-TRI(1:240)
           MOVE CPT-LUS TO TRI-RANG
           MOVE ENR-COURANT TO TRI-ENREG
           RELEASE ENREG-TRI.
       PREPARE-CLE.
           MOVE SPACES TO WS-CLE-ZONE
           MOVE ENR-COURANT(CLE-POSITION(IDX-CLE):CLE-LONGUEUR(IDX-CLE))
               TO WS-CLE-ZONE
           IF REPLI-ON
               THEN
               PERFORM REPLIE-CLE
           END-IF
           IF CLE-SENS(IDX-CLE) = "D"
               THEN
               MOVE WS-CLE-ZONE TO CLE-TRI-D(IDX-CLE)
           ELSE
               MOVE WS-CLE-ZONE TO CLE-TRI-A(IDX-CLE)
           END-IF.

      * Repli de la cle : majuscules puis accents ramenes a la lettre
      * de base (voir NORMALISE-CLE-NOMCLI dans EXO-FICHIER-SORT).
       REPLIE-CLE.
           INSPECT WS-CLE-ZONE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
      * La table des accentues est en hexadecimal (latin-1 : a-grave,
      * a-circ, a-trema, e-acute, e-grave, e-circ, e-trema, i-circ,
      * i-trema, o-circ, o-trema, u-grave, u-circ, u-trema, c-cedille,
      * puis les memes en majuscules) : un literal en clair ne survit
      * pas aux conversions d'encodage des transferts de source.
           INSPECT WS-CLE-ZONE CONVERTING
               X"E0E2E4E9E8EAEBEEEFF4F6F9FBFCE7"
               & X"C0C2C4C9C8CACBCECFD4D6D9DBDCC7"
               TO "AAAEEEEIIOOUUUCAAAEEEEIIOOUUUC".

      * Procedure de sortie : entetes en tete, details dans l'ordre du
      * tri, puis le "TR" d'origine ou reconstruit.
       RESTITUE-TRI.
           CALL "CBL_CREATE_FILE" USING WS-SORTIE-PATH
               WS-ACCES-ECRITURE WS-DENY-SORTIE WS-DEVICE
               WS-HANDLE-SORTIE
           IF RETURN-CODE NOT = 0
               THEN
               DISPLAY "ERREUR: sortie impossible a creer : "
                   WS-SORTIE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-OFFSET-SORTIE
           PERFORM ECRIT-ENTETE VARYING IDX-SERVICE FROM 1 BY 1
               UNTIL IDX-SERVICE > NB-ENTETES
           MOVE 0 TO EOF-TRI
           PERFORM RESTITUE-TRI-LECT UNTIL EOF-TRI = 1
           IF TRAILER-RECONSTRUIT
               THEN
               PERFORM ECRIT-TRAILER-RECONSTRUIT
           ELSE
               PERFORM ECRIT-TRAILER-ORIGINE
                   VARYING IDX-SERVICE FROM 1 BY 1
                   UNTIL IDX-SERVICE > NB-TRAILERS
           END-IF
           CALL "CBL_CLOSE_FILE" USING WS-HANDLE-SORTIE.
       RESTITUE-TRI-LECT.
           RETURN TRI-TMP
               AT END MOVE 1 TO EOF-TRI
           END-RETURN
           IF EOF-TRI = 0
               THEN
               MOVE TRI-ENREG TO ENR-COURANT
               PERFORM ECRIT-ENREG
               ADD 1 TO CPT-DETAILS-SORTIE
               IF ENR-IDCLI IS NUMERIC
                   THEN
                   ADD ENR-IDCLI TO WS-SOMME-IDCLI
               END-IF
           END-IF.
       ECRIT-ENTETE.
           MOVE ENTETE-SERVICE(IDX-SERVICE) TO ENR-COURANT
           PERFORM ECRIT-ENREG
           ADD 1 TO CPT-SERVICE-SORTIE.
       ECRIT-TRAILER-ORIGINE.
           MOVE TRAILER-SERVICE(IDX-SERVICE) TO ENR-COURANT
           PERFORM ECRIT-ENREG
           ADD 1 TO CPT-SERVICE-SORTIE.
      * Un seul "TR" reconstruit remplace ceux de l'entree (ou s'ajoute
      * a un fichier qui n'en avait pas).
       ECRIT-TRAILER-RECONSTRUIT.
           MOVE CPT-DETAILS-SORTIE TO TR-CPT
           MOVE WS-SOMME-IDCLI TO TR-SOMME
           MOVE SPACES TO ENR-COURANT
           MOVE ENREG-TRAILER TO ENR-COURANT(1:15)
           PERFORM ECRIT-ENREG
           ADD 1 TO CPT-SERVICE-SORTIE
           DISPLAY "Trailer reconstruit : " TR-CPT " detail(s), somme "
               TR-SOMME.
       ECRIT-ENREG.
           MOVE WS-LRECL TO WS-NBYTES
           CALL "CBL_WRITE_FILE" USING WS-HANDLE-SORTIE
               WS-OFFSET-SORTIE WS-NBYTES WS-FLAGS ENR-COURANT
           ADD WS-LRECL TO WS-OFFSET-SORTIE.

      * Preuve de comptes : tout detail lu ressort, une fois ; le
      * service ressort tel quel, ou avec un seul "TR" reconstruit.
       FIN.
           MOVE 0 TO RETURN-CODE
           DISPLAY "Fichier trie             : " WS-ENTREE-PATH
           DISPLAY "Sortie                   : " WS-SORTIE-PATH
           MOVE CPT-LUS TO CPT-ECRAN
           DISPLAY "Enregistrements lus      : " CPT-ECRAN
           MOVE CPT-DETAILS-ENTREE TO CPT-ECRAN
           DISPLAY "Details en entree        : " CPT-ECRAN
           MOVE CPT-DETAILS-SORTIE TO CPT-ECRAN
           DISPLAY "Details en sortie        : " CPT-ECRAN
           MOVE CPT-SERVICE-ENTREE TO CPT-ECRAN
           DISPLAY "HD/TR en entree          : " CPT-ECRAN
           MOVE CPT-SERVICE-SORTIE TO CPT-ECRAN
           DISPLAY "HD/TR en sortie          : " CPT-ECRAN
           IF CPT-DETAILS-ENTREE NOT = CPT-DETAILS-SORTIE
               OR CPT-LUS NOT = CPT-DETAILS-ENTREE + CPT-SERVICE-ENTREE
               OR (NOT TRAILER-RECONSTRUIT
                   AND CPT-SERVICE-SORTIE NOT = CPT-SERVICE-ENTREE)
               OR (TRAILER-RECONSTRUIT
                   AND CPT-SERVICE-SORTIE NOT = NB-ENTETES + 1)
               THEN
               DISPLAY "ECART DE COMPTES : le tri a perdu ou duplique "
                   "des enregistrements."
               PERFORM ECRIT-ALERTE
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Preuve de comptes : OK"
           END-IF.

       ECRIT-ALERTE.
           MOVE SPACES TO ENREG-ALERTE
           ACCEPT WS-DATE-ALERTE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ALERTE FROM TIME
           MOVE WS-DATE-ALERTE TO ALERTE-DATE
           MOVE WS-TIME-ALERTE TO ALERTE-TIME
           MOVE "EXO-TRI-PARAM" TO ALERTE-PROGRAMME
           MOVE "ERREUR" TO ALERTE-SEVERITE
           MOVE "tri parametre : ecart de comptes entree/sortie"
               TO ALERTE-MESSAGE
           OPEN EXTEND ALERTES-FIC
           WRITE ENREG-ALERTE
           END-WRITE
           CLOSE ALERTES-FIC.

       END PROGRAM EXO-TRI-PARAM.
