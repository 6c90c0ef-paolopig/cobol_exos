      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : controle des representations legales en cours d'un
      * client, en sous-programme appelable comme SPGEL01. Le registre
      * des liens entre clients ClientsLiens.txt (tenu par
      * EXO-CLI-LIENS, chemin CLI_LIENS_PATH) porte une ligne par
      * lien : IDCLI origine, IDCLI cible, type (G-garant,
      * R-representant legal, C-contact societe), date de debut, date
      * de fin (jour ou le lien cesse ; zero : sans fin prevue) et
      * operateur.
      * Les liens R non termines (date de fin a zero ou pas encore
      * atteinte) sont charges au premier appel puis gardes pour la
      * session : la purge interroge le registre client par client
      * sans le relire.
      * Retour : REP-REPRESENTE, premier client represente par
      * REP-IDCLI, REP-NOMBRE, nombre de clients qu'il represente, et
      * REP-CODERETOUR :
      *   0 = le client ne represente personne (ou registre absent),
      *   1 = le client est encore representant legal d'un autre :
      *       l'appelant previent avant de le faire disparaitre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLIE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIENS-FIC
               ASSIGN TO WS-LIENS-PATH
               FILE STATUS IS LIENS-STATUT.
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que dans EXO-CLI-LIENS (36 octets).
       FD  LIENS-FIC.
       01  ENREG-LIEN.
           05 LIE-IDCLI-ORIGINE PIC 9(5).
           05 FILLER PIC X.
           05 LIE-IDCLI-CIBLE PIC 9(5).
           05 FILLER PIC X.
           05 LIE-TYPE PIC X.
           05 FILLER PIC X.
           05 LIE-DATE-DEBUT PIC 9(8).
           05 FILLER PIC X.
           05 LIE-DATE-FIN PIC 9(8).
           05 FILLER PIC X.
           05 LIE-OPERATEUR PIC X(4).
      *
       WORKING-STORAGE SECTION.
       77  LIENS-STATUT PIC XX.
       77  EOF-LIENS PIC 9 VALUE 0.
       77  WS-LIENS-CHARGES PIC 9 VALUE 0.
       77  WS-LIENS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsLiens.txt".
       77  WS-DATE-JOUR PIC 9(8).
       77  NB-REPRES PIC 999 VALUE 0.
       77  IDX-REPRES PIC 999 VALUE 0.
      * Representations legales en cours du registre.
       01  TABLE-REPRES.
           05 REPRES-ENTREE OCCURS 500.
               10 TAB-REP-ORIGINE PIC 9(5).
               10 TAB-REP-CIBLE PIC 9(5).
       LINKAGE SECTION.
       01  PARAMETRES.
           05 REP-IDCLI PIC 9(5).
           05 REP-REPRESENTE PIC 9(5).
           05 REP-NOMBRE PIC 999.
           05 REP-CODERETOUR PIC 9.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
           IF WS-LIENS-CHARGES = 0
               THEN
               PERFORM CHARGE-LIENS
               MOVE 1 TO WS-LIENS-CHARGES
           END-IF
           MOVE 0 TO REP-CODERETOUR
           MOVE 0 TO REP-REPRESENTE
           MOVE 0 TO REP-NOMBRE
           MOVE 1 TO IDX-REPRES
           PERFORM CHERCHE-REPRES UNTIL IDX-REPRES > NB-REPRES
           GOBACK.

       CHERCHE-REPRES.
           IF TAB-REP-ORIGINE(IDX-REPRES) = REP-IDCLI
               THEN
               IF REP-CODERETOUR = 0
                   THEN
                   MOVE TAB-REP-CIBLE(IDX-REPRES) TO REP-REPRESENTE
                   MOVE 1 TO REP-CODERETOUR
               END-IF
               ADD 1 TO REP-NOMBRE
           END-IF
           ADD 1 TO IDX-REPRES.

      * Registre absent : personne ne represente personne.
       CHARGE-LIENS.
           ACCEPT WS-LIENS-PATH FROM ENVIRONMENT "CLI_LIENS_PATH"
           IF WS-LIENS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsLiens.txt"
                   TO WS-LIENS-PATH
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 0 TO NB-REPRES
           MOVE 0 TO EOF-LIENS
           OPEN INPUT LIENS-FIC
           IF LIENS-STATUT = "00"
               THEN
               PERFORM CHARGE-LIENS-LECT UNTIL EOF-LIENS = 1
               CLOSE LIENS-FIC
           END-IF.
       CHARGE-LIENS-LECT.
           READ LIENS-FIC
               AT END MOVE 1 TO EOF-LIENS
           END-READ
           IF EOF-LIENS = 0 AND LIE-IDCLI-ORIGINE IS NUMERIC
               AND LIE-IDCLI-CIBLE IS NUMERIC
               AND LIE-TYPE = "R"
               AND (LIE-DATE-FIN = ZERO
                   OR LIE-DATE-FIN > WS-DATE-JOUR)
               AND NB-REPRES < 500
               THEN
               ADD 1 TO NB-REPRES
               MOVE LIE-IDCLI-ORIGINE TO TAB-REP-ORIGINE(NB-REPRES)
               MOVE LIE-IDCLI-CIBLE TO TAB-REP-CIBLE(NB-REPRES)
           END-IF.

       END PROGRAM SPLIE01.
