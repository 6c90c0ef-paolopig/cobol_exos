      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : controle du gel juridique d'un client, en
      * sous-programme appelable comme SPAGC01. Le registre des gels
      * ClientsGelJuridique.txt (tenu par EXO-CLI-GEL, chemin
      * CLI_GEL_PATH) porte une ligne par gel : IDCLI, reference du
      * dossier contentieux, date de pose et operateur, date de levee
      * et operateur de levee (date de levee a zero : gel en cours).
      * Les gels en cours sont charges au premier appel puis gardes
      * pour la session : la purge, l'effacement et le menage des
      * archives interrogent le registre client par client sans le
      * relire.
      * Retour : JUR-REFERENCE et JUR-DATE-POSE du premier gel en
      * cours trouve, et JUR-CODERETOUR :
      *   0 = aucun gel en cours sur le client (ou registre absent),
      *   1 = client sous gel juridique : l'appelant l'ecarte et le
      *       signale dans son propre rapport.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPGEL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEL-FIC
               ASSIGN TO WS-GEL-PATH
               FILE STATUS IS GEL-STATUT.
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que dans EXO-CLI-GEL (46 octets).
       FD  GEL-FIC.
       01  ENREG-GEL.
           05 GEL-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 GEL-REFERENCE PIC X(12).
           05 FILLER PIC X.
           05 GEL-DATE-POSE PIC 9(8).
           05 FILLER PIC X.
           05 GEL-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 GEL-DATE-LEVEE PIC 9(8).
           05 FILLER PIC X.
           05 GEL-OPER-LEVEE PIC X(4).
      *
       WORKING-STORAGE SECTION.
       77  GEL-STATUT PIC XX.
       77  EOF-GEL PIC 9 VALUE 0.
       77  WS-GELS-CHARGES PIC 9 VALUE 0.
       77  WS-GEL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsGelJuridique.txt".
       77  NB-GELS PIC 999 VALUE 0.
       77  IDX-GEL PIC 999 VALUE 0.
      * Gels en cours du registre.
       01  TABLE-GELS.
           05 GEL-ENTREE OCCURS 500.
               10 TAB-GEL-IDCLI PIC 9(5).
               10 TAB-GEL-REFERENCE PIC X(12).
               10 TAB-GEL-DATE-POSE PIC 9(8).
       LINKAGE SECTION.
       01  PARAMETRES.
           05 JUR-IDCLI PIC 9(5).
           05 JUR-REFERENCE PIC X(12).
           05 JUR-DATE-POSE PIC 9(8).
           05 JUR-CODERETOUR PIC 9.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
           IF WS-GELS-CHARGES = 0
               THEN
               PERFORM CHARGE-GELS
               MOVE 1 TO WS-GELS-CHARGES
           END-IF
           MOVE 0 TO JUR-CODERETOUR
           MOVE SPACES TO JUR-REFERENCE
           MOVE 0 TO JUR-DATE-POSE
           MOVE 1 TO IDX-GEL
           PERFORM CHERCHE-GEL
               UNTIL IDX-GEL > NB-GELS OR JUR-CODERETOUR = 1
           GOBACK.

       CHERCHE-GEL.
           IF TAB-GEL-IDCLI(IDX-GEL) = JUR-IDCLI
               THEN
               MOVE TAB-GEL-REFERENCE(IDX-GEL) TO JUR-REFERENCE
               MOVE TAB-GEL-DATE-POSE(IDX-GEL) TO JUR-DATE-POSE
               MOVE 1 TO JUR-CODERETOUR
           END-IF
           ADD 1 TO IDX-GEL.

      * Registre absent : aucun client n'est gele.
       CHARGE-GELS.
           ACCEPT WS-GEL-PATH FROM ENVIRONMENT "CLI_GEL_PATH"
           IF WS-GEL-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsGelJuridique.txt"
                   TO WS-GEL-PATH
           END-IF
           MOVE 0 TO NB-GELS
           MOVE 0 TO EOF-GEL
           OPEN INPUT GEL-FIC
           IF GEL-STATUT = "00"
               THEN
               PERFORM CHARGE-GELS-LECT UNTIL EOF-GEL = 1
               CLOSE GEL-FIC
           END-IF.
       CHARGE-GELS-LECT.
           READ GEL-FIC
               AT END MOVE 1 TO EOF-GEL
           END-READ
           IF EOF-GEL = 0 AND GEL-IDCLI IS NUMERIC
               AND GEL-DATE-LEVEE = ZERO
               AND NB-GELS < 500
               THEN
               ADD 1 TO NB-GELS
               MOVE GEL-IDCLI TO TAB-GEL-IDCLI(NB-GELS)
               MOVE GEL-REFERENCE TO TAB-GEL-REFERENCE(NB-GELS)
               MOVE GEL-DATE-POSE TO TAB-GEL-DATE-POSE(NB-GELS)
           END-IF.

       END PROGRAM SPGEL01.
