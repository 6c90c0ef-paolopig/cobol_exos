      * liste les comptes de notes ouvertes par client - on voit qui
      * accumule de l'histoire. EXO-CLI-LOOKUP affiche les notes
      * ouvertes a la suite de l'enregistrement consulte.
      * Perimetre d'agence (SPAGC01) : ajouter ou retirer une note d'un
      * client d'une agence hors du rattachement de l'operateur est
      * refuse et trace NONAUTOR au journal d'audit, l'agence du client
      * en second code operateur ; la liste des comptes tait ces
      * clients.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-NOTES.
           SELECT NOTES-FIC
               ASSIGN TO WS-NOTES-PATH
               FILE STATUS IS NOTES-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
           05 NOTE-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 NOTE-TEXTE PIC X(40).
      *
      * Journal d'audit au dessin d'EXO-CLI-MAINT (68 octets,
      * chaine de controle comprise) : seule la ligne NONAUTOR d'une
      * note visant un client hors du perimetre d'agence s'ecrit ici,
      * l'agence du client en second code operateur (AGxx).
       FD  AUDIT-LOG-FIC.
       01  ENREG-AUDIT-LOG.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-PROGRAMME PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-TRANS-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-STATUT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERATEUR2 PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      * Valeur de controle chainee (voir SPCHN01 et EXO-CLI-MAINT).
           05 AUD-CHAINE PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       77  NOTES-STATUT PIC XX.
       77  WS-NOTES-DEBORDE PIC 9 VALUE 0.
       77  WS-NOTES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsNotes.txt".
      * Bloc d'appel de SPAGC01 : perimetre d'agence de l'operateur
      * (voir SPAGC01.cbl) ; code retour 8 = client hors perimetre.
       01  PARAMETRES-AGC.
           05 AGC-OPERATEUR PIC X(4).
           05 AGC-IDCLI PIC 9(5).
           05 AGC-AGENCE PIC XX.
           05 AGC-CODERETOUR PIC 9.
      * Bloc d'appel de SPCHN01 : valeur de controle chainee du
      * journal d'audit (voir SPCHN01.cbl).
       01  PARAMETRES-CHAINE.
           05 CHN-FONCTION PIC X.
           05 CHN-CONTENU PIC X(59).
           05 CHN-CHECK PIC 9(8).
           05 CHN-CODERETOUR PIC 9.
       77  AUDIT-STATUT PIC XX.
       77  WS-TIME PIC 9(8).
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-IDCLI-SAISIE IS NUMERIC
               THEN
               MOVE WS-IDCLI-SAISIE TO WS-IDCLI
               PERFORM CONTROLE-AGENCE-CLIENT
           ELSE
               DISPLAY "ERREUR: IDCLI non numerique."
           END-IF.

      * Un client hors du perimetre d'agence de l'operateur (SPAGC01)
      * ne recoit ni ne perd de note : refus, et ligne NONAUTOR au
      * journal d'audit avec l'agence du client.
       CONTROLE-AGENCE-CLIENT.
           MOVE WS-OPERATEUR TO AGC-OPERATEUR
           MOVE WS-IDCLI TO AGC-IDCLI
           CALL "SPAGC01" USING PARAMETRES-AGC
           IF AGC-CODERETOUR = 8
               THEN
               DISPLAY "REFUS: client " WS-IDCLI " de l'agence "
                   AGC-AGENCE " hors du perimetre de " WS-OPERATEUR
                   "."
               PERFORM ECRIT-AUDIT-NONAUTOR
               MOVE 0 TO WS-IDCLI
           END-IF.

       ECRIT-AUDIT-NONAUTOR.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF
           MOVE SPACES TO ENREG-AUDIT-LOG
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE-JOUR TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-NOTES" TO AUD-PROGRAMME
           MOVE WS-ACTION TO AUD-TRANS-CODE
           MOVE WS-IDCLI TO AUD-IDCLI
           MOVE "NONAUTOR" TO AUD-STATUT
           MOVE WS-OPERATEUR TO AUD-OPERATEUR
           MOVE "AG" TO AUD-OPERATEUR2(1:2)
           MOVE AGC-AGENCE TO AUD-OPERATEUR2(3:2)
           MOVE "E" TO CHN-FONCTION
           MOVE ENREG-AUDIT-LOG(1:59) TO CHN-CONTENU
           CALL "SPCHN01" USING PARAMETRES-CHAINE
           MOVE CHN-CHECK TO AUD-CHAINE
           OPEN EXTEND AUDIT-LOG-FIC
           IF AUDIT-STATUT = "00"
               THEN
               WRITE ENREG-AUDIT-LOG
               END-WRITE
               CLOSE AUDIT-LOG-FIC
           END-IF.

       AJOUTE-NOTE.
           PERFORM SAISIE-IDCLI
           IF WS-IDCLI > 0
           ADD 1 TO IDX-NOTE.

      * Comptes de notes ouvertes par client : les clients qui
      * accumulent de l'histoire sautent aux yeux. Les clients hors du
      * perimetre d'agence de l'operateur sont tus.
       LISTE-COMPTES.
           DISPLAY "--- Notes ouvertes par client ---"
           PERFORM LISTE-COMPTE-CLIENT
       LISTE-COMPTE-CLIENT.
           IF NOTES-PAR-IDCLI(IDX-IDCLI) > 0
               THEN
               MOVE WS-OPERATEUR TO AGC-OPERATEUR
               MOVE IDX-IDCLI TO AGC-IDCLI
               CALL "SPAGC01" USING PARAMETRES-AGC
               IF AGC-CODERETOUR NOT = 8
                   THEN
                   DISPLAY IDX-IDCLI " : "
                       NOTES-PAR-IDCLI(IDX-IDCLI) " note(s) ouverte(s)"
               END-IF
           END-IF.

       REECRIT-NOTES.
