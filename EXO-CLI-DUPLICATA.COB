      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : reedition a l'identique d'une lettre deja envoyee,
      * quand un client dit ne pas l'avoir recue - l'edition
      * ClientsLettres.txt d'EXO-CLI-LETTRES est ecrasee au passage
      * suivant. Pour l'IDCLI et la date demandes (DUPLICATA_IDCLI,
      * DUPLICATA_DATE, saisis a defaut), l'index LettresIndex.txt
      * donne les lettres produites ce jour-la (passage, lot, modele,
      * campagne) et l'archive LettresArchive.txt en rend les lignes
      * telles qu'elles sont parties. Chaque lettre reeditee est
      * precedee d'une banniere DUPLICATA dans
      * ClientsLettresDuplicata.txt, et chaque reedition laisse sa
      * ligne au journal LettresDuplicataLog.txt (date, heure,
      * operateur, IDCLI, passage de la lettre, lignes reeditees).
      * Codes retour : 0 reedition faite, 4 aucune lettre a cette
      * date ou archive incomplete au regard de l'index, 8 IDCLI ou
      * date non numerique, 12 index ou archive inaccessible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-DUPLICATA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-LETTRE-FIC
               ASSIGN TO WS-INDEX-LETTRE-PATH
               FILE STATUS IS INDEX-LETTRE-STATUT.
           SELECT ARCH-LETTRE-FIC
               ASSIGN TO WS-ARCH-LETTRE-PATH
               FILE STATUS IS ARCH-LETTRE-STATUT.
           SELECT DUPLICATA-FIC
               ASSIGN TO WS-DUPLICATA-PATH
               FILE STATUS IS DUPLICATA-STATUT.
           SELECT DUPLOG-FIC
               ASSIGN TO WS-DUPLOG-PATH
               FILE STATUS IS DUPLOG-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Index des lettres archivees (voir ECRIT-INDEX-LETTRE dans
      * EXO-CLI-LETTRES).
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
      * Archive des lettres (voir ARCHIVE-LIGNE dans EXO-CLI-LETTRES).
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
       FD  DUPLICATA-FIC.
       01  ENREG-DUPLICATA PIC X(80).
      *
      * Journal des reeditions.
       FD  DUPLOG-FIC.
       01  ENREG-DUPLOG.
           05 DLG-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DLG-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DLG-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DLG-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 DLG-LETTRE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DLG-LETTRE-HEURE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 DLG-NB-LIGNES PIC 99.
      *
       WORKING-STORAGE SECTION.
       77  INDEX-LETTRE-STATUT PIC XX.
       77  ARCH-LETTRE-STATUT PIC XX.
       77  DUPLICATA-STATUT PIC XX.
       77  DUPLOG-STATUT PIC XX.
       77  EOF-INDEX PIC 9 VALUE 0.
       77  EOF-ARCHIVE PIC 9 VALUE 0.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-IDCLI-SAISIE PIC X(5) VALUE SPACES.
       77  WS-DATE-SAISIE PIC X(8) VALUE SPACES.
       77  WS-IDCLI PIC 9(5) VALUE 0.
       77  WS-DATE-LETTRE PIC 9(8) VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
      * Lettres du client a la date demandee, relevees a l'index.
       01  TABLE-LETTRES.
           05 LETTRE-ENTREE OCCURS 20.
               10 TAB-HEURE PIC 9(6).
               10 TAB-LOT-DATE PIC 9(8).
               10 TAB-LOT-SEQ PIC 99.
               10 TAB-CAMPAGNE PIC X(8).
               10 TAB-NB-LIGNES PIC 99.
               10 TAB-MODELE PIC X(60).
               10 TAB-LIGNES-REEDITEES PIC 99.
       77  NB-LETTRES PIC 99 VALUE 0.
       77  IDX-LETTRE PIC 99 VALUE 0.
       77  WS-LETTRES-DEBORDE PIC 9 VALUE 0.
       77  CPT-INCOMPLETES PIC 99 VALUE 0.
       01  LIGNE-BANNIERE.
           05 FILLER PIC X(24) VALUE "***** DUPLICATA ***** - ".
           05 FILLER PIC X(10) VALUE "lettre du ".
           05 BAN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 BAN-HEURE PIC 9(6).
           05 FILLER PIC X(5) VALUE " lot ".
           05 BAN-LOT-DATE PIC 9(8).
           05 FILLER PIC X VALUE "-".
           05 BAN-LOT-SEQ PIC 99.
           05 FILLER PIC X(15) VALUE SPACES.
       77  WS-INDEX-LETTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LettresIndex.txt".
       77  WS-ARCH-LETTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LettresArchive.txt".
       77  WS-DUPLICATA-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsLettresDuplicata.txt".
       77  WS-DUPLOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LettresDuplicataLog.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables via LETTRES_INDEX_PATH,
      * LETTRES_ARCHIVE_PATH (memes noms qu'EXO-CLI-LETTRES),
      * LETTRES_DUPLICATA_PATH et LETTRES_DUPLICATA_LOG_PATH.
       INIT.
           ACCEPT WS-INDEX-LETTRE-PATH FROM ENVIRONMENT
               "LETTRES_INDEX_PATH"
           IF WS-INDEX-LETTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\LettresIndex.txt"
                   TO WS-INDEX-LETTRE-PATH
           END-IF
           ACCEPT WS-ARCH-LETTRE-PATH FROM ENVIRONMENT
               "LETTRES_ARCHIVE_PATH"
           IF WS-ARCH-LETTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\LettresArchive.txt"
                   TO WS-ARCH-LETTRE-PATH
           END-IF
           ACCEPT WS-DUPLICATA-PATH FROM ENVIRONMENT
               "LETTRES_DUPLICATA_PATH"
           IF WS-DUPLICATA-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsLettresDuplicata.txt"
                   TO WS-DUPLICATA-PATH
           END-IF
           ACCEPT WS-DUPLOG-PATH FROM ENVIRONMENT
               "LETTRES_DUPLICATA_LOG_PATH"
           IF WS-DUPLOG-PATH = SPACES
               MOVE "C:\Users\Cobol\LettresDuplicataLog.txt"
                   TO WS-DUPLOG-PATH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM SAISIE-CRITERES.

       IDENTIFIE-OPERATEUR.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR_CODE"
           IF WS-OPERATEUR = SPACES
               THEN
               DISPLAY "Code operateur (4 caracteres) : "
               ACCEPT WS-OPERATEUR
           END-IF
           IF WS-OPERATEUR = SPACES
               THEN
               DISPLAY "ERREUR: code operateur obligatoire."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       SAISIE-CRITERES.
           ACCEPT WS-IDCLI-SAISIE FROM ENVIRONMENT "DUPLICATA_IDCLI"
           IF WS-IDCLI-SAISIE = SPACES
               THEN
               DISPLAY "IDCLI du client (5 chiffres) : "
               ACCEPT WS-IDCLI-SAISIE
           END-IF
           IF WS-IDCLI-SAISIE IS NOT NUMERIC
               THEN
               DISPLAY "ERREUR: IDCLI non numerique."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-IDCLI-SAISIE TO WS-IDCLI
           ACCEPT WS-DATE-SAISIE FROM ENVIRONMENT "DUPLICATA_DATE"
           IF WS-DATE-SAISIE = SPACES
               THEN
               DISPLAY "Date d'envoi de la lettre (AAAAMMJJ) : "
               ACCEPT WS-DATE-SAISIE
           END-IF
           IF WS-DATE-SAISIE IS NOT NUMERIC
               THEN
               DISPLAY "ERREUR: date non numerique (AAAAMMJJ)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-SAISIE TO WS-DATE-LETTRE.

      * L'index donne les lettres du jour, l'archive en rend les
      * lignes ; une lettre dont l'archive ne rend pas le compte de
      * lignes de l'index est signalee incomplete.
       TRAIT.
           PERFORM RELEVE-INDEX
           IF NB-LETTRES = 0
               THEN
               DISPLAY "Aucune lettre archivee pour " WS-IDCLI
                   " le " WS-DATE-LETTRE "."
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DUPLICATA-FIC
               PERFORM REEDITE-LETTRE
                   VARYING IDX-LETTRE FROM 1 BY 1
                   UNTIL IDX-LETTRE > NB-LETTRES
               CLOSE DUPLICATA-FIC
               PERFORM ECRIT-DUPLOG
           END-IF.

       RELEVE-INDEX.
           MOVE 0 TO EOF-INDEX
           OPEN INPUT INDEX-LETTRE-FIC
           IF INDEX-LETTRE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: index des lettres inaccessible ("
                   INDEX-LETTRE-STATUT ") : " WS-INDEX-LETTRE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RELEVE-INDEX-LECT UNTIL EOF-INDEX = 1
           CLOSE INDEX-LETTRE-FIC
           IF WS-LETTRES-DEBORDE = 1
               THEN
               DISPLAY "ATTENTION: plus de 20 lettres ce jour-la - "
                   "seules les 20 premieres sont reeditees."
           END-IF.
       RELEVE-INDEX-LECT.
           READ INDEX-LETTRE-FIC
               AT END MOVE 1 TO EOF-INDEX
           END-READ
           IF EOF-INDEX = 0 AND LIX-IDCLI IS NUMERIC
               AND LIX-IDCLI = WS-IDCLI
               AND LIX-DATE = WS-DATE-LETTRE
               THEN
               IF NB-LETTRES < 20
                   THEN
                   ADD 1 TO NB-LETTRES
                   MOVE LIX-HEURE TO TAB-HEURE(NB-LETTRES)
                   MOVE LIX-LOT-DATE TO TAB-LOT-DATE(NB-LETTRES)
                   MOVE LIX-LOT-SEQ TO TAB-LOT-SEQ(NB-LETTRES)
                   MOVE LIX-CAMPAGNE TO TAB-CAMPAGNE(NB-LETTRES)
                   MOVE LIX-NB-LIGNES TO TAB-NB-LIGNES(NB-LETTRES)
                   MOVE LIX-MODELE TO TAB-MODELE(NB-LETTRES)
                   MOVE 0 TO TAB-LIGNES-REEDITEES(NB-LETTRES)
               ELSE
                   MOVE 1 TO WS-LETTRES-DEBORDE
               END-IF
           END-IF.

      * Une lettre : banniere DUPLICATA puis ses lignes archivees,
      * dans l'ordre ou elles ont ete ecrites.
       REEDITE-LETTRE.
           MOVE WS-DATE-LETTRE TO BAN-DATE
           MOVE TAB-HEURE(IDX-LETTRE) TO BAN-HEURE
           MOVE TAB-LOT-DATE(IDX-LETTRE) TO BAN-LOT-DATE
           MOVE TAB-LOT-SEQ(IDX-LETTRE) TO BAN-LOT-SEQ
           WRITE ENREG-DUPLICATA FROM LIGNE-BANNIERE
           END-WRITE
           MOVE 0 TO EOF-ARCHIVE
           OPEN INPUT ARCH-LETTRE-FIC
           IF ARCH-LETTRE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: archive des lettres inaccessible ("
                   ARCH-LETTRE-STATUT ") : " WS-ARCH-LETTRE-PATH
               CLOSE DUPLICATA-FIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REEDITE-LETTRE-LECT UNTIL EOF-ARCHIVE = 1
           CLOSE ARCH-LETTRE-FIC
           DISPLAY "Lettre du " WS-DATE-LETTRE " "
               TAB-HEURE(IDX-LETTRE) " lot " TAB-LOT-DATE(IDX-LETTRE)
               "-" TAB-LOT-SEQ(IDX-LETTRE) " campagne "
               TAB-CAMPAGNE(IDX-LETTRE) " : "
               TAB-LIGNES-REEDITEES(IDX-LETTRE) " ligne(s)"
           DISPLAY "  modele " TAB-MODELE(IDX-LETTRE)
           IF TAB-LIGNES-REEDITEES(IDX-LETTRE)
               NOT = TAB-NB-LIGNES(IDX-LETTRE)
               THEN
               DISPLAY "ATTENTION: archive incomplete - "
                   TAB-NB-LIGNES(IDX-LETTRE) " ligne(s) a l'index."
               ADD 1 TO CPT-INCOMPLETES
           END-IF.
       REEDITE-LETTRE-LECT.
           READ ARCH-LETTRE-FIC
               AT END MOVE 1 TO EOF-ARCHIVE
           END-READ
           IF EOF-ARCHIVE = 0 AND ARL-IDCLI IS NUMERIC
               AND ARL-IDCLI = WS-IDCLI
               AND ARL-DATE = WS-DATE-LETTRE
               AND ARL-HEURE = TAB-HEURE(IDX-LETTRE)
               THEN
               WRITE ENREG-DUPLICATA FROM ARL-TEXTE
               END-WRITE
               ADD 1 TO TAB-LIGNES-REEDITEES(IDX-LETTRE)
           END-IF.

      * Une ligne au journal des reeditions par lettre reeditee.
       ECRIT-DUPLOG.
           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND DUPLOG-FIC
           IF DUPLOG-STATUT NOT = "00"
               THEN
               OPEN OUTPUT DUPLOG-FIC
           END-IF
           IF DUPLOG-STATUT = "00"
               THEN
               PERFORM ECRIT-DUPLOG-LIGNE
                   VARYING IDX-LETTRE FROM 1 BY 1
                   UNTIL IDX-LETTRE > NB-LETTRES
               CLOSE DUPLOG-FIC
           ELSE
               DISPLAY "ATTENTION: journal des reeditions "
                   "indisponible (" DUPLOG-STATUT ") : " WS-DUPLOG-PATH
           END-IF.
       ECRIT-DUPLOG-LIGNE.
           MOVE SPACES TO ENREG-DUPLOG
           MOVE WS-DATE TO DLG-DATE
           MOVE WS-TIME TO DLG-TIME
           MOVE WS-OPERATEUR TO DLG-OPERATEUR
           MOVE WS-IDCLI TO DLG-IDCLI
           MOVE WS-DATE-LETTRE TO DLG-LETTRE-DATE
           MOVE TAB-HEURE(IDX-LETTRE) TO DLG-LETTRE-HEURE
           MOVE TAB-LIGNES-REEDITEES(IDX-LETTRE) TO DLG-NB-LIGNES
           WRITE ENREG-DUPLOG
           END-WRITE.

       FIN.
           IF NB-LETTRES > 0
               THEN
               DISPLAY "Lettres reeditees : " NB-LETTRES
                   " dans " WS-DUPLICATA-PATH
           END-IF
           IF CPT-INCOMPLETES > 0
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-CLI-DUPLICATA.
