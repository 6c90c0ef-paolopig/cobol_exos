      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : vieillissement des clients suspendus. Le cycle de
      * vie d'EXO-CLI-MAINT connait S-suspendu, mais personne ne
      * regardait depuis combien de temps un client y restait. Les
      * suspendus du maitre (S, ou I de l'ancien regime) sont dates
      * par leur derniere entree en S lue dans les images du journal
      * avant/apres (courant et segments bascules, voir
      * EXO-ROLLOVER-LOGS), puis ventiles par tranche d'anciennete.
      * Au-dela du seuil (SUSPENS_SEUIL_JOURS, 365 par defaut) une
      * transaction C vers C-clos est proposee dans
      * ClientsTransPending.txt, datee de SUSPENS_DELAI_JOURS plus
      * tard (30 par defaut) : EXO-CLI-MAINT l'appliquera a echeance
      * avec le controle normal des transitions, et l'operateur
      * l'annule par EXO-CLI-ATTENTE si le client refait surface. Une
      * proposition deja en attente n'est pas doublee ; une
      * proposition en attente pour un client sorti de S est signalee
      * a annuler. Un suspendu sans trace d'entree en S au journal
      * n'est jamais propose (anciennete inconnue).
      * SUSPENS_MODE=S produit le seul etat, sans proposition.
      * Noms portes a 20 et prenoms a 15 caracteres ; l'action passe sur
      * une ligne de suite du rapport.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-SUSPENS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MASTER-FIC
               ASSIGN TO WS-CLI-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDCLI-MASTER
               FILE STATUS IS MASTER-STATUT.
           SELECT SEGMENTS-FIC
               ASSIGN TO WS-SEGMENTS-PATH
               FILE STATUS IS SEGMENTS-STATUT.
           SELECT JOURNAL-FIC
               ASSIGN TO WS-JOURNAL-PATH
               FILE STATUS IS JOURNAL-STATUT.
           SELECT ATTENTE-FIC
               ASSIGN TO WS-ATTENTE-PATH
               FILE STATUS IS ATTENTE-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH
               FILE STATUS IS RAPPORT-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
           SELECT VERROU-FIC
               ASSIGN TO "C:\Users\Cobol\ChaineVerrou.txt"
               FILE STATUS IS VERROU-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
      * Cycle de vie du client : P-prospect, A-actif, S-suspendu,
      * C-clos (transitions gardees par EXO-CLI-MAINT).
           05 STATUT-MASTER PIC X.
      *
      * Index des segments de trace (voir EXO-ROLLOVER-LOGS).
       FD  SEGMENTS-FIC.
       01  ENREG-SEGMENT.
           05 SEG-BASE PIC X(20).
           05 FILLER PIC X.
           05 SEG-PERIODE PIC 9(6).
           05 FILLER PIC X.
           05 SEG-PATH PIC X(60).
           05 FILLER PIC X.
           05 SEG-CHAINE PIC 9(8).
      *
      * Journal avant/apres du maitre (voir ECRIT-JOURNAL dans
      * EXO-CLI-MAINT) : chaque image est un enregistrement maitre
      * complet, statut en 41e position.
       FD  JOURNAL-FIC.
       01  ENREG-JOURNAL.
           05 JRN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 JRN-TIME PIC 9(8).
           05 FILLER PIC X.
           05 JRN-CODE PIC X.
           05 FILLER PIC X.
           05 JRN-AVANT.
               10 JRN-AVANT-IDCLI PIC X(5).
               10 FILLER PIC X(35).
               10 JRN-AVANT-STATUT PIC X.
           05 FILLER PIC X.
           05 JRN-APRES.
               10 JRN-APRES-IDCLI PIC X(5).
               10 FILLER PIC X(35).
               10 JRN-APRES-STATUT PIC X.
      *
      * Transactions en attente, au format de TRANS-WS dans
      * EXO-CLI-MAINT (voir aussi EXO-CLI-ATTENTE).
       FD  ATTENTE-FIC.
       01  ENREG-ATTENTE.
           05 ATT-CODE PIC X.
           05 ATT-IDCLI PIC 9(5).
           05 ATT-NOMCLI PIC X(20).
           05 ATT-PNMCLI PIC X(15).
           05 ATT-SEQ PIC X(5).
           05 ATT-DATE-EFFET PIC X(8).
           05 ATT-STATUT-CLI PIC X.
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
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
           05 AUD-CHAINE PIC 9(8).
      *
      * Verrou d'execution partage par les programmes de la chaine
      * (voir PREND-VERROU dans EXO-VI-C-V4).
       FD  VERROU-FIC.
       01  ENREG-VERROU.
           05 VER-PROGRAMME PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 VER-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 VER-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 VER-HEURE PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  SEGMENTS-STATUT PIC XX.
       77  JOURNAL-STATUT PIC XX.
       77  ATTENTE-STATUT PIC XX.
       77  RAPPORT-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  VERROU-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-MODE PIC X VALUE "R".
           88 MODE-SIMULATION VALUE "S".
           88 MODE-REEL VALUE "R".
      * Seuil et delai en jours, sur 4 chiffres (0365, 0030).
       77  WS-SEUIL-SAISIE PIC X(4) VALUE SPACES.
       77  WS-SEUIL-JOURS PIC 9(4) VALUE 365.
       77  WS-DELAI-SAISIE PIC X(4) VALUE SPACES.
       77  WS-DELAI-JOURS PIC 9(4) VALUE 30.
       77  WS-NUM-JOUR PIC 9(7) VALUE 0.
       77  WS-DATE-EFFET PIC 9(8) VALUE 0.
       77  WS-ANCIENNETE PIC 9(7) VALUE 0.
       77  WS-IDCLI PIC 9(5) VALUE 0.
      * Statut au maitre de chaque numero (blanc = absent), date de
      * la derniere entree en S lue au journal, et proposition de
      * cloture deja en attente.
       01  TABLE-ETATS.
           05 ETAT-MAITRE PIC X OCCURS 99999 VALUE SPACE.
       01  TABLE-SUSPENSIONS.
           05 DATE-SUSPENSION PIC 9(8) OCCURS 99999 VALUE 0.
       01  TABLE-PROPOSEES.
           05 CLOTURE-EN-ATTENTE PIC 9 OCCURS 99999 VALUE 0.
      * Suspendus du maitre, dans l'ordre des IDCLI.
       01  TABLE-SUSPENDUS.
           05 SUS-ENTREE OCCURS 5000.
               10 SUS-IDCLI PIC 9(5).
               10 SUS-NOM PIC X(20).
               10 SUS-PNM PIC X(15).
       77  NB-SUSPENDUS PIC 9(4) VALUE 0.
       77  IDX-SUSPENDU PIC 9(4) VALUE 0.
       77  WS-SUSPENDUS-DEBORDE PIC 9 VALUE 0.
       77  NB-ATTENTE PIC 9(4) VALUE 0.
      * Tranches d'anciennete : bornes hautes en jours, la derniere
      * tranche "au-dela" et la tranche "inconnue" a part.
       01  TABLE-BORNES-VALEURS.
           05 FILLER PIC X(20) VALUE "00090001800036500730".
       01  TABLE-BORNES REDEFINES TABLE-BORNES-VALEURS.
           05 BORNE-TRANCHE PIC 9(5) OCCURS 4.
       01  TABLE-TRANCHES.
           05 CPT-TRANCHE PIC 9(5) OCCURS 6 VALUE 0.
       01  TABLE-LIBELLES-VALEURS.
           05 FILLER PIC X(20) VALUE "0 A 90 JOURS".
           05 FILLER PIC X(20) VALUE "91 A 180 JOURS".
           05 FILLER PIC X(20) VALUE "181 A 365 JOURS".
           05 FILLER PIC X(20) VALUE "366 A 730 JOURS".
           05 FILLER PIC X(20) VALUE "PLUS DE 730 JOURS".
           05 FILLER PIC X(20) VALUE "ANCIENNETE INCONNUE".
       01  TABLE-LIBELLES REDEFINES TABLE-LIBELLES-VALEURS.
           05 LIBELLE-TRANCHE PIC X(20) OCCURS 6.
       77  IDX-TRANCHE PIC 9 VALUE 0.
       77  CPT-PROPOSEES PIC 9(5) VALUE 0.
       77  CPT-DEJA-PROPOSEES PIC 9(5) VALUE 0.
       77  CPT-ATTENTE-PLEINE PIC 9(5) VALUE 0.
       77  CPT-A-ANNULER PIC 9(5) VALUE 0.
       77  CPT-LIGNES-JOURNAL PIC 9(7) VALUE 0.
       01  TABLE-SEGMENTS.
           05 SEGMENT-ENTREE OCCURS 200.
               10 TAB-SEG-PATH PIC X(60).
       77  NB-SEGMENTS PIC 999 VALUE 0.
       77  IDX-SEGMENT PIC 999 VALUE 0.
      * Bloc d'appel de SPJOU01 (dates en jours, voir SPJOU01.cbl).
       01  PARAMETRES-JOURS.
           05 JOU-FONCTION PIC X.
           05 JOU-DATE PIC 9(8).
           05 JOU-NUMERO PIC 9(7).
           05 JOU-CODERETOUR PIC 9.
      * Bloc d'appel de SPCHN01 : valeur de controle chainee du
      * journal d'audit (voir SPCHN01.cbl).
       01  PARAMETRES-CHAINE.
           05 CHN-FONCTION PIC X.
           05 CHN-CONTENU PIC X(59).
           05 CHN-CHECK PIC 9(8).
           05 CHN-CODERETOUR PIC 9.
       77  WS-VERROU-BUFFER PIC X(36) VALUE SPACES.
       77  WS-VERROU-EXIST PIC 9(9) COMP-5 VALUE 0.
       77  WS-VERROU-FORCE PIC X VALUE SPACE.
           88 VERROU-FORCE-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-VERROU-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ChaineVerrou.txt".
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-SEGMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LogSegments.txt".
       77  WS-JOURNAL-COURANT PIC X(60)
           VALUE "C:\Users\Cobol\ClientsJournal.txt".
       77  WS-JOURNAL-PATH PIC X(60) VALUE SPACES.
       77  WS-ATTENTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTransPending.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsSuspendusAge.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(37)
              VALUE "ANCIENNETE DES CLIENTS SUSPENDUS AU ".
           05 LT-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE "  mode ".
           05 LT-MODE PIC X(11).
       01  LIGNE-PARAMETRES.
           05 FILLER PIC X(19) VALUE "SEUIL DE CLOTURE : ".
           05 LP-SEUIL PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE " JOURS   ECHEANCE : ".
           05 LP-DELAI PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE " JOURS".
       01  LIGNE-ENTETE.
           05 FILLER PIC X(27) VALUE "IDCLI NOM".
           05 FILLER PIC X(17) VALUE "PRENOM".
           05 FILLER PIC X(15) VALUE "SUSPENDU  JOURS".
      * L'action est portee sur une ligne de suite, sous le nom.
       01  LIGNE-ENTETE-SUITE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ACTION".
       01  LIGNE-DETAIL.
           05 LD-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LD-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LD-PNM PIC X(15).
           05 FILLER PIC XX VALUE SPACES.
           05 LD-DATE-SUSP PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 LD-JOURS PIC X(5).
       01  LIGNE-DETAIL-SUITE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 LD-ACTION PIC X(30).
       77  WS-JOURS-EDIT PIC ZZZZ9.
       01  LIGNE-ACTION-PROPOSEE.
           05 FILLER PIC X(18) VALUE "CLOTURE PROPOSEE, ".
           05 LAP-ECHEANCE PIC 9(8).
       01  LIGNE-TRANCHE.
           05 FILLER PIC XX VALUE SPACES.
           05 LTR-LIBELLE PIC X(20).
           05 FILLER PIC X(18) VALUE SPACES.
           05 LTR-CPT PIC ZZZZ9.
       01  LIGNE-TOTAL.
           05 LTO-LIBELLE PIC X(40).
           05 LTO-CPT PIC ZZZZ9.
       01  LIGNE-A-ANNULER.
           05 FILLER PIC XX VALUE SPACES.
           05 LAA-IDCLI PIC 9(5).
           05 FILLER PIC X(10) VALUE " statut : ".
           05 LAA-STATUT PIC X.
           05 FILLER PIC X(11) VALUE "  echeance ".
           05 LAA-ECHEANCE PIC X(8).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM CHARGE-MAITRE
           PERFORM CHARGE-SEGMENTS
           PERFORM DATE-SUSPENSIONS
           PERFORM CHARGE-ATTENTE
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables par les memes variables que les
      * programmes proprietaires : CLI_MASTER_PATH, LOG_SEGMENTS_PATH,
      * CLI_JOURNAL_PATH, CLI_ATTENTE_PATH, CLI_AUDIT_PATH ; l'etat par
      * SUSPENS_RAPPORT_PATH.
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-SEGMENTS-PATH FROM ENVIRONMENT "LOG_SEGMENTS_PATH"
           IF WS-SEGMENTS-PATH = SPACES
               MOVE "C:\Users\Cobol\LogSegments.txt"
                   TO WS-SEGMENTS-PATH
           END-IF
           ACCEPT WS-JOURNAL-COURANT FROM ENVIRONMENT
               "CLI_JOURNAL_PATH"
           IF WS-JOURNAL-COURANT = SPACES
               MOVE "C:\Users\Cobol\ClientsJournal.txt"
                   TO WS-JOURNAL-COURANT
           END-IF
           ACCEPT WS-ATTENTE-PATH FROM ENVIRONMENT "CLI_ATTENTE_PATH"
           IF WS-ATTENTE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsTransPending.txt"
                   TO WS-ATTENTE-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "SUSPENS_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsSuspendusAge.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-SEUIL-SAISIE FROM ENVIRONMENT
               "SUSPENS_SEUIL_JOURS"
           IF WS-SEUIL-SAISIE IS NUMERIC
               THEN
               MOVE WS-SEUIL-SAISIE TO WS-SEUIL-JOURS
           END-IF
           ACCEPT WS-DELAI-SAISIE FROM ENVIRONMENT
               "SUSPENS_DELAI_JOURS"
           IF WS-DELAI-SAISIE IS NUMERIC
               THEN
               MOVE WS-DELAI-SAISIE TO WS-DELAI-JOURS
           END-IF
           ACCEPT WS-MODE FROM ENVIRONMENT "SUSPENS_MODE"
           IF NOT MODE-SIMULATION
               THEN
               MOVE "R" TO WS-MODE
           END-IF
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR_CODE"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
      * Numero du jour courant, et echeance des propositions.
           MOVE "N" TO JOU-FONCTION
           MOVE WS-DATE TO JOU-DATE
           CALL "SPJOU01" USING PARAMETRES-JOURS
           MOVE JOU-NUMERO TO WS-NUM-JOUR
           ADD WS-DELAI-JOURS TO JOU-NUMERO
           MOVE "D" TO JOU-FONCTION
           CALL "SPJOU01" USING PARAMETRES-JOURS
           MOVE JOU-DATE TO WS-DATE-EFFET
           OPEN OUTPUT RAPPORT-FIC
           IF RAPPORT-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: etat impossible a creer ("
                   RAPPORT-STATUT ") : " WS-RAPPORT-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Chargement du maitre : statut de chaque numero, liste des
      * suspendus (S, et I de l'ancien regime que MAINT lit comme S).
      ******************************************************************
       CHARGE-MAITRE.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: maitre inaccessible (" MASTER-STATUT
                   ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-MAITRE-LECT UNTIL EOF-FIC = 1
           CLOSE CLI-MASTER-FIC
           IF WS-SUSPENDUS-DEBORDE = 1
               THEN
               DISPLAY "ATTENTION: plus de 5000 suspendus - seuls "
                   "les 5000 premiers sont traites."
           END-IF.
       CHARGE-MAITRE-LECT.
           READ CLI-MASTER-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND IDCLI-MASTER > 0
               THEN
               MOVE STATUT-MASTER TO ETAT-MAITRE(IDCLI-MASTER)
               IF STATUT-MASTER = SPACE
                   THEN
                   MOVE "A" TO ETAT-MAITRE(IDCLI-MASTER)
               END-IF
               IF STATUT-MASTER = "S" OR STATUT-MASTER = "I"
                   THEN
                   IF NB-SUSPENDUS < 5000
                       THEN
                       ADD 1 TO NB-SUSPENDUS
                       MOVE IDCLI-MASTER TO SUS-IDCLI(NB-SUSPENDUS)
                       MOVE NOMCLI-MASTER TO SUS-NOM(NB-SUSPENDUS)
                       MOVE PNMCLI-MASTER TO SUS-PNM(NB-SUSPENDUS)
                   ELSE
                       MOVE 1 TO WS-SUSPENDUS-DEBORDE
                   END-IF
               END-IF
           END-IF.

      * Segments bascules du journal (voir EXO-ROLLOVER-LOGS).
       CHARGE-SEGMENTS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT SEGMENTS-FIC
           IF SEGMENTS-STATUT = "00"
               THEN
               PERFORM CHARGE-SEGMENTS-LECT UNTIL EOF-FIC = 1
               CLOSE SEGMENTS-FIC
           END-IF.
       CHARGE-SEGMENTS-LECT.
           READ SEGMENTS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND NB-SEGMENTS < 200
               AND SEG-BASE = "ClientsJournal"
               THEN
               ADD 1 TO NB-SEGMENTS
               MOVE SEG-PATH TO TAB-SEG-PATH(NB-SEGMENTS)
           END-IF.

      ******************************************************************
      * Date de suspension : la plus recente image du journal ou le
      * statut passe d'autre chose a S (ou I) - le plus souvent A->S,
      * mais aussi un ajout directement suspendu.
      ******************************************************************
       DATE-SUSPENSIONS.
           MOVE 1 TO IDX-SEGMENT
           PERFORM DATE-SUSPENSIONS-SEGMENT
               UNTIL IDX-SEGMENT > NB-SEGMENTS
           MOVE WS-JOURNAL-COURANT TO WS-JOURNAL-PATH
           PERFORM LIT-JOURNAL.
       DATE-SUSPENSIONS-SEGMENT.
           MOVE TAB-SEG-PATH(IDX-SEGMENT) TO WS-JOURNAL-PATH
           PERFORM LIT-JOURNAL
           ADD 1 TO IDX-SEGMENT.

       LIT-JOURNAL.
           MOVE 0 TO EOF-FIC
           OPEN INPUT JOURNAL-FIC
           IF JOURNAL-STATUT = "00"
               THEN
               PERFORM LIT-JOURNAL-LECT UNTIL EOF-FIC = 1
               CLOSE JOURNAL-FIC
           ELSE
               DISPLAY "ATTENTION: journal indisponible ("
                   JOURNAL-STATUT ") : " WS-JOURNAL-PATH
           END-IF.
       LIT-JOURNAL-LECT.
           READ JOURNAL-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-LIGNES-JOURNAL
               IF JRN-APRES-IDCLI IS NUMERIC
                   AND JRN-DATE IS NUMERIC
                   AND (JRN-APRES-STATUT = "S"
                       OR JRN-APRES-STATUT = "I")
                   AND JRN-AVANT-STATUT NOT = "S"
                   AND JRN-AVANT-STATUT NOT = "I"
                   THEN
                   MOVE JRN-APRES-IDCLI TO WS-IDCLI
                   IF WS-IDCLI > 0
                       AND JRN-DATE >= DATE-SUSPENSION(WS-IDCLI)
                       THEN
                       MOVE JRN-DATE TO DATE-SUSPENSION(WS-IDCLI)
                   END-IF
               END-IF
           END-IF.

      * Propositions de cloture deja en attente ; le nombre total
      * d'attentes est garde pour ne pas depasser la table de 1000
      * d'EXO-CLI-MAINT.
       CHARGE-ATTENTE.
           MOVE 0 TO EOF-FIC
           OPEN INPUT ATTENTE-FIC
           IF ATTENTE-STATUT = "00"
               THEN
               PERFORM CHARGE-ATTENTE-LECT UNTIL EOF-FIC = 1
               CLOSE ATTENTE-FIC
           END-IF.
       CHARGE-ATTENTE-LECT.
           READ ATTENTE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO NB-ATTENTE
               IF ATT-CODE = "C" AND ATT-STATUT-CLI = "C"
                   AND ATT-IDCLI IS NUMERIC AND ATT-IDCLI > 0
                   THEN
                   MOVE 1 TO CLOTURE-EN-ATTENTE(ATT-IDCLI)
               END-IF
           END-IF.

      ******************************************************************
      * Etat : une ligne par suspendu avec anciennete et action, puis
      * la ventilation par tranche et les propositions a annuler.
      ******************************************************************
       TRAIT.
           MOVE WS-DATE TO LT-DATE
           IF MODE-REEL
               THEN
               MOVE "PROPOSITION" TO LT-MODE
           ELSE
               MOVE "SIMULATION" TO LT-MODE
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           MOVE WS-SEUIL-JOURS TO LP-SEUIL
           MOVE WS-DELAI-JOURS TO LP-DELAI
           WRITE ENREG-RAPPORT FROM LIGNE-PARAMETRES
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE-SUITE
           END-WRITE
      * Le verrou n'est pris que pour ecrire dans l'attente, comme
      * les autres programmes qui modifient les fichiers de la chaine.
           IF MODE-REEL
               THEN
               PERFORM PREND-VERROU
               OPEN EXTEND ATTENTE-FIC
               IF ATTENTE-STATUT NOT = "00"
                   THEN
                   OPEN OUTPUT ATTENTE-FIC
               END-IF
               IF ATTENTE-STATUT NOT = "00"
                   THEN
                   DISPLAY "ERREUR: fichier d'attente inaccessible ("
                       ATTENTE-STATUT ") - repli en simulation."
                   PERFORM LIBERE-VERROU
                   MOVE "S" TO WS-MODE
               END-IF
           END-IF
           MOVE 1 TO IDX-SUSPENDU
           PERFORM TRAIT-SUSPENDU UNTIL IDX-SUSPENDU > NB-SUSPENDUS
           IF MODE-REEL
               THEN
               CLOSE ATTENTE-FIC
               PERFORM LIBERE-VERROU
           END-IF
           PERFORM ECRIT-TRANCHES
           PERFORM ECRIT-A-ANNULER.

       TRAIT-SUSPENDU.
           MOVE SUS-IDCLI(IDX-SUSPENDU) TO WS-IDCLI
           MOVE SPACES TO LIGNE-DETAIL
           MOVE SPACES TO LD-ACTION
           MOVE WS-IDCLI TO LD-IDCLI
           MOVE SUS-NOM(IDX-SUSPENDU) TO LD-NOM
           MOVE SUS-PNM(IDX-SUSPENDU) TO LD-PNM
           IF DATE-SUSPENSION(WS-IDCLI) = 0
               THEN
               MOVE "INCONNUE" TO LD-DATE-SUSP
               MOVE "?" TO LD-JOURS
               MOVE "pas d'entree en S au journal" TO LD-ACTION
               ADD 1 TO CPT-TRANCHE(6)
           ELSE
               MOVE DATE-SUSPENSION(WS-IDCLI) TO LD-DATE-SUSP
               MOVE "N" TO JOU-FONCTION
               MOVE DATE-SUSPENSION(WS-IDCLI) TO JOU-DATE
               CALL "SPJOU01" USING PARAMETRES-JOURS
               IF JOU-CODERETOUR NOT = 0 OR JOU-NUMERO > WS-NUM-JOUR
                   THEN
                   MOVE 0 TO WS-ANCIENNETE
               ELSE
                   COMPUTE WS-ANCIENNETE = WS-NUM-JOUR - JOU-NUMERO
               END-IF
               MOVE WS-ANCIENNETE TO WS-JOURS-EDIT
               MOVE WS-JOURS-EDIT TO LD-JOURS
               PERFORM CLASSE-TRANCHE
               IF WS-ANCIENNETE > WS-SEUIL-JOURS
                   THEN
                   PERFORM PROPOSE-CLOTURE
               END-IF
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-DETAIL
           END-WRITE
           IF LD-ACTION NOT = SPACES
               THEN
               WRITE ENREG-RAPPORT FROM LIGNE-DETAIL-SUITE
               END-WRITE
           END-IF
           ADD 1 TO IDX-SUSPENDU.

       CLASSE-TRANCHE.
           MOVE 1 TO IDX-TRANCHE
           PERFORM AVANCE-TRANCHE
               UNTIL IDX-TRANCHE > 4
               OR WS-ANCIENNETE <= BORNE-TRANCHE(IDX-TRANCHE)
           ADD 1 TO CPT-TRANCHE(IDX-TRANCHE).
       AVANCE-TRANCHE.
           ADD 1 TO IDX-TRANCHE.

      * Proposition de cloture : transaction C vers C-clos, nom et
      * prenom a blanc (inchanges), datee de l'echeance, tracee au
      * journal d'audit comme une mise en attente d'EXO-CLI-MAINT.
       PROPOSE-CLOTURE.
           EVALUATE TRUE
               WHEN CLOTURE-EN-ATTENTE(WS-IDCLI) = 1
                   MOVE "cloture deja en attente" TO LD-ACTION
                   ADD 1 TO CPT-DEJA-PROPOSEES
               WHEN MODE-SIMULATION
                   MOVE "cloture a proposer" TO LD-ACTION
                   ADD 1 TO CPT-PROPOSEES
               WHEN NB-ATTENTE >= 1000
                   MOVE "attente pleine, non proposee" TO LD-ACTION
                   ADD 1 TO CPT-ATTENTE-PLEINE
               WHEN OTHER
                   MOVE SPACES TO ENREG-ATTENTE
                   MOVE "C" TO ATT-CODE
                   MOVE WS-IDCLI TO ATT-IDCLI
                   MOVE "00000" TO ATT-SEQ
                   MOVE WS-DATE-EFFET TO ATT-DATE-EFFET
                   MOVE "C" TO ATT-STATUT-CLI
                   WRITE ENREG-ATTENTE
                   END-WRITE
                   ADD 1 TO NB-ATTENTE
                   MOVE 1 TO CLOTURE-EN-ATTENTE(WS-IDCLI)
                   PERFORM ECRIT-AUDIT-ATTENTE
                   MOVE WS-DATE-EFFET TO LAP-ECHEANCE
                   MOVE LIGNE-ACTION-PROPOSEE TO LD-ACTION
                   ADD 1 TO CPT-PROPOSEES
           END-EVALUATE.

       ECRIT-AUDIT-ATTENTE.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF
           MOVE SPACES TO ENREG-AUDIT-LOG
           MOVE WS-DATE TO AUD-DATE
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-SUSPEN" TO AUD-PROGRAMME
           MOVE "C" TO AUD-TRANS-CODE
           MOVE WS-IDCLI TO AUD-IDCLI
           MOVE "ATTENTE" TO AUD-STATUT
           MOVE WS-OPERATEUR TO AUD-OPERATEUR
           MOVE SPACES TO AUD-OPERATEUR2
           MOVE "E" TO CHN-FONCTION
           MOVE ENREG-AUDIT-LOG(1:59) TO CHN-CONTENU
           CALL "SPCHN01" USING PARAMETRES-CHAINE
           MOVE CHN-CHECK TO AUD-CHAINE
           OPEN EXTEND AUDIT-LOG-FIC
           IF AUDIT-STATUT NOT = "00"
               THEN
               OPEN OUTPUT AUDIT-LOG-FIC
           END-IF
           IF AUDIT-STATUT = "00"
               THEN
               WRITE ENREG-AUDIT-LOG
               END-WRITE
               CLOSE AUDIT-LOG-FIC
           END-IF.

       ECRIT-TRANCHES.
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "SUSPENDUS PAR ANCIENNETE" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE 1 TO IDX-TRANCHE
           PERFORM ECRIT-TRANCHE UNTIL IDX-TRANCHE > 6
           MOVE "TOTAL DES SUSPENDUS" TO LTO-LIBELLE
           MOVE NB-SUSPENDUS TO LTO-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           IF MODE-REEL
               THEN
               MOVE "CLOTURES PROPOSEES CE PASSAGE" TO LTO-LIBELLE
           ELSE
               MOVE "CLOTURES A PROPOSER" TO LTO-LIBELLE
           END-IF
           MOVE CPT-PROPOSEES TO LTO-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "CLOTURES DEJA EN ATTENTE" TO LTO-LIBELLE
           MOVE CPT-DEJA-PROPOSEES TO LTO-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           IF CPT-ATTENTE-PLEINE > 0
               THEN
               MOVE "NON PROPOSEES, ATTENTE PLEINE" TO LTO-LIBELLE
               MOVE CPT-ATTENTE-PLEINE TO LTO-CPT
               WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
               END-WRITE
           END-IF.
       ECRIT-TRANCHE.
           MOVE LIBELLE-TRANCHE(IDX-TRANCHE) TO LTR-LIBELLE
           MOVE CPT-TRANCHE(IDX-TRANCHE) TO LTR-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TRANCHE
           END-WRITE
           ADD 1 TO IDX-TRANCHE.

      * Clotures en attente pour des clients qui ne sont plus
      * suspendus : elles s'appliqueraient quand meme (A->C est une
      * transition valide), d'ou le signalement pour annulation par
      * EXO-CLI-ATTENTE.
       ECRIT-A-ANNULER.
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "CLOTURES EN ATTENTE POUR DES CLIENTS SORTIS DE S - A "
               TO ENREG-RAPPORT
           MOVE "ANNULER PAR EXO-CLI-ATTENTE" TO ENREG-RAPPORT(54:27)
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE 0 TO EOF-FIC
           OPEN INPUT ATTENTE-FIC
           IF ATTENTE-STATUT = "00"
               THEN
               PERFORM ECRIT-A-ANNULER-LECT UNTIL EOF-FIC = 1
               CLOSE ATTENTE-FIC
           END-IF
           MOVE "TOTAL A ANNULER" TO LTO-LIBELLE
           MOVE CPT-A-ANNULER TO LTO-CPT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE.
       ECRIT-A-ANNULER-LECT.
           READ ATTENTE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               AND ATT-CODE = "C" AND ATT-STATUT-CLI = "C"
               AND ATT-IDCLI IS NUMERIC AND ATT-IDCLI > 0
               THEN
               IF ETAT-MAITRE(ATT-IDCLI) NOT = "S"
                   AND ETAT-MAITRE(ATT-IDCLI) NOT = "I"
                   AND ETAT-MAITRE(ATT-IDCLI) NOT = "C"
                   THEN
                   MOVE ATT-IDCLI TO LAA-IDCLI
                   MOVE ETAT-MAITRE(ATT-IDCLI) TO LAA-STATUT
                   MOVE ATT-DATE-EFFET TO LAA-ECHEANCE
                   WRITE ENREG-RAPPORT FROM LIGNE-A-ANNULER
                   END-WRITE
                   ADD 1 TO CPT-A-ANNULER
               END-IF
           END-IF.

      * Pose et retrait du verrou d'execution de la chaine, comme dans
      * EXO-CLI-OUBLI.
       PREND-VERROU.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-VERROU-PATH
               WS-VERROU-BUFFER
               RETURNING WS-VERROU-EXIST
           IF WS-VERROU-EXIST = 0
               THEN
               OPEN INPUT VERROU-FIC
               IF VERROU-STATUT = "00"
                   THEN
                   READ VERROU-FIC
                   END-READ
                   CLOSE VERROU-FIC
               END-IF
               ACCEPT WS-VERROU-FORCE FROM ENVIRONMENT "VERROU_FORCE"
               IF VERROU-FORCE-ON
                   THEN
                   DISPLAY "VERROU_FORCE actif : verrou de "
                       VER-PROGRAMME " (" VER-OPERATEUR ") du "
                       VER-DATE " leve."
                   CALL "CBL_DELETE_FILE" USING WS-VERROU-PATH
                       RETURNING WS-VERROU-EXIST
               ELSE
                   DISPLAY "REFUS: chaine deja verrouillee par "
                       VER-PROGRAMME " (" VER-OPERATEUR ") depuis le "
                       VER-DATE " " VER-HEURE "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT VERROU-FIC
           IF VERROU-STATUT = "00"
               THEN
               MOVE "EXO-CLI-SUSPENS" TO VER-PROGRAMME
               MOVE WS-OPERATEUR TO VER-OPERATEUR
               MOVE WS-DATE TO VER-DATE
               MOVE WS-TIME TO VER-HEURE
               WRITE ENREG-VERROU
               END-WRITE
               CLOSE VERROU-FIC
           ELSE
               DISPLAY "ATTENTION: pose du verrou impossible ("
                   VERROU-STATUT ")"
           END-IF.

       LIBERE-VERROU.
           CALL "CBL_DELETE_FILE" USING WS-VERROU-PATH
               RETURNING WS-VERROU-EXIST.

       FIN.
           CLOSE RAPPORT-FIC
           DISPLAY "Etat               : " WS-RAPPORT-PATH
           DISPLAY "Lignes de journal  : " CPT-LIGNES-JOURNAL
           DISPLAY "Suspendus          : " NB-SUSPENDUS
           DISPLAY "Clotures proposees : " CPT-PROPOSEES
           DISPLAY "Deja en attente    : " CPT-DEJA-PROPOSEES
           DISPLAY "A annuler          : " CPT-A-ANNULER
           IF CPT-A-ANNULER > 0 OR CPT-ATTENTE-PLEINE > 0
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-CLI-SUSPENS.
