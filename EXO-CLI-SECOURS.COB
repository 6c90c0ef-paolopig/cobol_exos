      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : maitre client de secours, tenu sur un second
      * emplacement et alimente par le journal avant/apres
      * ClientsJournal.txt, pour ne plus dependre, si le disque du
      * maitre lache, d'une reprise EXO-CLI-REPRISE de plusieurs
      * heures sur une sauvegarde plus ou moins fraiche.
      * Le mode est donne par SECOURS_MODE :
      * - E (defaut) expedition : les entrees du journal posterieures
      *   a la position du secours sont rejouees sur le maitre de
      *   secours (images apres, comme EXO-CLI-REPRISE), puis la
      *   position est reecrite. La position (SecoursPosition.txt,
      *   a cote du secours) porte la date et l'heure de la derniere
      *   entree expediee et son rang parmi les entrees de meme
      *   horodatage ; les segments ClientsJournal basculines par
      *   EXO-ROLLOVER-LOGS depuis le mois de la position sont relus
      *   avant le journal courant, pour qu'une bascule de fin de mois
      *   ne perde rien. Au premier passage, le secours est amorce par
      *   copie du maitre de production, positionne sur la derniere
      *   entree du journal courant ;
      * - R rapport de retard (SecoursRapport.txt) : entrees en
      *   attente d'expedition, plus ancienne d'entre elles, derniere
      *   expedition, et compte/somme des cles du secours face a
      *   l'empreinte du maitre de production
      *   (ClientsMasterEmpreinte.txt). Code retour 4 si le secours
      *   est en retard, 8 s'il est a jour du journal mais que les
      *   empreintes divergent (une alerte dans les deux cas) ;
      * - B bascule : promotion controlee du secours quand la
      *   production est perdue. Operateur identifie (SPMDP01) et
      *   habilite (ClientsOperateurs.txt), chaine non verrouillee,
      *   maitre de production absent (ou SECOURS_FORCE=O pour un
      *   maitre present mais corrompu, conserve alors en .bascule),
      *   confirmation BASCULE a la console ; le journal encore lisible
      *   est expedie une derniere fois, le secours est recopie sur le
      *   maitre de production, l'empreinte reecrite, la position
      *   marquee PROMU (plus d'expedition) et la bascule tracee au
      *   journal d'audit (code S, statut BASCULE) et dans Alerts.txt ;
      * - I reinitialisation : nouvel amorcage du secours depuis la
      *   production (apres une bascule, ou un ecart constate).
      * - NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de
      *   secours et images du journal de 41 octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-SECOURS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECOURS-FIC
               ASSIGN TO WS-SECOURS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDCLI-SECOURS
               FILE STATUS IS SECOURS-STATUT.
           SELECT JOURNAL-FIC
               ASSIGN TO WS-JOURNAL-SOURCE
               FILE STATUS IS JOURNAL-STATUT.
           SELECT POSITION-FIC
               ASSIGN TO WS-POSITION-PATH
               FILE STATUS IS POSITION-STATUT.
           SELECT SEGMENTS-FIC
               ASSIGN TO WS-SEGMENTS-PATH
               FILE STATUS IS SEGMENTS-STATUT.
           SELECT EMPMAITRE-FIC
               ASSIGN TO WS-EMPMAITRE-PATH
               FILE STATUS IS EMPMAITRE-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH
               FILE STATUS IS RAPPORT-STATUT.
           SELECT OPER-FIC
               ASSIGN TO WS-OPER-PATH
               FILE STATUS IS OPER-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que le maitre de production.
       FD  SECOURS-FIC.
       01  ENREG-SECOURS.
           05 IDCLI-SECOURS PIC 9(5).
           05 NOMCLI-SECOURS PIC X(20).
           05 PNMCLI-SECOURS PIC X(15).
           05 STATUT-SECOURS PIC X.
      *
      * Journal avant/apres ecrit par ECRIT-JOURNAL dans EXO-CLI-MAINT
      * (voir aussi EXO-CLI-REPRISE).
       FD  JOURNAL-FIC.
       01  ENREG-JOURNAL.
           05 JRN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 JRN-TIME PIC 9(8).
           05 FILLER PIC X.
           05 JRN-CODE PIC X.
               88 JRN-AJOUT VALUE "A".
               88 JRN-CHANGE VALUE "C".
               88 JRN-SUPPR VALUE "D".
           05 FILLER PIC X.
           05 JRN-AVANT.
               10 JRN-AVANT-IDCLI PIC X(5).
               10 FILLER PIC X(36).
           05 FILLER PIC X.
           05 JRN-APRES.
               10 JRN-APRES-IDCLI PIC X(5).
               10 FILLER PIC X(36).
      *
      * Position du secours : derniere entree expediee (horodatage et
      * rang parmi les entrees de meme horodatage), derniere
      * expedition, cumul des entrees expediees, etat SECOURS ou
      * PROMU.
       FD  POSITION-FIC.
       01  ENREG-POSITION.
           05 POS-MARQUE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 POS-MARQUE-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 POS-RANG PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 POS-EXPED-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 POS-EXPED-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 POS-CPT-EXPEDIEES PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 POS-ETAT PIC X(8).
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
           05 SEG-CHAINE PIC X(8).
      *
      * Empreinte d'integrite du maitre de production (voir
      * ECRIT-EMPREINTE-MAITRE dans EXO-CLI-MAINT).
       FD  EMPMAITRE-FIC.
       01  ENREG-EMPMAITRE.
           05 EMM-CPT PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 EMM-SOMME PIC 9(8).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       FD  OPER-FIC.
       01  ENREG-OPER.
           05 OPER-CODE PIC X(4).
      * ID employe en queue de chaque code (voir EXO-CLI-MAINT),
      * ignore ici.
           05 FILLER PIC X(3).
      *
      * Journal d'audit au dessin d'EXO-CLI-MAINT (68 octets, chaine
      * de controle comprise).
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
       77  SECOURS-STATUT PIC XX.
       77  JOURNAL-STATUT PIC XX.
       77  POSITION-STATUT PIC XX.
       77  SEGMENTS-STATUT PIC XX.
       77  EMPMAITRE-STATUT PIC XX.
       77  RAPPORT-STATUT PIC XX.
       77  OPER-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  ALERTES-STATUT PIC XX.
       77  EOF-JOURNAL PIC 9 VALUE 0.
       77  EOF-SEGMENTS PIC 9 VALUE 0.
       77  EOF-SECOURS PIC 9 VALUE 0.
       77  EOF-OPER PIC 9 VALUE 0.
       77  WS-MODE PIC X VALUE SPACE.
           88 MODE-EXPEDITION VALUE "E" "e".
           88 MODE-RAPPORT VALUE "R" "r".
           88 MODE-BASCULE VALUE "B" "b".
           88 MODE-REINIT VALUE "I" "i".
       77  WS-FORCE PIC X VALUE SPACE.
           88 FORCE-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-DATE PIC 9(8) VALUE 0.
       77  WS-TIME PIC 9(8) VALUE 0.
      * Position lue, puis avancee entree par entree au parcours du
      * journal.
       77  WS-POSITION-LUE PIC 9 VALUE 0.
       77  WS-MARQUE-DATE PIC 9(8) VALUE 0.
       77  WS-MARQUE-TIME PIC 9(8) VALUE 0.
       77  WS-RANG PIC 9(5) VALUE 0.
       77  WS-RANG-VU PIC 9(5) VALUE 0.
       77  WS-PERIODE-MARQUE PIC 9(6) VALUE 0.
       77  WS-APPLIQUER PIC 9 VALUE 0.
       77  CPT-EN-ATTENTE PIC 9(7) VALUE 0.
       77  CPT-APPLIQUEES PIC 9(7) VALUE 0.
       77  CPT-ANOMALIE PIC 9(5) VALUE 0.
       77  WS-ATTENTE-DATE PIC 9(8) VALUE 0.
       77  WS-ATTENTE-TIME PIC 9(8) VALUE 0.
       77  WS-JOURNAL-LU PIC 9 VALUE 0.
      * Segments ClientsJournal a relire, dans l'ordre de l'index.
       01  TABLE-SEGMENTS.
           05 TAB-SEG-PATH PIC X(60) OCCURS 24.
       77  NB-SEGMENTS PIC 99 VALUE 0.
       77  IDX-SEGMENT PIC 99 VALUE 0.
      * Recompte du secours et empreinte de la production.
       77  CPT-SECOURS PIC 9(5) VALUE 0.
       77  WS-SOMME-SECOURS PIC 9(8) VALUE 0.
       77  WS-EMP-LUE PIC 9 VALUE 0.
       77  WS-EMP-CPT PIC 9(5) VALUE 0.
       77  WS-EMP-SOMME PIC 9(8) VALUE 0.
       77  WS-VERDICT PIC X(10) VALUE SPACES.
       77  WS-FICHIER-BUFFER PIC X(36) VALUE SPACES.
       77  WS-FICHIER-STATUT PIC 9(9) COMP-5 VALUE 0.
       77  WS-CONFIRMATION PIC X(8) VALUE SPACES.
       77  WS-CONSERVE-PATH PIC X(72) VALUE SPACES.
       77  WS-MESSAGE-ALERTE PIC X(60) VALUE SPACES.
       77  WS-SEVERITE-ALERTE PIC X(9) VALUE SPACES.
       77  WS-CPT-EDITE PIC Z(6)9.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-OPER-AUTORISE PIC 9 VALUE 0.
       01  TABLE-OPERATEURS.
           05 OPERATEUR-HABILITE OCCURS 20 PIC X(4).
       77  NB-OPERATEURS PIC 99 VALUE 0.
       77  IDX-OPERATEUR PIC 99 VALUE 0.
      * Bloc d'appel de SPMDP01 (controle du mot de passe operateur et
      * trace des connexions, voir SPMDP01.cbl).
       01  PARAMETRES-MDP.
           05 CTL-PROGRAMME PIC X(14).
           05 CTL-OPERATEUR PIC X(4).
           05 CTL-MDP PIC X(8).
           05 CTL-CODERETOUR PIC 9.
       77  WS-MDP-SAISIE PIC X(8) VALUE SPACES.
      * Bloc d'appel de SPCHN01 : valeur de controle chainee du
      * journal d'audit (voir SPCHN01.cbl).
       01  PARAMETRES-CHAINE.
           05 CHN-FONCTION PIC X.
           05 CHN-CONTENU PIC X(59).
           05 CHN-CHECK PIC 9(8).
           05 CHN-CODERETOUR PIC 9.
       77  WS-SECOURS-PATH PIC X(60)
           VALUE "D:\Cobol\Secours\ClientsMaster.txt".
       77  WS-POSITION-PATH PIC X(60)
           VALUE "D:\Cobol\Secours\SecoursPosition.txt".
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-JOURNAL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsJournal.txt".
       77  WS-JOURNAL-SOURCE PIC X(60) VALUE SPACES.
       77  WS-SEGMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LogSegments.txt".
       77  WS-EMPMAITRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMasterEmpreinte.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\SecoursRapport.txt".
       77  WS-OPER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOperateurs.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
       77  WS-VERROU-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ChaineVerrou.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           EVALUATE TRUE
               WHEN MODE-RAPPORT
                   PERFORM RAPPORT-RETARD
               WHEN MODE-BASCULE
                   PERFORM BASCULE
               WHEN MODE-REINIT
                   PERFORM INITIALISE-SECOURS
               WHEN OTHER
                   PERFORM EXPEDITION
           END-EVALUATE
           STOP RUN.

      * Chemins surchargeables : CLI_SECOURS_PATH et
      * CLI_SECOURS_POSITION_PATH pour le second emplacement, et les
      * noms habituels de la chaine pour le reste (CLI_MASTER_PATH,
      * CLI_JOURNAL_PATH, CLI_EMPREINTE_PATH, CLI_OPER_PATH,
      * CLI_AUDIT_PATH), plus SECOURS_RAPPORT_PATH.
       INIT.
           ACCEPT WS-SECOURS-PATH FROM ENVIRONMENT "CLI_SECOURS_PATH"
           IF WS-SECOURS-PATH = SPACES
               MOVE "D:\Cobol\Secours\ClientsMaster.txt"
                   TO WS-SECOURS-PATH
           END-IF
           ACCEPT WS-POSITION-PATH FROM ENVIRONMENT
               "CLI_SECOURS_POSITION_PATH"
           IF WS-POSITION-PATH = SPACES
               MOVE "D:\Cobol\Secours\SecoursPosition.txt"
                   TO WS-POSITION-PATH
           END-IF
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT "CLI_JOURNAL_PATH"
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF
           ACCEPT WS-EMPMAITRE-PATH FROM ENVIRONMENT
               "CLI_EMPREINTE_PATH"
           IF WS-EMPMAITRE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMasterEmpreinte.txt"
                   TO WS-EMPMAITRE-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "SECOURS_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\SecoursRapport.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-OPER-PATH FROM ENVIRONMENT "CLI_OPER_PATH"
           IF WS-OPER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOperateurs.txt"
                   TO WS-OPER-PATH
           END-IF
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF
           ACCEPT WS-MODE FROM ENVIRONMENT "SECOURS_MODE"
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME.

      ******************************************************************
      * Expedition : rejeu sur le secours des entrees posterieures a
      * la position. Un secours pas encore amorce l'est d'abord ; un
      * secours promu n'est plus alimente.
      ******************************************************************
       EXPEDITION.
           PERFORM LIT-POSITION
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SECOURS-PATH
               WS-FICHIER-BUFFER
               RETURNING WS-FICHIER-STATUT
           IF WS-POSITION-LUE = 0 OR WS-FICHIER-STATUT NOT = 0
               THEN
               PERFORM INITIALISE-SECOURS
           ELSE
               IF POS-ETAT = "PROMU"
                   THEN
                   DISPLAY "REFUS: secours promu le " POS-EXPED-DATE
                       " - a reamorcer (SECOURS_MODE=I) avant toute "
                       "expedition."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM EXPEDIE-JOURNAL
               DISPLAY "Entrees expediees  : " CPT-APPLIQUEES
               DISPLAY "Anomalies de rejeu : " CPT-ANOMALIE
               DISPLAY "Position du secours : " WS-MARQUE-DATE " "
                   WS-MARQUE-TIME " rang " WS-RANG
               IF CPT-ANOMALIE NOT = 0
                   THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      * Le rejeu reprend l'image apres de chaque entree : une entree
      * rejouee deux fois (position non reecrite apres un incident)
      * laisse le meme enregistrement, au prix d'une anomalie comptee.
       EXPEDIE-JOURNAL.
           OPEN I-O SECOURS-FIC
           IF SECOURS-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: maitre de secours inaccessible ("
                   SECOURS-STATUT ") : " WS-SECOURS-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-APPLIQUER
           PERFORM PARCOURS-JOURNAL
           CLOSE SECOURS-FIC
           MOVE WS-MARQUE-DATE TO POS-MARQUE-DATE
           MOVE WS-MARQUE-TIME TO POS-MARQUE-TIME
           MOVE WS-RANG TO POS-RANG
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO POS-EXPED-DATE
           MOVE WS-TIME TO POS-EXPED-TIME
           ADD CPT-APPLIQUEES TO POS-CPT-EXPEDIEES
           PERFORM ECRIT-POSITION.

      ******************************************************************
      * Amorcage : copie du maitre de production sur le secours,
      * position sur la derniere entree du journal courant (le maitre
      * la contient deja) ou, journal vide, sur l'instant present.
      * Refuse pendant qu'un programme de la chaine tient le verrou.
      ******************************************************************
       INITIALISE-SECOURS.
           PERFORM CONTROLE-VERROU
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CLI-MASTER-PATH
               WS-FICHIER-BUFFER
               RETURNING WS-FICHIER-STATUT
           IF WS-FICHIER-STATUT NOT = 0
               THEN
               DISPLAY "ERREUR: maitre de production introuvable, "
                   "amorcage impossible : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_COPY_FILE" USING WS-CLI-MASTER-PATH
               WS-SECOURS-PATH
               RETURNING WS-FICHIER-STATUT
           IF WS-FICHIER-STATUT NOT = 0
               THEN
               DISPLAY "ERREUR: echec de la copie vers le secours : "
                   WS-SECOURS-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-MARQUE-DATE
           MOVE 0 TO WS-MARQUE-TIME
           MOVE 0 TO WS-RANG
           MOVE 0 TO WS-RANG-VU
           MOVE 0 TO WS-APPLIQUER
           MOVE WS-JOURNAL-PATH TO WS-JOURNAL-SOURCE
           PERFORM PARCOURS-SOURCE
           IF WS-MARQUE-DATE = 0
               THEN
               MOVE WS-DATE TO WS-MARQUE-DATE
               MOVE WS-TIME TO WS-MARQUE-TIME
           END-IF
           MOVE SPACES TO ENREG-POSITION
           MOVE WS-MARQUE-DATE TO POS-MARQUE-DATE
           MOVE WS-MARQUE-TIME TO POS-MARQUE-TIME
           MOVE WS-RANG TO POS-RANG
           MOVE WS-DATE TO POS-EXPED-DATE
           MOVE WS-TIME TO POS-EXPED-TIME
           MOVE 0 TO POS-CPT-EXPEDIEES
           MOVE "SECOURS" TO POS-ETAT
           PERFORM ECRIT-POSITION
           PERFORM RECOMPTE-SECOURS
           DISPLAY "Secours amorce depuis la production : "
               CPT-SECOURS " client(s), position " WS-MARQUE-DATE
               " " WS-MARQUE-TIME " rang " WS-RANG.

      ******************************************************************
      * Parcours du journal : segments ClientsJournal de l'index depuis
      * le mois de la position, puis journal courant. Seules les
      * entrees posterieures a la position comptent ; elles sont
      * rejouees quand WS-APPLIQUER = 1, seulement comptees sinon.
      ******************************************************************
       PARCOURS-JOURNAL.
           MOVE 0 TO CPT-EN-ATTENTE
           MOVE 0 TO CPT-APPLIQUEES
           MOVE 0 TO CPT-ANOMALIE
           MOVE 0 TO WS-RANG-VU
           MOVE 0 TO WS-ATTENTE-DATE
           MOVE 0 TO WS-ATTENTE-TIME
           MOVE POS-MARQUE-DATE TO WS-MARQUE-DATE
           MOVE POS-MARQUE-TIME TO WS-MARQUE-TIME
           MOVE POS-RANG TO WS-RANG
           DIVIDE WS-MARQUE-DATE BY 100 GIVING WS-PERIODE-MARQUE
           PERFORM CHARGE-SEGMENTS
           PERFORM PARCOURS-SEGMENT
               VARYING IDX-SEGMENT FROM 1 BY 1
               UNTIL IDX-SEGMENT > NB-SEGMENTS
           MOVE WS-JOURNAL-PATH TO WS-JOURNAL-SOURCE
           PERFORM PARCOURS-SOURCE.
       PARCOURS-SEGMENT.
           MOVE TAB-SEG-PATH(IDX-SEGMENT) TO WS-JOURNAL-SOURCE
           PERFORM PARCOURS-SOURCE.
       PARCOURS-SOURCE.
           MOVE 0 TO EOF-JOURNAL
           MOVE 0 TO WS-JOURNAL-LU
           OPEN INPUT JOURNAL-FIC
           IF JOURNAL-STATUT = "00"
               THEN
               MOVE 1 TO WS-JOURNAL-LU
               PERFORM PARCOURS-SOURCE-LECT UNTIL EOF-JOURNAL = 1
               CLOSE JOURNAL-FIC
           END-IF.
       PARCOURS-SOURCE-LECT.
           READ JOURNAL-FIC
               AT END MOVE 1 TO EOF-JOURNAL
           END-READ
           IF EOF-JOURNAL = 0
               THEN
               PERFORM EXAMINE-ENTREE
           END-IF.
       EXAMINE-ENTREE.
           EVALUATE TRUE
               WHEN JRN-DATE < WS-MARQUE-DATE
                   OR (JRN-DATE = WS-MARQUE-DATE
                   AND JRN-TIME < WS-MARQUE-TIME)
                   CONTINUE
               WHEN JRN-DATE = WS-MARQUE-DATE
                   AND JRN-TIME = WS-MARQUE-TIME
                   ADD 1 TO WS-RANG-VU
                   IF WS-RANG-VU > WS-RANG
                       THEN
                       MOVE WS-RANG-VU TO WS-RANG
                       PERFORM NOUVELLE-ENTREE
                   END-IF
               WHEN OTHER
                   MOVE JRN-DATE TO WS-MARQUE-DATE
                   MOVE JRN-TIME TO WS-MARQUE-TIME
                   MOVE 1 TO WS-RANG-VU
                   MOVE 1 TO WS-RANG
                   PERFORM NOUVELLE-ENTREE
           END-EVALUATE.
       NOUVELLE-ENTREE.
           IF CPT-EN-ATTENTE = 0
               THEN
               MOVE JRN-DATE TO WS-ATTENTE-DATE
               MOVE JRN-TIME TO WS-ATTENTE-TIME
           END-IF
           ADD 1 TO CPT-EN-ATTENTE
           IF WS-APPLIQUER = 1
               THEN
               PERFORM APPLIQUE-ENTREE
           END-IF.

      * Meme rejeu que REJOUE-ENTREE dans EXO-CLI-REPRISE.
       APPLIQUE-ENTREE.
           EVALUATE TRUE
               WHEN JRN-AJOUT
                   MOVE JRN-APRES TO ENREG-SECOURS
                   WRITE ENREG-SECOURS
                       INVALID KEY
                           ADD 1 TO CPT-ANOMALIE
                           DISPLAY "Anomalie rejeu A, IDCLI deja "
                               "present: " JRN-APRES-IDCLI
                       NOT INVALID KEY
                           ADD 1 TO CPT-APPLIQUEES
                   END-WRITE
               WHEN JRN-CHANGE
                   MOVE JRN-APRES TO ENREG-SECOURS
                   REWRITE ENREG-SECOURS
                       INVALID KEY
                           ADD 1 TO CPT-ANOMALIE
                           DISPLAY "Anomalie rejeu C, IDCLI inconnu: "
                               JRN-APRES-IDCLI
                       NOT INVALID KEY
                           ADD 1 TO CPT-APPLIQUEES
                   END-REWRITE
               WHEN JRN-SUPPR
                   MOVE JRN-AVANT-IDCLI TO IDCLI-SECOURS
                   DELETE SECOURS-FIC RECORD
                       INVALID KEY
                           ADD 1 TO CPT-ANOMALIE
                           DISPLAY "Anomalie rejeu D, IDCLI inconnu: "
                               JRN-AVANT-IDCLI
                       NOT INVALID KEY
                           ADD 1 TO CPT-APPLIQUEES
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO CPT-ANOMALIE
                   DISPLAY "Anomalie journal, code inconnu: " JRN-CODE
           END-EVALUATE.

       CHARGE-SEGMENTS.
           MOVE 0 TO NB-SEGMENTS
           MOVE 0 TO EOF-SEGMENTS
           OPEN INPUT SEGMENTS-FIC
           IF SEGMENTS-STATUT = "00"
               THEN
               PERFORM CHARGE-SEGMENTS-LECT UNTIL EOF-SEGMENTS = 1
               CLOSE SEGMENTS-FIC
           END-IF.
       CHARGE-SEGMENTS-LECT.
           READ SEGMENTS-FIC
               AT END MOVE 1 TO EOF-SEGMENTS
           END-READ
           IF EOF-SEGMENTS = 0
               AND SEG-BASE = "ClientsJournal"
               AND SEG-PERIODE IS NUMERIC
               AND SEG-PERIODE NOT < WS-PERIODE-MARQUE
               AND NB-SEGMENTS < 24
               THEN
               ADD 1 TO NB-SEGMENTS
               MOVE SEG-PATH TO TAB-SEG-PATH(NB-SEGMENTS)
           END-IF.

      ******************************************************************
      * Rapport de retard : entrees en attente et empreintes comparees.
      ******************************************************************
       RAPPORT-RETARD.
           PERFORM LIT-POSITION
           IF WS-POSITION-LUE = 0
               THEN
               DISPLAY "ERREUR: secours jamais amorce (pas de "
                   "position) : " WS-POSITION-PATH
               MOVE "ERREUR" TO WS-SEVERITE-ALERTE
               MOVE "maitre de secours jamais amorce"
                   TO WS-MESSAGE-ALERTE
               PERFORM ECRIT-ALERTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-APPLIQUER
           PERFORM PARCOURS-JOURNAL
           PERFORM RECOMPTE-SECOURS
           PERFORM LIT-EMPREINTE-PROD
           EVALUATE TRUE
               WHEN POS-ETAT = "PROMU"
                   MOVE "PROMU" TO WS-VERDICT
               WHEN CPT-EN-ATTENTE > 0
                   MOVE "EN RETARD" TO WS-VERDICT
                   MOVE 4 TO RETURN-CODE
                   MOVE CPT-EN-ATTENTE TO WS-CPT-EDITE
                   MOVE "ATTENTION" TO WS-SEVERITE-ALERTE
                   MOVE SPACES TO WS-MESSAGE-ALERTE
                   STRING "secours en retard de" DELIMITED BY SIZE
                       WS-CPT-EDITE DELIMITED BY SIZE
                       " entree(s) du journal" DELIMITED BY SIZE
                       INTO WS-MESSAGE-ALERTE
                   END-STRING
                   PERFORM ECRIT-ALERTE
               WHEN WS-EMP-LUE = 0
                   MOVE "NON COMPARE" TO WS-VERDICT
               WHEN CPT-SECOURS NOT = WS-EMP-CPT
                   OR WS-SOMME-SECOURS NOT = WS-EMP-SOMME
                   MOVE "ECART" TO WS-VERDICT
                   MOVE 8 TO RETURN-CODE
                   MOVE "ERREUR" TO WS-SEVERITE-ALERTE
                   MOVE "secours a jour mais empreinte en ecart"
                       TO WS-MESSAGE-ALERTE
                   PERFORM ECRIT-ALERTE
               WHEN OTHER
                   MOVE "A JOUR" TO WS-VERDICT
           END-EVALUATE
           PERFORM ECRIT-RAPPORT-RETARD.
       ECRIT-RAPPORT-RETARD.
           OPEN OUTPUT RAPPORT-FIC
           MOVE SPACES TO ENREG-RAPPORT
           STRING "SECOURS DU MAITRE CLIENT - RETARD AU " DELIMITED BY
                   SIZE
               WS-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIME(1:4) DELIMITED BY SIZE
               INTO ENREG-RAPPORT
           END-STRING
           PERFORM ECRIT-LIGNE-RAPPORT
           MOVE SPACES TO ENREG-RAPPORT
           STRING "Etat du secours            : " DELIMITED BY SIZE
               POS-ETAT DELIMITED BY SIZE
               INTO ENREG-RAPPORT
           END-STRING
           PERFORM ECRIT-LIGNE-RAPPORT
           MOVE SPACES TO ENREG-RAPPORT
           STRING "Derniere expedition        : " DELIMITED BY SIZE
               POS-EXPED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POS-EXPED-TIME DELIMITED BY SIZE
               INTO ENREG-RAPPORT
           END-STRING
           PERFORM ECRIT-LIGNE-RAPPORT
           MOVE SPACES TO ENREG-RAPPORT
           STRING "Derniere entree expediee   : " DELIMITED BY SIZE
               POS-MARQUE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               POS-MARQUE-TIME DELIMITED BY SIZE
               " rang " DELIMITED BY SIZE
               POS-RANG DELIMITED BY SIZE
               INTO ENREG-RAPPORT
           END-STRING
           PERFORM ECRIT-LIGNE-RAPPORT
           MOVE CPT-EN-ATTENTE TO WS-CPT-EDITE
           MOVE SPACES TO ENREG-RAPPORT
           STRING "Entrees en attente         : " DELIMITED BY SIZE
               WS-CPT-EDITE DELIMITED BY SIZE
               INTO ENREG-RAPPORT
           END-STRING
           PERFORM ECRIT-LIGNE-RAPPORT
           IF CPT-EN-ATTENTE > 0
               THEN
               MOVE SPACES TO ENREG-RAPPORT
               STRING "Plus ancienne en attente   : " DELIMITED BY SIZE
                   WS-ATTENTE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ATTENTE-TIME DELIMITED BY SIZE
                   INTO ENREG-RAPPORT
               END-STRING
               PERFORM ECRIT-LIGNE-RAPPORT
           END-IF
           MOVE SPACES TO ENREG-RAPPORT
           STRING "Secours    (compte/somme)  : " DELIMITED BY SIZE
               CPT-SECOURS DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               WS-SOMME-SECOURS DELIMITED BY SIZE
               INTO ENREG-RAPPORT
           END-STRING
           PERFORM ECRIT-LIGNE-RAPPORT
           MOVE SPACES TO ENREG-RAPPORT
           IF WS-EMP-LUE = 1
               THEN
               STRING "Production (empreinte)     : " DELIMITED BY SIZE
                   WS-EMP-CPT DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-EMP-SOMME DELIMITED BY SIZE
                   INTO ENREG-RAPPORT
               END-STRING
           ELSE
               MOVE "Production (empreinte)     : indisponible"
                   TO ENREG-RAPPORT
           END-IF
           PERFORM ECRIT-LIGNE-RAPPORT
           MOVE SPACES TO ENREG-RAPPORT
           STRING "Verdict                    : " DELIMITED BY SIZE
               WS-VERDICT DELIMITED BY SIZE
               INTO ENREG-RAPPORT
           END-STRING
           PERFORM ECRIT-LIGNE-RAPPORT
           IF RAPPORT-STATUT = "00"
               THEN
               CLOSE RAPPORT-FIC
           END-IF.
      * Chaque ligne part a l'ecran et, s'il a pu etre ouvert, dans le
      * rapport.
       ECRIT-LIGNE-RAPPORT.
           DISPLAY ENREG-RAPPORT
           IF RAPPORT-STATUT = "00"
               THEN
               WRITE ENREG-RAPPORT
               END-WRITE
           END-IF.

      ******************************************************************
      * Bascule : promotion controlee du secours sur le maitre de
      * production perdu.
      ******************************************************************
       BASCULE.
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM CONTROLE-VERROU
           PERFORM LIT-POSITION
           IF WS-POSITION-LUE = 0 OR POS-ETAT NOT = "SECOURS"
               THEN
               DISPLAY "REFUS: pas de secours en etat d'etre promu ("
                   WS-POSITION-PATH ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CLI-MASTER-PATH
               WS-FICHIER-BUFFER
               RETURNING WS-FICHIER-STATUT
           IF WS-FICHIER-STATUT = 0
               THEN
               ACCEPT WS-FORCE FROM ENVIRONMENT "SECOURS_FORCE"
               IF NOT FORCE-ON
                   THEN
                   DISPLAY "REFUS: le maitre de production est present"
                       " - bascule refusee (SECOURS_FORCE=O pour un "
                       "maitre corrompu)."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "Bascule du maitre de production sur le secours "
               WS-SECOURS-PATH
           DISPLAY "Confirmer en saisissant BASCULE : "
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION NOT = "BASCULE"
               THEN
               DISPLAY "Bascule abandonnee."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM EXPEDIE-JOURNAL
           DISPLAY "Dernieres entrees expediees : " CPT-APPLIQUEES
           IF WS-FICHIER-STATUT = 0
               THEN
               MOVE SPACES TO WS-CONSERVE-PATH
               STRING WS-CLI-MASTER-PATH DELIMITED BY SPACE
                   ".bascule" DELIMITED BY SIZE
                   INTO WS-CONSERVE-PATH
               END-STRING
               CALL "CBL_COPY_FILE" USING WS-CLI-MASTER-PATH
                   WS-CONSERVE-PATH
                   RETURNING WS-FICHIER-STATUT
               DISPLAY "Ancien maitre conserve : " WS-CONSERVE-PATH
           END-IF
           CALL "CBL_COPY_FILE" USING WS-SECOURS-PATH
               WS-CLI-MASTER-PATH
               RETURNING WS-FICHIER-STATUT
           IF WS-FICHIER-STATUT NOT = 0
               THEN
               DISPLAY "ERREUR: echec de la recopie du secours sur "
                   WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RECOMPTE-SECOURS
           PERFORM ECRIT-EMPREINTE-MAITRE
           MOVE "PROMU" TO POS-ETAT
           PERFORM ECRIT-POSITION
           PERFORM ECRIT-AUDIT-BASCULE
           MOVE "ATTENTION" TO WS-SEVERITE-ALERTE
           MOVE SPACES TO WS-MESSAGE-ALERTE
           STRING "maitre de production remplace par le secours ("
                   DELIMITED BY SIZE
               WS-OPERATEUR DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-MESSAGE-ALERTE
           END-STRING
           PERFORM ECRIT-ALERTE
           DISPLAY "Bascule faite : " CPT-SECOURS " client(s) sur "
               WS-CLI-MASTER-PATH
           DISPLAY "Reamorcer le secours (SECOURS_MODE=I) une fois la "
               "production stabilisee.".

      * Identification comme dans EXO-PARAM-MAINT : mot de passe via
      * SPMDP01 et code present dans ClientsOperateurs.txt.
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
           END-IF
           ACCEPT WS-MDP-SAISIE FROM ENVIRONMENT "OPERATEUR_MDP"
           IF WS-MDP-SAISIE = SPACES
               THEN
               DISPLAY "Mot de passe : "
               ACCEPT WS-MDP-SAISIE
           END-IF
           MOVE "EXO-CLI-SECOUR" TO CTL-PROGRAMME
           MOVE WS-OPERATEUR TO CTL-OPERATEUR
           MOVE WS-MDP-SAISIE TO CTL-MDP
           CALL "SPMDP01" USING PARAMETRES-MDP
           IF CTL-CODERETOUR NOT = 0 AND CTL-CODERETOUR NOT = 1
               THEN
               DISPLAY "REFUS: identification rejetee pour "
                   WS-OPERATEUR "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-OPERATEURS
           MOVE 0 TO WS-OPER-AUTORISE
           MOVE 1 TO IDX-OPERATEUR
           PERFORM CONTROLE-OPERATEUR
               UNTIL IDX-OPERATEUR > NB-OPERATEURS
               OR WS-OPER-AUTORISE = 1
           IF WS-OPER-AUTORISE = 0
               THEN
               DISPLAY "REFUS: operateur " WS-OPERATEUR " non "
                   "habilite (ClientsOperateurs.txt)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CONTROLE-OPERATEUR.
           IF OPERATEUR-HABILITE(IDX-OPERATEUR) = WS-OPERATEUR
               THEN
               MOVE 1 TO WS-OPER-AUTORISE
           END-IF
           ADD 1 TO IDX-OPERATEUR.
       CHARGE-OPERATEURS.
           MOVE 0 TO EOF-OPER
           OPEN INPUT OPER-FIC
           IF OPER-STATUT = "00"
               THEN
               PERFORM CHARGE-OPERATEURS-LECT UNTIL EOF-OPER = 1
               CLOSE OPER-FIC
           END-IF.
       CHARGE-OPERATEURS-LECT.
           READ OPER-FIC
               AT END MOVE 1 TO EOF-OPER
           END-READ
           IF EOF-OPER = 0 AND NB-OPERATEURS < 20
               THEN
               ADD 1 TO NB-OPERATEURS
               MOVE OPER-CODE TO OPERATEUR-HABILITE(NB-OPERATEURS)
           END-IF.

      * Un programme de la chaine qui tient le verrou (voir
      * PREND-VERROU dans EXO-CLI-MAINT) travaille le maitre : ni
      * amorcage ni bascule pendant ce temps.
       CONTROLE-VERROU.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-VERROU-PATH
               WS-FICHIER-BUFFER
               RETURNING WS-FICHIER-STATUT
           IF WS-FICHIER-STATUT = 0
               THEN
               DISPLAY "REFUS: chaine verrouillee (" WS-VERROU-PATH
                   ") - a relancer apres la fin de la chaine."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIT-POSITION.
           MOVE 0 TO WS-POSITION-LUE
           OPEN INPUT POSITION-FIC
           IF POSITION-STATUT = "00"
               THEN
               READ POSITION-FIC
               END-READ
               IF POSITION-STATUT = "00"
                   AND POS-MARQUE-DATE IS NUMERIC
                   THEN
                   MOVE 1 TO WS-POSITION-LUE
               END-IF
               CLOSE POSITION-FIC
           END-IF.
       ECRIT-POSITION.
           OPEN OUTPUT POSITION-FIC
           IF POSITION-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: position du secours impossible a "
                   "ecrire (" POSITION-STATUT ") : " WS-POSITION-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE ENREG-POSITION
           END-WRITE
           CLOSE POSITION-FIC.

       RECOMPTE-SECOURS.
           MOVE 0 TO CPT-SECOURS
           MOVE 0 TO WS-SOMME-SECOURS
           MOVE 0 TO EOF-SECOURS
           OPEN INPUT SECOURS-FIC
           IF SECOURS-STATUT = "00"
               THEN
               PERFORM RECOMPTE-SECOURS-LECT UNTIL EOF-SECOURS = 1
               CLOSE SECOURS-FIC
           END-IF.
       RECOMPTE-SECOURS-LECT.
           READ SECOURS-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-SECOURS
           END-READ
           IF EOF-SECOURS = 0
               THEN
               ADD 1 TO CPT-SECOURS
               ADD IDCLI-SECOURS TO WS-SOMME-SECOURS
           END-IF.

       LIT-EMPREINTE-PROD.
           MOVE 0 TO WS-EMP-LUE
           OPEN INPUT EMPMAITRE-FIC
           IF EMPMAITRE-STATUT = "00"
               THEN
               READ EMPMAITRE-FIC
               END-READ
               IF EMPMAITRE-STATUT = "00"
                   THEN
                   MOVE EMM-CPT TO WS-EMP-CPT
                   MOVE EMM-SOMME TO WS-EMP-SOMME
                   MOVE 1 TO WS-EMP-LUE
               END-IF
               CLOSE EMPMAITRE-FIC
           END-IF.
      * Apres la bascule, l'empreinte de production est celle du
      * secours promu : sans elle, toute la chaine refuserait le
      * nouveau maitre (voir ECRIT-EMPREINTE-MAITRE dans
      * EXO-CLI-REPRISE).
       ECRIT-EMPREINTE-MAITRE.
           OPEN OUTPUT EMPMAITRE-FIC
           IF EMPMAITRE-STATUT = "00"
               THEN
               MOVE CPT-SECOURS TO EMM-CPT
               MOVE WS-SOMME-SECOURS TO EMM-SOMME
               WRITE ENREG-EMPMAITRE
               END-WRITE
               CLOSE EMPMAITRE-FIC
               DISPLAY "Empreinte du maitre reecrite : "
                   CPT-SECOURS " / " WS-SOMME-SECOURS
           ELSE
               DISPLAY "ATTENTION: empreinte du maitre non ecrite ("
                   EMPMAITRE-STATUT ")"
               MOVE 4 TO RETURN-CODE
           END-IF.

       ECRIT-AUDIT-BASCULE.
           MOVE SPACES TO ENREG-AUDIT-LOG
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-SECOUR" TO AUD-PROGRAMME
           MOVE "S" TO AUD-TRANS-CODE
           MOVE 0 TO AUD-IDCLI
           MOVE "BASCULE" TO AUD-STATUT
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
           ELSE
               DISPLAY "ATTENTION: journal d'audit indisponible ("
                   AUDIT-STATUT ") : " WS-AUDIT-LOG-PATH
               MOVE 4 TO RETURN-CODE
           END-IF.

       ECRIT-ALERTE.
           MOVE SPACES TO ENREG-ALERTE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT = "00"
               THEN
               MOVE WS-DATE TO ALERTE-DATE
               MOVE WS-TIME TO ALERTE-TIME
               MOVE "EXO-CLI-SECOURS" TO ALERTE-PROGRAMME
               MOVE WS-SEVERITE-ALERTE TO ALERTE-SEVERITE
               MOVE WS-MESSAGE-ALERTE TO ALERTE-MESSAGE
               WRITE ENREG-ALERTE
               END-WRITE
               CLOSE ALERTES-FIC
           END-IF.

       END PROGRAM EXO-CLI-SECOURS.
