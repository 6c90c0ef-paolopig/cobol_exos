      * sans son ancien trailer, les saisies s'ajoutent a la suite, et
      * un trailer a jour est reecrit en fin de session pour que
      * EXO-CLI-MAINT puisse verifier le lot avant de l'appliquer.
      * Heure limite de saisie (parametre SAISIE_HEURE_LIMITE, HHMM,
      * 1800 par defaut) : passe l'heure limite, ou un jour non
      * ouvre (week-end, CalendrierFeries.txt), les saisies vont au
      * lot du prochain jour ouvre, ClientsTrans_AAAAMMJJ.txt, avec
      * son propre trailer, et l'operateur voit le jour d'application
      * de chaque transaction ; une session qui franchit l'heure
      * limite bascule d'elle-meme sur ce lot. Le jour venu, la
      * premiere session avant l'heure limite verse le lot differe
      * dans ClientsTrans.txt, renumerote a la suite. Le trailer
      * porte la date et l'heure de la derniere saisie, controlees
      * par EXO-CLI-MAINT contre la meme heure limite.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : saisie sur 20
      * et 15, transactions et trailer du lot de 55 octets.
      * En formation, maitre, lot et empreinte du maitre ne sont plus
      * clones que depuis leur copie anonymisee _ANONYME (voir
      * EXO-CLI-ANONYME) ; une copie anonymisee manquante refuse la
      * formation.
      * Perimetre d'agence (SPAGC01) : un changement ou une suppression
      * visant un client d'une agence hors du rattachement de
      * l'operateur est refuse a la saisie et trace NONAUTOR au journal
      * d'audit, l'agence du client en second code operateur (hors
      * formation).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-SAISIE.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
           SELECT FERIES-FIC
               ASSIGN TO "C:\Users\Cobol\CalendrierFeries.txt"
               FILE STATUS IS FERIES-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
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
       01  ENREG-TRANS.
           05 TRANS-CODE PIC X.
           05 TRANS-IDCLI PIC 9(5).
           05 TRANS-NOMCLI PIC X(20).
           05 TRANS-PNMCLI PIC X(15).
           05 TRANS-SEQ PIC 9(5).
           05 TRANS-DATE-EFFET PIC 9(8).
           05 TRANS-STATUT-CLI PIC X.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
      * Calendrier d'exploitation : une date feriee (AAAAMMJJ) par
      * enregistrement (voir EXO-JOB-STREAM).
       FD  FERIES-FIC.
       01  ENREG-FERIE.
           05 FERIE-DATE PIC 9(8).
      *
      * Journal d'audit au dessin d'EXO-CLI-MAINT (68 octets,
      * chaine de controle comprise) : seule la ligne NONAUTOR d'une
      * saisie hors du perimetre d'agence s'ecrit ici, l'agence du
      * client en second code operateur (AGxx).
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
       77  SORTIR PIC 9 VALUE 0.
           88 CODE-VALIDE VALUE "A" "C" "D".
       77  WS-IDCLI-SAISIE PIC X(6) VALUE SPACES.
       77  WS-IDCLI PIC 9(5) VALUE 0.
       77  WS-NOMCLI PIC X(20) VALUE SPACES.
       77  WS-PNMCLI PIC X(15) VALUE SPACES.
       77  WS-IDCLI-OK PIC 9 VALUE 0.
       77  WS-DATE-EFFET-SAISIE PIC X(8) VALUE SPACES.
       77  WS-DATE-EFFET PIC 9(8) VALUE 0.
           05 CTL-MDP PIC X(8).
           05 CTL-CODERETOUR PIC 9.
       77  WS-MDP-SAISIE PIC X(8) VALUE SPACES.
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
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
      * Mode formation : clones _FORMATION et banniere.
       77  WS-MODE-FORMATION PIC X VALUE SPACE.
           88 MODE-FORMATION-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-FORMATION-STATUT PIC 9(9) COMP-5 VALUE 0.
       77  WS-FORMATION-LONG PIC 99 VALUE 0.
       77  WS-FORMATION-BASE PIC 99 VALUE 0.
       77  WS-FORMATION-ANO PIC X(72) VALUE SPACES.
       77  EMPMAITRE-STATUT PIC XX.
       77  ALERTES-STATUT PIC XX.
       77  WS-EMP-MAITRE-CPT PIC 9(5) VALUE 0.
      * saisies de la session ; compte et somme alimentent le trailer
      * de fin de session.
       01  TABLE-LOT.
           05 LOT-ENREG OCCURS 1000 PIC X(55).
       77  NB-LOT PIC 9(4) VALUE 0.
       77  IDX-LOT PIC 9(4) VALUE 0.
       77  WS-CPT-LOT PIC 9(5) VALUE 0.
           05 TRL-MARQUE PIC X(2) VALUE "TR".
           05 TRL-CPT PIC 9(5).
           05 TRL-SOMME PIC 9(8).
           05 TRL-SAISIE-DATE PIC 9(8).
           05 TRL-SAISIE-HEURE PIC 9(4).
           05 FILLER PIC X(28) VALUE SPACES.
      * Heure limite de saisie et jour ouvre d'application du lot
      * courant : 0 = lot du jour ClientsTrans.txt, 1 = lot differe
      * ClientsTrans_AAAAMMJJ.txt du prochain jour ouvre.
       77  WS-HEURE-LIMITE PIC 9(4) VALUE 1800.
       77  WS-HEURE-LIMITE-SAISIE PIC X(4) VALUE SPACES.
      * Bloc d'appel de SPPAR01 : parametre de la chaine, fichier
      * central ParametresChaine.txt ou environnement (voir
      * SPPAR01.cbl).
       01  PARAMETRES-PARAM.
           05 PAR-NOM PIC X(20).
           05 PAR-VALEUR PIC X(10).
           05 PAR-SOURCE PIC X.
           05 PAR-CODERETOUR PIC 9.
       77  WS-JOUR-APPLICATION PIC 9(8) VALUE 0.
       77  WS-LOT-DIFFERE PIC 9 VALUE 0.
       77  WS-RENUMEROTE PIC 9 VALUE 0.
       77  CPT-VERSEES PIC 9(4) VALUE 0.
      * Horodatage de saisie (date et HHMM), et le plus recent du lot.
       01  WS-HORO-SAISIE.
           05 WS-HORO-DATE PIC 9(8).
           05 WS-HORO-HHMM PIC 9(4).
       01  WS-HORO-MAX.
           05 WS-HORO-MAX-DATE PIC 9(8) VALUE 0.
           05 WS-HORO-MAX-HHMM PIC 9(4) VALUE 0.
       77  WS-TIME-SAISIE PIC 9(8) VALUE 0.
       01  TABLE-FERIES.
           05 TAB-FERIE PIC 9(8) OCCURS 100.
       77  NB-FERIES PIC 999 VALUE 0.
       77  IDX-FERIE PIC 999 VALUE 0.
       77  WS-FERIE-TROUVE PIC 9 VALUE 0.
       77  EOF-FERIES PIC 9 VALUE 0.
       77  FERIES-STATUT PIC XX.
      * Calcul du prochain jour ouvre (jour de semaine 1 = lundi).
       77  WS-DATE-CALCUL PIC 9(8) VALUE 0.
       01  WS-DATE-DECOUPE.
           05 WS-DD-AAAA PIC 9(4).
           05 WS-DD-MM PIC 99.
           05 WS-DD-JJ PIC 99.
       77  WS-JOUR-CALCUL PIC 9 VALUE 0.
       77  WS-JJ-MAX PIC 99 VALUE 0.
       77  WS-RESTE-4 PIC 9(4) VALUE 0.
       77  WS-JOUR-OUVRE PIC 9 VALUE 0.
      * Lot du jour et lot differe : le second se nomme d'apres le
      * premier, suffixe de son jour d'application.
       77  WS-TRANS-PATH-JOUR PIC X(60) VALUE SPACES.
       77  WS-DIFFERE-DST PIC X(72) VALUE SPACES.
       77  WS-DIFFERE-LONG PIC 99 VALUE 0.
       77  WS-DIFFERE-BASE PIC 99 VALUE 0.
       77  WS-DIFFERE-BUFFER PIC X(36) VALUE SPACES.
       77  WS-DIFFERE-STATUT PIC 9(9) COMP-5 VALUE 0.
       77  WS-DIFFERE-PRESENT PIC 9 VALUE 0.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-TRANS-PATH PIC X(60)
      * l'execution via les variables d'environnement CLI_MASTER_PATH
      * et CLI_TRANS_PATH, les memes que dans EXO-CLI-MAINT. Le lot
      * existant est parcouru au demarrage pour numeroter les
      * nouvelles transactions a sa suite. Le lot ouvert est celui du
      * jour d'application (voir CHOIX-LOT) ; le lot du jour recoit au
      * passage le lot differe qui lui etait destine.
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
                   "copies - la production n'est pas touchee."
               PERFORM BASCULE-FORMATION
           END-IF
           PERFORM CHOIX-LOT
           PERFORM CHARGE-LOT
           IF WS-LOT-DIFFERE = 0
               THEN
               PERFORM VERSE-LOT-DIFFERE
           END-IF
           PERFORM REECRIT-LOT-SANS-TRAILER
           IF WS-DIFFERE-PRESENT = 1
               THEN
               CALL "CBL_DELETE_FILE" USING WS-DIFFERE-DST
                   RETURNING WS-DIFFERE-STATUT
               DISPLAY "Lot differe verse dans le lot du jour : "
                   CPT-VERSEES " transaction(s) renumerotee(s)."
           END-IF
           PERFORM CONTROLE-EMPREINTE-MAITRE
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               OR WS-OPER-AUTORISE = 1.

      * Bascule en formation : maitre et lot clones en copies
      * _FORMATION depuis leur seule copie anonymisee _ANONYME, la
      * session pointe les clones (voir BASCULE-FORMATION dans
      * EXO-CLI-MAINT).
       BASCULE-FORMATION.
           MOVE WS-CLI-MASTER-PATH TO WS-FORMATION-SRC
           PERFORM CLONE-FORMATION
               ".txt" DELIMITED BY SIZE
               INTO WS-FORMATION-DST
           END-STRING
           PERFORM SOURCE-ANONYME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FORMATION-ANO
               WS-FORMATION-BUFFER
               RETURNING WS-FORMATION-STATUT
           IF WS-FORMATION-STATUT = 0
               THEN
               CALL "CBL_COPY_FILE" USING WS-FORMATION-ANO
                   WS-FORMATION-DST
                   RETURNING WS-FORMATION-STATUT
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-FORMATION-DST
                   RETURNING WS-FORMATION-STATUT
           END-IF.
      * Copie anonymisee (voir SOURCE-ANONYME dans EXO-CLI-MAINT) :
      * un original present sans sa copie anonymisee refuse la
      * formation.
       SOURCE-ANONYME.
           MOVE SPACES TO WS-FORMATION-ANO
           MOVE 0 TO WS-FORMATION-LONG
           INSPECT WS-FORMATION-SRC TALLYING WS-FORMATION-LONG
               FOR CHARACTERS BEFORE INITIAL SPACE
           COMPUTE WS-FORMATION-BASE = WS-FORMATION-LONG - 4
           STRING WS-FORMATION-SRC(1:WS-FORMATION-BASE)
                   DELIMITED BY SIZE
               "_ANONYME" DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-FORMATION-ANO
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FORMATION-ANO
               WS-FORMATION-BUFFER
               RETURNING WS-FORMATION-STATUT
           IF WS-FORMATION-STATUT NOT = 0
               THEN
               CALL "CBL_CHECK_FILE_EXIST" USING WS-FORMATION-SRC
                   WS-FORMATION-BUFFER
                   RETURNING WS-FORMATION-STATUT
               IF WS-FORMATION-STATUT = 0
                   THEN
                   DISPLAY "REFUS: copie anonymisee absente pour "
                       WS-FORMATION-SRC
                   DISPLAY "Lancer EXO-CLI-ANONYME avant la formation."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Controle du mot de passe via SPMDP01, comme dans
               MOVE OPER-CODE TO OPERATEUR-HABILITE(NB-OPERATEURS)
           END-IF.

      ******************************************************************
      * Choix du lot : un jour ouvre avant l'heure limite, le lot du
      * jour ; sinon le lot differe du prochain jour ouvre. Une valeur
      * SAISIE_HEURE_LIMITE qui n'est pas une heure HHMM laisse 1800.
      ******************************************************************
       CHOIX-LOT.
           MOVE WS-TRANS-PATH TO WS-TRANS-PATH-JOUR
           MOVE "SAISIE_HEURE_LIMITE" TO PAR-NOM
           CALL "SPPAR01" USING PARAMETRES-PARAM
           MOVE PAR-VALEUR TO WS-HEURE-LIMITE-SAISIE
           IF WS-HEURE-LIMITE-SAISIE IS NUMERIC
               AND WS-HEURE-LIMITE-SAISIE < "2400"
               AND WS-HEURE-LIMITE-SAISIE(3:2) < "60"
               THEN
               MOVE WS-HEURE-LIMITE-SAISIE TO WS-HEURE-LIMITE
           END-IF
           PERFORM CHARGE-FERIES
           ACCEPT WS-DATE-CALCUL FROM DATE YYYYMMDD
           ACCEPT WS-JOUR-CALCUL FROM DAY-OF-WEEK
           PERFORM HORODATE-SAISIE
           PERFORM CONTROLE-JOUR-OUVRE
           IF WS-JOUR-OUVRE = 1 AND WS-HORO-HHMM < WS-HEURE-LIMITE
               THEN
               MOVE WS-DATE-CALCUL TO WS-JOUR-APPLICATION
               MOVE 0 TO WS-LOT-DIFFERE
               DISPLAY "Saisies au lot du jour " WS-JOUR-APPLICATION
                   " (heure limite " WS-HEURE-LIMITE ")."
           ELSE
               PERFORM CHOIX-LOT-DIFFERE
           END-IF.

      * Lot differe : prochain jour ouvre apres WS-DATE-CALCUL.
       CHOIX-LOT-DIFFERE.
           MOVE 0 TO WS-JOUR-OUVRE
           PERFORM AVANCE-JOUR-OUVRE UNTIL WS-JOUR-OUVRE = 1
           MOVE WS-DATE-CALCUL TO WS-JOUR-APPLICATION
           MOVE 1 TO WS-LOT-DIFFERE
           PERFORM NOMME-LOT-DIFFERE
           MOVE WS-DIFFERE-DST(1:60) TO WS-TRANS-PATH
           DISPLAY "ATTENTION: heure limite " WS-HEURE-LIMITE
               " passee ou jour non ouvre - saisies au lot du "
               WS-JOUR-APPLICATION
           DISPLAY "  " WS-TRANS-PATH.
       AVANCE-JOUR-OUVRE.
           PERFORM AVANCE-JOUR
           PERFORM CONTROLE-JOUR-OUVRE.

      * Nom du lot differe de WS-JOUR-APPLICATION, d'apres celui du
      * lot du jour (meme procede que CLONE-FORMATION).
       NOMME-LOT-DIFFERE.
           MOVE SPACES TO WS-DIFFERE-DST
           MOVE 0 TO WS-DIFFERE-LONG
           INSPECT WS-TRANS-PATH-JOUR TALLYING WS-DIFFERE-LONG
               FOR CHARACTERS BEFORE INITIAL SPACE
           COMPUTE WS-DIFFERE-BASE = WS-DIFFERE-LONG - 4
           STRING WS-TRANS-PATH-JOUR(1:WS-DIFFERE-BASE)
                   DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-JOUR-APPLICATION DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-DIFFERE-DST
           END-STRING.

      * Lot differe destine a aujourd'hui (saisies d'apres l'heure
      * limite de la veille ou d'un jour non ouvre) : ses transactions
      * sont chargees a la suite du lot du jour, renumerotees, et le
      * fichier differe est supprime une fois le lot du jour reecrit.
       VERSE-LOT-DIFFERE.
           PERFORM NOMME-LOT-DIFFERE
           MOVE 0 TO WS-DIFFERE-PRESENT
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DIFFERE-DST
               WS-DIFFERE-BUFFER
               RETURNING WS-DIFFERE-STATUT
           IF WS-DIFFERE-STATUT = 0
               THEN
               MOVE 1 TO WS-DIFFERE-PRESENT
               MOVE WS-DIFFERE-DST(1:60) TO WS-TRANS-PATH
               MOVE 1 TO WS-RENUMEROTE
               PERFORM CHARGE-LOT
               MOVE 0 TO WS-RENUMEROTE
               MOVE WS-TRANS-PATH-JOUR TO WS-TRANS-PATH
           END-IF.

      * Jour ouvre : du lundi au vendredi, hors CalendrierFeries.txt.
       CONTROLE-JOUR-OUVRE.
           MOVE 0 TO WS-JOUR-OUVRE
           IF WS-JOUR-CALCUL < 6
               THEN
               MOVE 0 TO WS-FERIE-TROUVE
               PERFORM CHERCHE-FERIE
                   VARYING IDX-FERIE FROM 1 BY 1
                   UNTIL IDX-FERIE > NB-FERIES OR WS-FERIE-TROUVE = 1
               IF WS-FERIE-TROUVE = 0
                   THEN
                   MOVE 1 TO WS-JOUR-OUVRE
               END-IF
           END-IF.
       CHERCHE-FERIE.
           IF TAB-FERIE(IDX-FERIE) = WS-DATE-CALCUL
               THEN
               MOVE 1 TO WS-FERIE-TROUVE
           END-IF.

      * Lendemain de WS-DATE-CALCUL, jour de semaine compris.
       AVANCE-JOUR.
           MOVE WS-DATE-CALCUL TO WS-DATE-DECOUPE
           PERFORM CALCUL-JJ-MAX
           IF WS-DD-JJ < WS-JJ-MAX
               THEN
               ADD 1 TO WS-DD-JJ
           ELSE
               MOVE 1 TO WS-DD-JJ
               IF WS-DD-MM < 12
                   THEN
                   ADD 1 TO WS-DD-MM
               ELSE
                   MOVE 1 TO WS-DD-MM
                   ADD 1 TO WS-DD-AAAA
               END-IF
           END-IF
           MOVE WS-DATE-DECOUPE TO WS-DATE-CALCUL
           IF WS-JOUR-CALCUL < 7
               THEN
               ADD 1 TO WS-JOUR-CALCUL
           ELSE
               MOVE 1 TO WS-JOUR-CALCUL
           END-IF.
       CALCUL-JJ-MAX.
           EVALUATE WS-DD-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-JJ-MAX
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-JJ-MAX
               WHEN OTHER
                   DIVIDE WS-DD-AAAA BY 4 GIVING WS-RESTE-4
                       REMAINDER WS-RESTE-4
                   IF WS-RESTE-4 = 0
                       THEN
                       MOVE 29 TO WS-JJ-MAX
                   ELSE
                       MOVE 28 TO WS-JJ-MAX
                   END-IF
           END-EVALUATE.

       CHARGE-FERIES.
           MOVE 0 TO NB-FERIES
           MOVE 0 TO EOF-FERIES
           OPEN INPUT FERIES-FIC
           IF FERIES-STATUT = "00"
               THEN
               PERFORM CHARGE-FERIES-LECT UNTIL EOF-FERIES = 1
               CLOSE FERIES-FIC
           END-IF.
       CHARGE-FERIES-LECT.
           READ FERIES-FIC
               AT END MOVE 1 TO EOF-FERIES
           END-READ
           IF EOF-FERIES = 0 AND FERIE-DATE IS NUMERIC
               AND NB-FERIES < 100
               THEN
               ADD 1 TO NB-FERIES
               MOVE FERIE-DATE TO TAB-FERIE(NB-FERIES)
           END-IF.

       HORODATE-SAISIE.
           ACCEPT WS-HORO-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SAISIE FROM TIME
           MOVE WS-TIME-SAISIE(1:4) TO WS-HORO-HHMM.

      * Rechargement du lot existant : les transactions sont mises en
      * table (l'ancien trailer "TR" est ecarte), le plus grand numero
      * d'ordre est releve pour continuer la numerotation, et compte
      * (toute premiere saisie) demarre simplement a 1. Un lot trop
      * grand pour la table ferait perdre des transactions a la
      * reecriture : on refuse de demarrer plutot que d'en detruire.
      * L'horodatage de derniere saisie du trailer est conserve ; un
      * lot differe verse dans le lot du jour est renumerote a la
      * suite (WS-RENUMEROTE).
       CHARGE-LOT.
           MOVE 0 TO EOF-TRANS
           OPEN INPUT TRANS-FIC
           READ TRANS-FIC
               AT END MOVE 1 TO EOF-TRANS
           END-READ
           IF EOF-TRANS = 0 AND ENREG-TRANS(1:2) = "TR"
               AND ENREG-TRANS(16:12) IS NUMERIC
               AND ENREG-TRANS(16:12) > WS-HORO-MAX
               THEN
               MOVE ENREG-TRANS(16:12) TO WS-HORO-MAX
           END-IF
           IF EOF-TRANS = 0 AND ENREG-TRANS(1:2) NOT = "TR"
               THEN
               IF NB-LOT < 1000
                   THEN
                   ADD 1 TO NB-LOT
                   IF WS-RENUMEROTE = 1
                       THEN
                       ADD 1 TO WS-SEQ-TRANS
                       MOVE WS-SEQ-TRANS TO TRANS-SEQ
                       ADD 1 TO CPT-VERSEES
                   END-IF
                   MOVE ENREG-TRANS TO LOT-ENREG(NB-LOT)
                   ADD 1 TO WS-CPT-LOT
                   IF TRANS-IDCLI IS NUMERIC
               MOVE "C:\Users\Cobol\ClientsMasterEmpreinte.txt"
                   TO WS-EMPMAITRE-PATH
           END-IF
      * En formation, l'empreinte est celle du maitre anonymise.
           IF MODE-FORMATION-ON
               THEN
               MOVE WS-EMPMAITRE-PATH TO WS-FORMATION-SRC
               PERFORM CLONE-FORMATION
               MOVE WS-FORMATION-DST(1:60) TO WS-EMPMAITRE-PATH
           END-IF
           PERFORM LIT-EMPREINTE-MAITRE
           IF WS-EMP-MAITRE-LUE = 1
               THEN
                           NOMCLI-MASTER " " PNMCLI-MASTER ")."
                       MOVE 0 TO WS-IDCLI-OK
                   ELSE
                       PERFORM CONTROLE-AGENCE-CLIENT
                   END-IF
           END-READ.

      * Changement ou suppression d'un client hors du perimetre
      * d'agence de l'operateur (SPAGC01) : refuse a la saisie plutot
      * qu'au passage d'EXO-CLI-MAINT, et trace NONAUTOR au journal
      * d'audit avec l'agence du client - sauf en formation, ou le
      * refus reste a l'ecran.
       CONTROLE-AGENCE-CLIENT.
           MOVE WS-OPERATEUR TO AGC-OPERATEUR
           MOVE WS-IDCLI TO AGC-IDCLI
           CALL "SPAGC01" USING PARAMETRES-AGC
           IF AGC-CODERETOUR = 8
               THEN
               DISPLAY "REFUS: client " WS-IDCLI " de l'agence "
                   AGC-AGENCE " hors du perimetre de " WS-OPERATEUR
                   "."
               MOVE 0 TO WS-IDCLI-OK
               IF NOT MODE-FORMATION-ON
                   THEN
                   PERFORM ECRIT-AUDIT-NONAUTOR
               END-IF
           ELSE
               DISPLAY "Client vise : " IDCLI-MASTER " "
                   NOMCLI-MASTER " " PNMCLI-MASTER
           END-IF.

       ECRIT-AUDIT-NONAUTOR.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF
           MOVE SPACES TO ENREG-AUDIT-LOG
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-SAISIE" TO AUD-PROGRAMME
           MOVE WS-CODE TO AUD-TRANS-CODE
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

      * Statut du cycle de vie : obligatoire a l'ajout (P par defaut),
      * facultatif au changement (vide = statut conserve) ; les
      * transitions permises sont gardees par EXO-CLI-MAINT. La
               END-IF
           END-IF.

      * L'heure limite est revue a chaque transaction : la session qui
      * la franchit clot le lot du jour et continue sur le lot differe.
       ECRIT-TRANS.
           PERFORM HORODATE-SAISIE
           IF WS-LOT-DIFFERE = 0
               AND WS-HORO-HHMM NOT < WS-HEURE-LIMITE
               THEN
               PERFORM BASCULE-LOT-DIFFERE
           END-IF
           ADD 1 TO WS-SEQ-TRANS
           MOVE WS-CODE TO TRANS-CODE
           MOVE WS-IDCLI TO TRANS-IDCLI
           ADD 1 TO WS-CPT-LOT
           ADD WS-IDCLI TO WS-SOMME-LOT
           ADD 1 TO CPT-SAISIES
           MOVE WS-HORO-SAISIE TO WS-HORO-MAX
           DISPLAY "Transaction " WS-SEQ-TRANS " enregistree - jour "
               "d'application " WS-JOUR-APPLICATION ".".

       BASCULE-LOT-DIFFERE.
           PERFORM ECRIT-TRAILER
           CLOSE TRANS-FIC
           ACCEPT WS-DATE-CALCUL FROM DATE YYYYMMDD
           ACCEPT WS-JOUR-CALCUL FROM DAY-OF-WEEK
           PERFORM CHOIX-LOT-DIFFERE
           MOVE 0 TO NB-LOT
           MOVE 0 TO WS-CPT-LOT
           MOVE 0 TO WS-SOMME-LOT
           MOVE 0 TO WS-SEQ-TRANS
           MOVE ZEROS TO WS-HORO-MAX
           PERFORM CHARGE-LOT
           PERFORM REECRIT-LOT-SANS-TRAILER
           OPEN EXTEND TRANS-FIC.

      * Trailer du lot : compte, somme et horodatage de la derniere
      * saisie (zero si le lot n'en porte aucun).
       ECRIT-TRAILER.
           MOVE WS-CPT-LOT TO TRL-CPT
           MOVE WS-SOMME-LOT TO TRL-SOMME
           MOVE WS-HORO-MAX-DATE TO TRL-SAISIE-DATE
           MOVE WS-HORO-MAX-HHMM TO TRL-SAISIE-HEURE
           WRITE ENREG-TRANS FROM ENREG-TRANS-TRAILER
           END-WRITE.

      * Le trailer de lot est reecrit en fin de session, sur les
      * transactions rechargees plus celles de la session.
       FIN.
           PERFORM ECRIT-TRAILER
           CLOSE CLI-MASTER-FIC TRANS-FIC
           DISPLAY "Transactions saisies : " CPT-SAISIES.

