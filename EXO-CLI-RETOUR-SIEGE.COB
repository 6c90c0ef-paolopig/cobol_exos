      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : reprise des corrections du siege, qui revenaient
      * jusqu'ici sur papier. Le siege renvoie un fichier au format
      * d'echange d'EXO-CLI-PARTENAIRE (40 octets : entete "01",
      * details "02", trailer "09" avec compte et somme des numeros).
      * Sur le retour, les octets libres du detail portent la
      * correction : position 31 le code action (A-ajout,
      * C-changement, D-suppression), position 32 le statut demande
      * (P, A, S, C ou blanc). L'entete doit etre present et en tete,
      * le trailer doit retomber sur le compte et la somme des details
      * relus : sinon le fichier entier est refuse (code retour 10) et
      * rien n'est ecrit.
      * Chaque detail est confronte au maitre avant de devenir une
      * transaction : numero illisible ou hors plage, numero retire
      * (ClientsIdRetires.txt, voir EXO-CLI-MAINT), ajout d'un client
      * deja present, changement ou suppression d'un IDCLI inconnu,
      * statut hors code ou transition de statut interdite (memes
      * regles que CONTROLE-TRANSITION-STATUT dans EXO-CLI-MAINT)
      * partent a la liste d'exceptions SiegeExceptions.txt au lieu du
      * cycle de rejet du lendemain. Les autres sont ajoutees au lot
      * ClientsTrans.txt a la suite des transactions deja en attente,
      * numerotees a la suite, et le trailer "TR" du lot est reecrit
      * sur le tout (comme EXO-CLI-SAISIE) pour qu'EXO-CLI-MAINT
      * verifie le lot avant de l'appliquer.
      * Codes retour : 0 = tout converti, 4 = exceptions listees,
      * 8 = lot existant trop grand, 10 = fichier du siege refuse,
      * 12 = fichier inaccessible.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : le format du
      * siege garde ses 10 octets de nom ; un changement qui ne fait que
      * renvoyer les 5 premiers caracteres du maitre laisse le nom
      * entier en place.
      * Le trailer recalcule du lot reprend l'horodatage de derniere
      * saisie de l'ancien trailer, pour le controle d'heure limite
      * d'EXO-CLI-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-RETOUR-SIEGE.
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
           SELECT RETOUR-FIC
               ASSIGN TO WS-RETOUR-PATH
               FILE STATUS IS RETOUR-STATUT.
           SELECT TRANS-FIC
               ASSIGN TO WS-TRANS-PATH
               FILE STATUS IS TRANS-STATUT.
           SELECT RETIRES-FIC
               ASSIGN TO WS-RETIRES-PATH
               FILE STATUS IS RETIRES-STATUT.
           SELECT EXCEPTIONS-FIC
               ASSIGN TO WS-EXCEPTIONS-PATH
               FILE STATUS IS EXCEPTIONS-STATUT.
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
      * Enregistrement d'echange du siege (voir EXO-CLI-PARTENAIRE) ;
      * sur le retour, code action et statut demande occupent le
      * debut de la zone libre du detail.
       FD  RETOUR-FIC.
       01  ENREG-RETOUR PIC X(40).
       01  ENREG-RET-DETAIL REDEFINES ENREG-RETOUR.
           05 RET-TYPE PIC XX.
           05 RET-NUMERO PIC X(10).
           05 RET-NUMERO-NUM REDEFINES RET-NUMERO PIC 9(10).
           05 RET-NOM PIC X(10).
           05 RET-DATE-JJMMAAAA PIC X(8).
           05 RET-ACTION PIC X.
           05 RET-STATUT PIC X.
           05 FILLER PIC X(8).
       01  ENREG-RET-ENTETE REDEFINES ENREG-RETOUR.
           05 FILLER PIC XX.
           05 RET-ENT-DATE PIC X(8).
           05 RET-ENT-HEURE PIC X(8).
           05 RET-ENT-EMETTEUR PIC X(8).
           05 FILLER PIC X(14).
       01  ENREG-RET-TRAILER REDEFINES ENREG-RETOUR.
           05 FILLER PIC XX.
           05 RET-TRL-CPT PIC X(7).
           05 RET-TRL-CPT-NUM REDEFINES RET-TRL-CPT PIC 9(7).
           05 RET-TRL-SOMME PIC X(12).
           05 RET-TRL-SOMME-NUM REDEFINES RET-TRL-SOMME PIC 9(12).
           05 FILLER PIC X(19).
      *
      * Meme format que ClientsTrans.txt (voir ENREG-TRANS dans
      * EXO-CLI-MAINT).
       FD  TRANS-FIC.
       01  ENREG-TRANS.
           05 TRANS-CODE PIC X.
           05 TRANS-IDCLI PIC 9(5).
           05 TRANS-NOMCLI PIC X(20).
           05 TRANS-PNMCLI PIC X(15).
           05 TRANS-SEQ PIC 9(5).
           05 TRANS-DATE-EFFET PIC 9(8).
           05 TRANS-STATUT-CLI PIC X.
      *
      * Numeros retires (voir ENREG-RETIRE dans EXO-CLI-MAINT).
       FD  RETIRES-FIC.
       01  ENREG-RETIRE.
           05 RETI-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 RETI-DATE PIC 9(8).
      *
       FD  EXCEPTIONS-FIC.
       01  ENREG-EXCEPTION PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  RETOUR-STATUT PIC XX.
       77  TRANS-STATUT PIC XX.
       77  RETIRES-STATUT PIC XX.
       77  EXCEPTIONS-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8).
      * Controle du fichier du siege (premiere lecture).
       77  WS-ENTETE-VU PIC 9 VALUE 0.
       77  WS-TRAILER-VU PIC 9 VALUE 0.
       77  WS-FICHIER-REFUS PIC 9 VALUE 0.
       77  CPT-ENREG-LUS PIC 9(7) VALUE 0.
       77  CPT-DETAILS PIC 9(7) VALUE 0.
       77  WS-SOMME-NUMEROS PIC 9(12) VALUE 0.
       77  WS-TRL-CPT PIC 9(7) VALUE 0.
       77  WS-TRL-SOMME PIC 9(12) VALUE 0.
       77  WS-ENT-DATE PIC X(8) VALUE SPACES.
       77  WS-ENT-EMETTEUR PIC X(8) VALUE SPACES.
      * Detail courant.
       77  WS-IDCLI PIC 9(5) VALUE 0.
       77  WS-MOTIF PIC X(40) VALUE SPACES.
      * Noms du maitre pour un changement : le retour du siege ne
      * porte que 5 + 5 caracteres.
       77  WS-NOM-MAITRE PIC X(20) VALUE SPACES.
       77  WS-PNM-MAITRE PIC X(15) VALUE SPACES.
       77  CPT-NOMS-CONSERVES PIC 9(5) VALUE 0.
       77  WS-STATUT-COURANT PIC X VALUE SPACE.
       77  WS-STATUT-CIBLE PIC X VALUE SPACE.
       77  WS-TRANSITION-OK PIC 9 VALUE 0.
       77  WS-STATUT-DEMANDE PIC X VALUE SPACE.
           88 STATUT-DEMANDE-VALIDE VALUE "P" "A" "S" "C".
       77  CPT-CONVERTIS PIC 9(7) VALUE 0.
       77  CPT-EXCEPTIONS PIC 9(7) VALUE 0.
       77  CPT-AJOUTS PIC 9(7) VALUE 0.
       77  CPT-CHANGES PIC 9(7) VALUE 0.
       77  CPT-SUPPRS PIC 9(7) VALUE 0.
      * Numeros retires, indexes par l'IDCLI.
       01  TABLE-RETIRES.
           05 RETIRE-IDCLI OCCURS 99999 PIC 9 VALUE 0.
      * Lot existant recharge (sans son ancien trailer), comme
      * CHARGE-LOT dans EXO-CLI-SAISIE.
       01  TABLE-LOT.
           05 LOT-ENREG OCCURS 1000 PIC X(55).
       77  NB-LOT PIC 9(4) VALUE 0.
       77  IDX-LOT PIC 9(4) VALUE 0.
       77  WS-SEQ-TRANS PIC 9(5) VALUE 0.
       77  WS-CPT-LOT PIC 9(5) VALUE 0.
       77  WS-SOMME-LOT PIC 9(8) VALUE 0.
       77  WS-LOT-DEBORDE PIC 9 VALUE 0.
       01  ENREG-TRANS-TRAILER.
           05 TRL-MARQUE PIC X(2) VALUE "TR".
           05 TRL-CPT PIC 9(5).
           05 TRL-SOMME PIC 9(8).
           05 TRL-SAISIE-DATE PIC 9(8).
           05 TRL-SAISIE-HEURE PIC 9(4).
           05 FILLER PIC X(28) VALUE SPACES.
      * Horodatage de derniere saisie porte par l'ancien trailer (voir
      * EXO-CLI-SAISIE), reporte tel quel sur le trailer recalcule pour
      * que le controle d'heure limite d'EXO-CLI-MAINT le retrouve.
       01  WS-HORO-MAX.
           05 WS-HORO-MAX-DATE PIC 9(8) VALUE 0.
           05 WS-HORO-MAX-HHMM PIC 9(4) VALUE 0.
      * Lignes de la liste d'exceptions.
       01  LIGNE-EXC-TITRE.
           05 FILLER PIC X(30)
              VALUE "EXCEPTIONS DU RETOUR SIEGE DU ".
           05 LET-DATE PIC X(8).
           05 FILLER PIC X(13) VALUE " - EMETTEUR ".
           05 LET-EMETTEUR PIC X(8).
           05 FILLER PIC X(4) VALUE " LE ".
           05 LET-DATE-JOUR PIC 9(8).
       01  LIGNE-EXC-DETAIL.
           05 LED-RANG PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LED-ACTION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LED-NUMERO PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LED-NOM PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LED-STATUT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LED-MOTIF PIC X(40).
       01  LIGNE-EXC-TOTAL.
           05 LXT-LIBELLE PIC X(30).
           05 LXT-VALEUR PIC ZZZZZZ9.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-RETOUR-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsRetourSiege.txt".
       77  WS-TRANS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTrans.txt".
       77  WS-RETIRES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsIdRetires.txt".
       77  WS-EXCEPTIONS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\SiegeExceptions.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_MASTER_PATH, CLI_TRANS_PATH, CLI_RETIRES_PATH (memes noms
      * que dans EXO-CLI-MAINT), SIEGE_RETOUR_PATH et
      * SIEGE_EXCEPTIONS_PATH.
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "CLI_TRANS_PATH"
           IF WS-TRANS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsTrans.txt" TO WS-TRANS-PATH
           END-IF
           ACCEPT WS-RETIRES-PATH FROM ENVIRONMENT "CLI_RETIRES_PATH"
           IF WS-RETIRES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsIdRetires.txt"
                   TO WS-RETIRES-PATH
           END-IF
           ACCEPT WS-RETOUR-PATH FROM ENVIRONMENT "SIEGE_RETOUR_PATH"
           IF WS-RETOUR-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsRetourSiege.txt"
                   TO WS-RETOUR-PATH
           END-IF
           ACCEPT WS-EXCEPTIONS-PATH FROM ENVIRONMENT
               "SIEGE_EXCEPTIONS_PATH"
           IF WS-EXCEPTIONS-PATH = SPACES
               MOVE "C:\Users\Cobol\SiegeExceptions.txt"
                   TO WS-EXCEPTIONS-PATH
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM CONTROLE-RETOUR
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier maitre inaccessible ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-RETIRES
           PERFORM CHARGE-LOT
           OPEN OUTPUT EXCEPTIONS-FIC
           IF EXCEPTIONS-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: liste d'exceptions impossible a "
                   "creer (" EXCEPTIONS-STATUT ") : "
                   WS-EXCEPTIONS-PATH
               CLOSE CLI-MASTER-FIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ENT-DATE TO LET-DATE
           MOVE WS-ENT-EMETTEUR TO LET-EMETTEUR
           MOVE WS-DATE-JOUR TO LET-DATE-JOUR
           WRITE ENREG-EXCEPTION FROM LIGNE-EXC-TITRE
           END-WRITE
           MOVE SPACES TO ENREG-EXCEPTION
           WRITE ENREG-EXCEPTION
           END-WRITE
           PERFORM REECRIT-LOT-SANS-TRAILER.

      ******************************************************************
      * Premiere lecture : entete en tete, trailer en fin, compte et
      * somme des numeros des details. Rien n'est ecrit tant que le
      * fichier n'a pas passe ce controle.
      ******************************************************************
       CONTROLE-RETOUR.
           MOVE 0 TO EOF-FIC
           OPEN INPUT RETOUR-FIC
           IF RETOUR-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier du siege introuvable ("
                   RETOUR-STATUT ") : " WS-RETOUR-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTROLE-RETOUR-LECT UNTIL EOF-FIC = 1
           CLOSE RETOUR-FIC
           IF WS-ENTETE-VU = 0
               THEN
               DISPLAY "ERREUR: entete 01 absent du fichier du siege."
               MOVE 1 TO WS-FICHIER-REFUS
           END-IF
           IF WS-TRAILER-VU = 0
               THEN
               DISPLAY "ERREUR: trailer 09 absent du fichier du "
                   "siege (fichier tronque ?)."
               MOVE 1 TO WS-FICHIER-REFUS
           ELSE
               IF WS-TRL-CPT NOT = CPT-DETAILS
                   THEN
                   DISPLAY "ERREUR: compte du trailer " WS-TRL-CPT
                       " <> details relus " CPT-DETAILS
                   MOVE 1 TO WS-FICHIER-REFUS
               END-IF
               IF WS-TRL-SOMME NOT = WS-SOMME-NUMEROS
                   THEN
                   DISPLAY "ERREUR: somme du trailer " WS-TRL-SOMME
                       " <> somme recalculee " WS-SOMME-NUMEROS
                   MOVE 1 TO WS-FICHIER-REFUS
               END-IF
           END-IF
           IF WS-FICHIER-REFUS = 1
               THEN
               DISPLAY "REFUS: fichier du siege rejete en bloc - "
                   "aucune transaction ecrite : " WS-RETOUR-PATH
               MOVE 10 TO RETURN-CODE
               STOP RUN
           END-IF.
       CONTROLE-RETOUR-LECT.
           READ RETOUR-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-ENREG-LUS
               EVALUATE TRUE
                   WHEN RET-TYPE = "01"
                       IF CPT-ENREG-LUS = 1
                           THEN
                           MOVE 1 TO WS-ENTETE-VU
                           MOVE RET-ENT-DATE TO WS-ENT-DATE
                           MOVE RET-ENT-EMETTEUR TO WS-ENT-EMETTEUR
                       ELSE
                           DISPLAY "ERREUR: entete 01 hors tete de "
                               "fichier (enregistrement "
                               CPT-ENREG-LUS ")."
                           MOVE 1 TO WS-FICHIER-REFUS
                       END-IF
                   WHEN RET-TYPE = "02"
                       IF WS-TRAILER-VU = 1
                           THEN
                           DISPLAY "ERREUR: detail apres le trailer "
                               "(enregistrement " CPT-ENREG-LUS ")."
                           MOVE 1 TO WS-FICHIER-REFUS
                       END-IF
                       ADD 1 TO CPT-DETAILS
                       IF RET-NUMERO-NUM IS NUMERIC
                           THEN
                           ADD RET-NUMERO-NUM TO WS-SOMME-NUMEROS
                       END-IF
                   WHEN RET-TYPE = "09"
                       MOVE 1 TO WS-TRAILER-VU
                       IF RET-TRL-CPT-NUM IS NUMERIC
                           AND RET-TRL-SOMME-NUM IS NUMERIC
                           THEN
                           MOVE RET-TRL-CPT-NUM TO WS-TRL-CPT
                           MOVE RET-TRL-SOMME-NUM TO WS-TRL-SOMME
                       ELSE
                           DISPLAY "ERREUR: trailer 09 illisible."
                           MOVE 1 TO WS-FICHIER-REFUS
                       END-IF
                   WHEN OTHER
                       DISPLAY "ERREUR: type d'enregistrement inconnu "
                           RET-TYPE " (enregistrement " CPT-ENREG-LUS
                           ")."
                       MOVE 1 TO WS-FICHIER-REFUS
               END-EVALUATE
           END-IF.

       CHARGE-RETIRES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT RETIRES-FIC
           IF RETIRES-STATUT = "00"
               THEN
               PERFORM CHARGE-RETIRES-LECT UNTIL EOF-FIC = 1
               CLOSE RETIRES-FIC
           END-IF.
       CHARGE-RETIRES-LECT.
           READ RETIRES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND RETI-IDCLI IS NUMERIC AND RETI-IDCLI > 0
               THEN
               MOVE 1 TO RETIRE-IDCLI(RETI-IDCLI)
           END-IF.

      * Lot existant en table, sans son ancien trailer ; un lot trop
      * grand pour la table ferait perdre des transactions a la
      * reecriture : on refuse de demarrer (comme EXO-CLI-SAISIE).
       CHARGE-LOT.
           MOVE 0 TO EOF-FIC
           OPEN INPUT TRANS-FIC
           IF TRANS-STATUT = "00"
               THEN
               PERFORM CHARGE-LOT-LECT UNTIL EOF-FIC = 1
               CLOSE TRANS-FIC
           END-IF
           IF WS-LOT-DEBORDE = 1
               THEN
               DISPLAY "ERREUR: lot existant trop grand pour la "
                   "table (1000 max) - retour siege non converti."
               CLOSE CLI-MASTER-FIC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHARGE-LOT-LECT.
           READ TRANS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ENREG-TRANS(1:2) = "TR"
               AND ENREG-TRANS(16:12) IS NUMERIC
               AND ENREG-TRANS(16:12) > WS-HORO-MAX
               THEN
               MOVE ENREG-TRANS(16:12) TO WS-HORO-MAX
           END-IF
           IF EOF-FIC = 0 AND ENREG-TRANS(1:2) NOT = "TR"
               THEN
               IF NB-LOT < 1000
                   THEN
                   ADD 1 TO NB-LOT
                   MOVE ENREG-TRANS TO LOT-ENREG(NB-LOT)
                   ADD 1 TO WS-CPT-LOT
                   IF TRANS-IDCLI IS NUMERIC
                       THEN
                       ADD TRANS-IDCLI TO WS-SOMME-LOT
                   END-IF
                   IF TRANS-SEQ IS NUMERIC
                       AND TRANS-SEQ > WS-SEQ-TRANS
                       THEN
                       MOVE TRANS-SEQ TO WS-SEQ-TRANS
                   END-IF
               ELSE
                   MOVE 1 TO WS-LOT-DEBORDE
               END-IF
           END-IF.

      * Le lot est reecrit details seuls, ouvert en ajout pour les
      * transactions du siege ; le trailer a jour est ecrit en FIN.
       REECRIT-LOT-SANS-TRAILER.
           OPEN OUTPUT TRANS-FIC
           MOVE 1 TO IDX-LOT
           PERFORM REECRIT-LOT-ENREG UNTIL IDX-LOT > NB-LOT
           CLOSE TRANS-FIC
           OPEN EXTEND TRANS-FIC.
       REECRIT-LOT-ENREG.
           MOVE LOT-ENREG(IDX-LOT) TO ENREG-TRANS
           WRITE ENREG-TRANS
           END-WRITE
           ADD 1 TO IDX-LOT.

      ******************************************************************
      * Seconde lecture : chaque detail controle puis converti, ou
      * liste en exception.
      ******************************************************************
       TRAIT.
           MOVE 0 TO EOF-FIC
           MOVE 0 TO CPT-ENREG-LUS
           OPEN INPUT RETOUR-FIC
           PERFORM TRAIT-LECT UNTIL EOF-FIC = 1
           CLOSE RETOUR-FIC.
       TRAIT-LECT.
           READ RETOUR-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-ENREG-LUS
               IF RET-TYPE = "02"
                   THEN
                   PERFORM CONTROLE-DETAIL
                   IF WS-MOTIF = SPACES
                       THEN
                       PERFORM ECRIT-TRANS
                   ELSE
                       PERFORM ECRIT-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      * WS-MOTIF reste a blanc si le detail est convertible.
       CONTROLE-DETAIL.
           MOVE SPACES TO WS-MOTIF
           MOVE 0 TO WS-IDCLI
           MOVE RET-STATUT TO WS-STATUT-DEMANDE
           IF RET-ACTION NOT = "A" AND RET-ACTION NOT = "C"
               AND RET-ACTION NOT = "D"
               THEN
               MOVE "CODE ACTION INCONNU (A/C/D)" TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
               THEN
               IF RET-NUMERO-NUM IS NOT NUMERIC
                   OR RET-NUMERO-NUM = 0
                   OR RET-NUMERO-NUM > 99999
                   THEN
                   MOVE "NUMERO CLIENT ILLISIBLE OU HORS PLAGE"
                       TO WS-MOTIF
               ELSE
                   MOVE RET-NUMERO-NUM TO WS-IDCLI
               END-IF
           END-IF
           IF WS-MOTIF = SPACES AND RETIRE-IDCLI(WS-IDCLI) = 1
               THEN
               MOVE "NUMERO RETIRE (CLIENT SUPPRIME)" TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES AND WS-STATUT-DEMANDE NOT = SPACE
               AND NOT STATUT-DEMANDE-VALIDE
               THEN
               MOVE "STATUT DEMANDE HORS CODE (P/A/S/C)" TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
               THEN
               MOVE SPACES TO WS-NOM-MAITRE WS-PNM-MAITRE
               MOVE WS-IDCLI TO IDCLI-MASTER
               READ CLI-MASTER-FIC
                   INVALID KEY
                       IF RET-ACTION NOT = "A"
                           THEN
                           MOVE "IDCLI INCONNU DU MAITRE" TO WS-MOTIF
                       END-IF
                   NOT INVALID KEY
                       IF RET-ACTION = "A"
                           THEN
                           MOVE "AJOUT D'UN CLIENT DEJA PRESENT"
                               TO WS-MOTIF
                       END-IF
                       IF RET-ACTION = "C"
                           THEN
                           MOVE NOMCLI-MASTER TO WS-NOM-MAITRE
                           MOVE PNMCLI-MASTER TO WS-PNM-MAITRE
                           PERFORM CONTROLE-TRANSITION-STATUT
                       END-IF
               END-READ
           END-IF.

      * Memes transitions qu'EXO-CLI-MAINT : P->A, P->C, A->S, A->C,
      * S->A, S->C, ou statut inchange ; blanc herite en actif et I
      * en suspendu.
       CONTROLE-TRANSITION-STATUT.
           MOVE STATUT-MASTER TO WS-STATUT-COURANT
           EVALUATE WS-STATUT-COURANT
               WHEN SPACE
                   MOVE "A" TO WS-STATUT-COURANT
               WHEN "I"
                   MOVE "S" TO WS-STATUT-COURANT
           END-EVALUATE
           MOVE 1 TO WS-TRANSITION-OK
           IF WS-STATUT-DEMANDE NOT = SPACE
               THEN
               MOVE WS-STATUT-DEMANDE TO WS-STATUT-CIBLE
               MOVE 0 TO WS-TRANSITION-OK
               EVALUATE WS-STATUT-COURANT ALSO WS-STATUT-CIBLE
                   WHEN "P" ALSO "A"
                       MOVE 1 TO WS-TRANSITION-OK
                   WHEN "P" ALSO "C"
                       MOVE 1 TO WS-TRANSITION-OK
                   WHEN "A" ALSO "S"
                       MOVE 1 TO WS-TRANSITION-OK
                   WHEN "A" ALSO "C"
                       MOVE 1 TO WS-TRANSITION-OK
                   WHEN "S" ALSO "A"
                       MOVE 1 TO WS-TRANSITION-OK
                   WHEN "S" ALSO "C"
                       MOVE 1 TO WS-TRANSITION-OK
               END-EVALUATE
               IF WS-STATUT-COURANT = WS-STATUT-CIBLE
                   THEN
                   MOVE 1 TO WS-TRANSITION-OK
               END-IF
           END-IF
           IF WS-TRANSITION-OK = 0
               THEN
               STRING "TRANSITION DE STATUT INTERDITE "
                   WS-STATUT-COURANT " -> " WS-STATUT-CIBLE
                   DELIMITED BY SIZE INTO WS-MOTIF
               END-STRING
           END-IF.

      * Transaction au format du lot, a application immediate. Sur un
      * changement, un nom renvoye identique aux 5 premiers caracteres
      * du maitre n'est que l'echo tronque de l'extraction : la zone
      * part a blanc et EXO-CLI-MAINT garde le nom entier.
       ECRIT-TRANS.
           ADD 1 TO WS-SEQ-TRANS
           MOVE SPACES TO ENREG-TRANS
           MOVE RET-ACTION TO TRANS-CODE
           MOVE WS-IDCLI TO TRANS-IDCLI
           MOVE RET-NOM(1:5) TO TRANS-NOMCLI
           MOVE RET-NOM(6:5) TO TRANS-PNMCLI
           IF RET-ACTION = "C"
               THEN
               IF RET-NOM(1:5) = WS-NOM-MAITRE(1:5)
                   AND WS-NOM-MAITRE(6:15) NOT = SPACES
                   THEN
                   MOVE SPACES TO TRANS-NOMCLI
                   ADD 1 TO CPT-NOMS-CONSERVES
               END-IF
               IF RET-NOM(6:5) = WS-PNM-MAITRE(1:5)
                   AND WS-PNM-MAITRE(6:10) NOT = SPACES
                   THEN
                   MOVE SPACES TO TRANS-PNMCLI
                   ADD 1 TO CPT-NOMS-CONSERVES
               END-IF
           END-IF
           MOVE WS-SEQ-TRANS TO TRANS-SEQ
           MOVE 0 TO TRANS-DATE-EFFET
           MOVE WS-STATUT-DEMANDE TO TRANS-STATUT-CLI
           WRITE ENREG-TRANS
           END-WRITE
           ADD 1 TO WS-CPT-LOT
           ADD WS-IDCLI TO WS-SOMME-LOT
           ADD 1 TO CPT-CONVERTIS
           EVALUATE RET-ACTION
               WHEN "A"
                   ADD 1 TO CPT-AJOUTS
               WHEN "C"
                   ADD 1 TO CPT-CHANGES
               WHEN "D"
                   ADD 1 TO CPT-SUPPRS
           END-EVALUATE.

       ECRIT-EXCEPTION.
           ADD 1 TO CPT-EXCEPTIONS
           MOVE CPT-ENREG-LUS TO LED-RANG
           MOVE RET-ACTION TO LED-ACTION
           MOVE RET-NUMERO TO LED-NUMERO
           MOVE RET-NOM TO LED-NOM
           MOVE RET-STATUT TO LED-STATUT
           MOVE WS-MOTIF TO LED-MOTIF
           WRITE ENREG-EXCEPTION FROM LIGNE-EXC-DETAIL
           END-WRITE.

      * Trailer du lot sur les transactions rechargees plus celles du
      * siege, puis totaux de la liste d'exceptions.
       FIN.
           MOVE WS-CPT-LOT TO TRL-CPT
           MOVE WS-SOMME-LOT TO TRL-SOMME
           MOVE WS-HORO-MAX-DATE TO TRL-SAISIE-DATE
           MOVE WS-HORO-MAX-HHMM TO TRL-SAISIE-HEURE
           WRITE ENREG-TRANS FROM ENREG-TRANS-TRAILER
           END-WRITE
           CLOSE TRANS-FIC CLI-MASTER-FIC
           MOVE SPACES TO ENREG-EXCEPTION
           WRITE ENREG-EXCEPTION
           END-WRITE
           MOVE "DETAILS RECUS" TO LXT-LIBELLE
           MOVE CPT-DETAILS TO LXT-VALEUR
           WRITE ENREG-EXCEPTION FROM LIGNE-EXC-TOTAL
           END-WRITE
           MOVE "CONVERTIS EN TRANSACTIONS" TO LXT-LIBELLE
           MOVE CPT-CONVERTIS TO LXT-VALEUR
           WRITE ENREG-EXCEPTION FROM LIGNE-EXC-TOTAL
           END-WRITE
           MOVE "EXCEPTIONS" TO LXT-LIBELLE
           MOVE CPT-EXCEPTIONS TO LXT-VALEUR
           WRITE ENREG-EXCEPTION FROM LIGNE-EXC-TOTAL
           END-WRITE
           CLOSE EXCEPTIONS-FIC
           DISPLAY "Details recus      : " CPT-DETAILS
           DISPLAY "Ajouts  (A)        : " CPT-AJOUTS
           DISPLAY "Changes (C)        : " CPT-CHANGES
           DISPLAY "Suppressions (D)   : " CPT-SUPPRS
           DISPLAY "Exceptions         : " CPT-EXCEPTIONS
           DISPLAY "Noms longs gardes  : " CPT-NOMS-CONSERVES
           DISPLAY "Lot de transactions : " WS-TRANS-PATH
               " (" WS-CPT-LOT " transactions)"
           IF CPT-EXCEPTIONS > 0
               THEN
               DISPLAY "ATTENTION: exceptions a traiter : "
                   WS-EXCEPTIONS-PATH
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-CLI-RETOUR-SIEGE.
