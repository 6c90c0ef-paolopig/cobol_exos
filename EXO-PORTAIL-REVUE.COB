      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : console de revue des demandes du portail client
      * mises en file par EXO-CLI-PORTAIL (PortailAttente.txt).
      * L'operateur, identifie comme dans EXO-CLI-RECLAM, voit chaque
      * demande en attente a cote des valeurs actuelles du client :
      * NOM/PRENOM/statut au maitre, ADRESSE/TELEPHONE au fichier de
      * la chaine (ClientsOUTV4-2.txt, parcouru comme LECTURE-FIC dans
      * EXO-CLI-LOOKUP), avec la valeur normalisee et le code de
      * controle pose au chargement. Il accepte, refuse ou passe.
      * Une demande acceptee devient une transaction C du lot
      * ClientsTrans.txt, numerotee a la suite et couverte par le
      * trailer "TR" reecrit en fin de session (comme EXO-CLI-SAISIE) :
      * nom et prenom demandes pour une demande de nom ; pour une
      * adresse ou un telephone, que le maitre ne porte pas, la
      * transaction C garde nom, prenom et statut (zones a blanc) et
      * la valeur part en plus au format des transactions d'adresse
      * d'EXO-CLI-ADR-ECRIT (ClientsAdressesTrans.txt) ou dans
      * ClientsTelTrans.txt pour le telephone. Une demande en anomalie
      * ou un client absent du maitre ne peut qu'etre refuse.
      * Un refus exige un motif (a defaut, le code de controle) et
      * ecrit une reponse au portail (PortailReponses.txt :
      * reference, IDCLI, type, date, motif). La file est reecrite en
      * fin de session avec les decisions (etat, operateur, date).
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      * octets, fichier client de 68, transactions de 55, file de revue
      * de 158 (valeur normalisee sur 35).
      * Le trailer recalcule du lot reprend l'horodatage de derniere
      * saisie de l'ancien trailer, pour le controle d'heure limite
      * d'EXO-CLI-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-PORTAIL-REVUE.
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
           SELECT ATTENTE-FIC
               ASSIGN TO WS-ATTENTE-PATH
               FILE STATUS IS ATTENTE-STATUT.
           SELECT CLI-PLAT-FIC
               ASSIGN TO WS-CLI-PLAT-PATH
               FILE STATUS IS CLI-PLAT-STATUT.
           SELECT TRANS-FIC
               ASSIGN TO WS-TRANS-PATH
               FILE STATUS IS TRANS-STATUT.
           SELECT ADR-TRANS-FIC
               ASSIGN TO WS-ADR-TRANS-PATH
               FILE STATUS IS ADR-TRANS-STATUT.
           SELECT TEL-TRANS-FIC
               ASSIGN TO WS-TEL-TRANS-PATH
               FILE STATUS IS TEL-TRANS-STATUT.
           SELECT REPONSES-FIC
               ASSIGN TO WS-REPONSES-PATH
               FILE STATUS IS REPONSES-STATUT.
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
      * File de revue (voir ENREG-ATTENTE dans EXO-CLI-PORTAIL).
       FD  ATTENTE-FIC.
       01  ENREG-ATTENTE PIC X(158).
      *
      * Fichier client de la chaine (voir ENREG-CLIENT dans
      * EXO-CLI-ADR-ECRIT).
       FD  CLI-PLAT-FIC.
       01  ENREG-CLI-PLAT.
           05 IDCLI-PLAT PIC 9(5).
           05 NOMCLI-PLAT PIC X(20).
           05 PNMCLI-PLAT PIC X(15).
           05 ADRESSE-PLAT PIC X(15).
           05 TELEPHONE-PLAT PIC X(10).
           05 STATUT-PLAT PIC X.
           05 AGENCE-PLAT PIC XX.
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
      * Transaction C d'adresse (voir ENREG-ADR-TRANS dans
      * EXO-CLI-ADR-ECRIT).
       FD  ADR-TRANS-FIC.
       01  ENREG-ADR-TRANS.
           05 ADT-CODE PIC X.
           05 ADT-IDCLI PIC 9(5).
           05 ADT-ADRESSE PIC X(15).
      *
      * Transaction C de telephone, au meme gabarit.
       FD  TEL-TRANS-FIC.
       01  ENREG-TEL-TRANS.
           05 TLT-CODE PIC X.
           05 TLT-IDCLI PIC 9(5).
           05 TLT-TELEPHONE PIC X(10).
      *
      * Reponse au portail pour chaque demande refusee.
       FD  REPONSES-FIC.
       01  ENREG-REPONSE.
           05 REP-REFERENCE PIC X(10).
           05 REP-IDCLI PIC X(5).
           05 REP-TYPE PIC X.
           05 REP-DATE PIC 9(8).
           05 REP-MOTIF PIC X(30).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  ATTENTE-STATUT PIC XX.
       77  CLI-PLAT-STATUT PIC XX.
       77  TRANS-STATUT PIC XX.
       77  ADR-TRANS-STATUT PIC XX.
       77  TEL-TRANS-STATUT PIC XX.
       77  REPONSES-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-CONTINUER PIC 9 VALUE 1.
       77  WS-ACTION PIC X VALUE SPACE.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-MOTIF-SAISI PIC X(30) VALUE SPACES.
       77  WS-AU-MAITRE PIC 9 VALUE 0.
       77  WS-TROUVE PIC 9 VALUE 0.
       77  WS-LIBELLE-TYPE PIC X(9) VALUE SPACES.
       77  CPT-EN-ATTENTE PIC 9(5) VALUE 0.
       77  CPT-ACCEPTEES PIC 9(5) VALUE 0.
       77  CPT-REFUSEES PIC 9(5) VALUE 0.
      * Demande courante, au gabarit de la file.
       01  WS-DEMANDE.
           05 WD-REFERENCE PIC X(10).
           05 WD-IDCLI PIC X(5).
           05 WD-IDCLI-NUM REDEFINES WD-IDCLI PIC 9(5).
           05 WD-TYPE PIC X.
           05 WD-DATE-DEMANDE PIC X(8).
           05 WD-VALEUR PIC X(48).
           05 WD-ADRESSE REDEFINES WD-VALEUR.
               10 WD-NB PIC XXX.
               10 WD-RUE PIC X(20).
               10 WD-CP PIC X(5).
               10 WD-VILLE PIC X(20).
           05 WD-VALEUR-NORM PIC X(35).
           05 WD-CONTROLE PIC X(8).
           05 WD-ETAT PIC X.
           05 WD-OPERATEUR PIC X(4).
           05 WD-DATE-DECISION PIC 9(8).
           05 WD-MOTIF-REFUS PIC X(30).
      * File chargee en table et reecrite en fin de session.
       01  TABLE-ATTENTE.
           05 TAB-ATTENTE PIC X(158) OCCURS 2000.
       77  NB-ATTENTE PIC 9(4) VALUE 0.
       77  IDX-ATTENTE PIC 9(4) VALUE 0.
       77  WS-FILE-DEBORDE PIC 9 VALUE 0.
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
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-ATTENTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\PortailAttente.txt".
       77  WS-CLI-PLAT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOUTV4-2.txt".
       77  WS-TRANS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTrans.txt".
       77  WS-ADR-TRANS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAdressesTrans.txt".
       77  WS-TEL-TRANS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTelTrans.txt".
       77  WS-REPONSES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\PortailReponses.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM REVUE-DEMANDE
               VARYING IDX-ATTENTE FROM 1 BY 1
               UNTIL IDX-ATTENTE > NB-ATTENTE OR WS-CONTINUER = 0
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_MASTER_PATH, CLI_TRANS_PATH, CLI_PLAT_PATH, ADR_TRANS_PATH
      * (memes noms que dans EXO-CLI-MAINT, EXO-CLI-LOOKUP et
      * EXO-CLI-ADR-ECRIT), TEL_TRANS_PATH, PORTAIL_ATTENTE_PATH et
      * PORTAIL_REPONSES_PATH.
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
           ACCEPT WS-CLI-PLAT-PATH FROM ENVIRONMENT "CLI_PLAT_PATH"
           IF WS-CLI-PLAT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOUTV4-2.txt"
                   TO WS-CLI-PLAT-PATH
           END-IF
           ACCEPT WS-ADR-TRANS-PATH FROM ENVIRONMENT "ADR_TRANS_PATH"
           IF WS-ADR-TRANS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAdressesTrans.txt"
                   TO WS-ADR-TRANS-PATH
           END-IF
           ACCEPT WS-TEL-TRANS-PATH FROM ENVIRONMENT "TEL_TRANS_PATH"
           IF WS-TEL-TRANS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsTelTrans.txt"
                   TO WS-TEL-TRANS-PATH
           END-IF
           ACCEPT WS-ATTENTE-PATH FROM ENVIRONMENT
               "PORTAIL_ATTENTE_PATH"
           IF WS-ATTENTE-PATH = SPACES
               MOVE "C:\Users\Cobol\PortailAttente.txt"
                   TO WS-ATTENTE-PATH
           END-IF
           ACCEPT WS-REPONSES-PATH FROM ENVIRONMENT
               "PORTAIL_REPONSES_PATH"
           IF WS-REPONSES-PATH = SPACES
               MOVE "C:\Users\Cobol\PortailReponses.txt"
                   TO WS-REPONSES-PATH
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM IDENTIFIE-OPERATEUR
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: maitre clients introuvable ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-ATTENTE
           PERFORM CHARGE-LOT
           PERFORM REECRIT-LOT-SANS-TRAILER
           OPEN EXTEND ADR-TRANS-FIC
           IF ADR-TRANS-STATUT NOT = "00"
               THEN
               OPEN OUTPUT ADR-TRANS-FIC
           END-IF
           OPEN EXTEND TEL-TRANS-FIC
           IF TEL-TRANS-STATUT NOT = "00"
               THEN
               OPEN OUTPUT TEL-TRANS-FIC
           END-IF
           OPEN EXTEND REPONSES-FIC
           IF REPONSES-STATUT NOT = "00"
               THEN
               OPEN OUTPUT REPONSES-FIC
           END-IF
           DISPLAY "Demandes en attente de revue : " CPT-EN-ATTENTE.

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

      * La file etant reecrite depuis la table en fin de session, une
      * demande au-dela de la table serait detruite en silence : on
      * refuse de demarrer, comme CHARGE-RECLAM dans EXO-CLI-RECLAM.
       CHARGE-ATTENTE.
           MOVE 0 TO EOF-FIC
           OPEN INPUT ATTENTE-FIC
           IF ATTENTE-STATUT = "00"
               THEN
               PERFORM CHARGE-ATTENTE-LECT UNTIL EOF-FIC = 1
               CLOSE ATTENTE-FIC
           END-IF
           IF WS-FILE-DEBORDE = 1
               THEN
               DISPLAY "ERREUR: file de revue trop grande pour la "
                   "table (2000 max) - session refusee."
               CLOSE CLI-MASTER-FIC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHARGE-ATTENTE-LECT.
           READ ATTENTE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               IF NB-ATTENTE < 2000
                   THEN
                   ADD 1 TO NB-ATTENTE
                   MOVE ENREG-ATTENTE TO TAB-ATTENTE(NB-ATTENTE)
                   IF ENREG-ATTENTE(116:1) = "E"
                       THEN
                       ADD 1 TO CPT-EN-ATTENTE
                   END-IF
               ELSE
                   MOVE 1 TO WS-FILE-DEBORDE
               END-IF
           END-IF.

      * Lot existant en table, sans son ancien trailer ; meme refus
      * de demarrer qu'EXO-CLI-SAISIE si la table deborde.
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
                   "table (1000 max) - session refusee."
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
      * Une demande en attente : presentation puis decision.
      ******************************************************************
       REVUE-DEMANDE.
           MOVE TAB-ATTENTE(IDX-ATTENTE) TO WS-DEMANDE
           IF WD-ETAT = "E"
               THEN
               PERFORM AFFICHE-DEMANDE
               DISPLAY "A-accepter / R-refuser / P-passer / F-fin : "
               ACCEPT WS-ACTION
               EVALUATE WS-ACTION
                   WHEN "A"
                       PERFORM ACCEPTE-DEMANDE
                   WHEN "R"
                       PERFORM REFUSE-DEMANDE
                   WHEN "F"
                       MOVE 0 TO WS-CONTINUER
                   WHEN OTHER
                       DISPLAY "Demande passee."
               END-EVALUATE
           END-IF.

       AFFICHE-DEMANDE.
           EVALUATE WD-TYPE
               WHEN "A"
                   MOVE "ADRESSE" TO WS-LIBELLE-TYPE
               WHEN "T"
                   MOVE "TELEPHONE" TO WS-LIBELLE-TYPE
               WHEN "N"
                   MOVE "NOM" TO WS-LIBELLE-TYPE
               WHEN OTHER
                   MOVE "INCONNU" TO WS-LIBELLE-TYPE
           END-EVALUATE
           DISPLAY " "
           DISPLAY "Demande " WD-REFERENCE " du " WD-DATE-DEMANDE
               " - IDCLI " WD-IDCLI " - " WS-LIBELLE-TYPE
           MOVE 0 TO WS-AU-MAITRE
           IF WD-IDCLI-NUM IS NUMERIC
               THEN
               MOVE WD-IDCLI-NUM TO IDCLI-MASTER
               READ CLI-MASTER-FIC
                   INVALID KEY
                       DISPLAY "  Maitre   : client absent"
                   NOT INVALID KEY
                       MOVE 1 TO WS-AU-MAITRE
                       DISPLAY "  Maitre   : " NOMCLI-MASTER " "
                           PNMCLI-MASTER " statut " STATUT-MASTER
               END-READ
               PERFORM CHERCHE-CHAINE
           ELSE
               DISPLAY "  Maitre   : IDCLI non numerique"
           END-IF
           EVALUATE WD-TYPE
               WHEN "A"
                   DISPLAY "  Demande  : " WD-NB " " WD-RUE " "
                       WD-CP " " WD-VILLE
               WHEN "N"
                   DISPLAY "  Demande  : " WD-VALEUR(1:20) " "
                       WD-VALEUR(21:15)
               WHEN OTHER
                   DISPLAY "  Demande  : " WD-VALEUR(1:15)
           END-EVALUATE
           DISPLAY "  Normalise: " WD-VALEUR-NORM
           IF WD-CONTROLE = SPACES
               THEN
               DISPLAY "  Controle : conforme"
           ELSE
               DISPLAY "  Controle : ANOMALIE " WD-CONTROLE
           END-IF.

      * Valeurs actuelles au fichier de la chaine ; HD et TR sont
      * ecartes par le test IS NUMERIC.
       CHERCHE-CHAINE.
           MOVE 0 TO WS-TROUVE
           MOVE 0 TO EOF-FIC
           OPEN INPUT CLI-PLAT-FIC
           IF CLI-PLAT-STATUT = "00"
               THEN
               PERFORM CHERCHE-CHAINE-LECT
                   UNTIL EOF-FIC = 1 OR WS-TROUVE = 1
               CLOSE CLI-PLAT-FIC
           END-IF
           IF WS-TROUVE = 0
               THEN
               DISPLAY "  Chaine   : client absent"
           END-IF.
       CHERCHE-CHAINE-LECT.
           READ CLI-PLAT-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND IDCLI-PLAT IS NUMERIC
               AND IDCLI-PLAT = WD-IDCLI-NUM
               THEN
               MOVE 1 TO WS-TROUVE
               DISPLAY "  Chaine   : " NOMCLI-PLAT " " PNMCLI-PLAT
                   " adr " ADRESSE-PLAT " tel " TELEPHONE-PLAT
           END-IF.

      * Seule une demande conforme sur un client present au maitre
      * peut etre acceptee.
       ACCEPTE-DEMANDE.
           IF WD-CONTROLE NOT = SPACES OR WS-AU-MAITRE = 0
               THEN
               DISPLAY "ERREUR: demande en anomalie ou client absent "
                   "- refus seul possible."
           ELSE
               PERFORM ECRIT-TRANS
               EVALUATE WD-TYPE
                   WHEN "A"
                       MOVE "C" TO ADT-CODE
                       MOVE WD-IDCLI-NUM TO ADT-IDCLI
                       MOVE WD-VALEUR-NORM TO ADT-ADRESSE
                       WRITE ENREG-ADR-TRANS
                       END-WRITE
                   WHEN "T"
                       MOVE "C" TO TLT-CODE
                       MOVE WD-IDCLI-NUM TO TLT-IDCLI
                       MOVE WD-VALEUR-NORM TO TLT-TELEPHONE
                       WRITE ENREG-TEL-TRANS
                       END-WRITE
               END-EVALUATE
               MOVE "A" TO WD-ETAT
               MOVE WS-OPERATEUR TO WD-OPERATEUR
               MOVE WS-DATE-JOUR TO WD-DATE-DECISION
               MOVE WS-DEMANDE TO TAB-ATTENTE(IDX-ATTENTE)
               ADD 1 TO CPT-ACCEPTEES
               DISPLAY "Demande acceptee : transaction C " WS-SEQ-TRANS
           END-IF.

      * Transaction C du lot, a application immediate ; nom et prenom
      * a blanc sont conserves par EXO-CLI-MAINT.
       ECRIT-TRANS.
           ADD 1 TO WS-SEQ-TRANS
           MOVE SPACES TO ENREG-TRANS
           MOVE "C" TO TRANS-CODE
           MOVE WD-IDCLI-NUM TO TRANS-IDCLI
           IF WD-TYPE = "N"
               THEN
               MOVE WD-VALEUR-NORM(1:20) TO TRANS-NOMCLI
               MOVE WD-VALEUR-NORM(21:15) TO TRANS-PNMCLI
           END-IF
           MOVE WS-SEQ-TRANS TO TRANS-SEQ
           MOVE 0 TO TRANS-DATE-EFFET
           WRITE ENREG-TRANS
           END-WRITE
           ADD 1 TO WS-CPT-LOT
           ADD WD-IDCLI-NUM TO WS-SOMME-LOT.

      * Le motif repart au portail ; a blanc, le code de controle
      * d'une demande en anomalie en tient lieu.
       REFUSE-DEMANDE.
           DISPLAY "Motif du refus (30 caracteres) : "
           ACCEPT WS-MOTIF-SAISI
           IF WS-MOTIF-SAISI = SPACES AND WD-CONTROLE NOT = SPACES
               THEN
               STRING "CONTROLE " WD-CONTROLE DELIMITED BY SIZE
                   INTO WS-MOTIF-SAISI
               END-STRING
           END-IF
           IF WS-MOTIF-SAISI = SPACES
               THEN
               DISPLAY "ERREUR: motif de refus obligatoire - demande "
                   "laissee en attente."
           ELSE
               MOVE "R" TO WD-ETAT
               MOVE WS-OPERATEUR TO WD-OPERATEUR
               MOVE WS-DATE-JOUR TO WD-DATE-DECISION
               MOVE WS-MOTIF-SAISI TO WD-MOTIF-REFUS
               MOVE WS-DEMANDE TO TAB-ATTENTE(IDX-ATTENTE)
               MOVE WD-REFERENCE TO REP-REFERENCE
               MOVE WD-IDCLI TO REP-IDCLI
               MOVE WD-TYPE TO REP-TYPE
               MOVE WS-DATE-JOUR TO REP-DATE
               MOVE WS-MOTIF-SAISI TO REP-MOTIF
               WRITE ENREG-REPONSE
               END-WRITE
               ADD 1 TO CPT-REFUSEES
               DISPLAY "Demande refusee."
           END-IF.

       REECRIT-ATTENTE.
           OPEN OUTPUT ATTENTE-FIC
           MOVE 1 TO IDX-ATTENTE
           PERFORM REECRIT-ATTENTE-ENREG UNTIL IDX-ATTENTE > NB-ATTENTE
           CLOSE ATTENTE-FIC.
       REECRIT-ATTENTE-ENREG.
           MOVE TAB-ATTENTE(IDX-ATTENTE) TO ENREG-ATTENTE
           WRITE ENREG-ATTENTE
           END-WRITE
           ADD 1 TO IDX-ATTENTE.

      * Trailer du lot sur les transactions rechargees plus celles de
      * la session, puis file reecrite avec les decisions.
       FIN.
           MOVE WS-CPT-LOT TO TRL-CPT
           MOVE WS-SOMME-LOT TO TRL-SOMME
           MOVE WS-HORO-MAX-DATE TO TRL-SAISIE-DATE
           MOVE WS-HORO-MAX-HHMM TO TRL-SAISIE-HEURE
           WRITE ENREG-TRANS FROM ENREG-TRANS-TRAILER
           END-WRITE
           CLOSE TRANS-FIC ADR-TRANS-FIC TEL-TRANS-FIC REPONSES-FIC
               CLI-MASTER-FIC
           IF CPT-ACCEPTEES NOT = 0 OR CPT-REFUSEES NOT = 0
               THEN
               PERFORM REECRIT-ATTENTE
           END-IF
           DISPLAY "Demandes acceptees : " CPT-ACCEPTEES
           DISPLAY "Demandes refusees  : " CPT-REFUSEES.

       END PROGRAM EXO-PORTAIL-REVUE.
