      * un avec le code retour 4 - le lot part quand meme, mais
      * l'operateur sait quelles C rejetteront TRANSINV et devront
      * passer par une correction manuelle visee.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : images du
      * journal sur 41 octets, transactions sur 55.
      * Le trailer recalcule du lot reprend l'horodatage de derniere
      * saisie de l'ancien trailer, pour le controle d'heure limite
      * d'EXO-CLI-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-BACKOUT.
           05 FILLER PIC X.
           05 JRN-AVANT.
               10 JRN-AVANT-IDCLI PIC X(5).
               10 JRN-AVANT-NOM PIC X(20).
               10 JRN-AVANT-PNM PIC X(15).
               10 JRN-AVANT-STATUT PIC X.
           05 FILLER PIC X.
           05 JRN-APRES.
               10 JRN-APRES-IDCLI PIC X(5).
               10 JRN-APRES-NOM PIC X(20).
               10 JRN-APRES-PNM PIC X(15).
               10 JRN-APRES-STATUT PIC X.
      *
      * Meme format que ClientsTrans.txt (voir ENREG-TRANS dans
       01  ENREG-TRANS.
           05 TRANS-CODE PIC X.
           05 TRANS-IDCLI PIC 9(5).
           05 TRANS-NOMCLI PIC X(20).
           05 TRANS-PNMCLI PIC X(15).
           05 TRANS-SEQ PIC 9(5).
           05 TRANS-DATE-EFFET PIC 9(8).
           05 TRANS-STATUT-CLI PIC X.
       01  TABLE-PLAGE.
           05 PLAGE-ENTREE OCCURS 1000.
               10 PLG-CODE PIC X.
               10 PLG-AVANT PIC X(41).
               10 PLG-APRES PIC X(41).
       77  NB-PLAGE PIC 9(4) VALUE 0.
       77  IDX-PLAGE PIC 9(4) VALUE 0.
       77  WS-PLAGE-DEBORDE PIC 9 VALUE 0.
      * lot (meme protection que CHARGE-LOT dans EXO-CLI-SAISIE) pour
      * que la contre-passation ne les ecrase pas.
       01  TABLE-LOT.
           05 LOT-ENREG OCCURS 1000 PIC X(55).
       77  NB-LOT PIC 9(4) VALUE 0.
       77  IDX-LOT PIC 9(4) VALUE 0.
       77  WS-LOT-DEBORDE PIC 9 VALUE 0.
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
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ECRIT-COMPENSATION UNTIL IDX-PLAGE < 1
           MOVE CPT-LOT-TOTAL TO TRL-CPT
           MOVE WS-SOMME-TRANS-IDCLI TO TRL-SOMME
           MOVE WS-HORO-MAX-DATE TO TRL-SAISIE-DATE
           MOVE WS-HORO-MAX-HHMM TO TRL-SAISIE-HEURE
           WRITE ENREG-TRANS FROM ENREG-TRANS-TRAILER
           END-WRITE
           CLOSE TRANS-FIC
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
               WHEN "C"
                   MOVE "C" TO TRANS-CODE
                   MOVE PLG-AVANT(IDX-PLAGE)(1:5) TO TRANS-IDCLI
                   MOVE PLG-AVANT(IDX-PLAGE)(6:20) TO TRANS-NOMCLI
                   MOVE PLG-AVANT(IDX-PLAGE)(26:15) TO TRANS-PNMCLI
                   PERFORM POSE-STATUT-COMPENSATION
                   PERFORM ECRIT-TRANS
               WHEN "D"
                   MOVE "A" TO TRANS-CODE
                   MOVE PLG-AVANT(IDX-PLAGE)(1:5) TO TRANS-IDCLI
                   MOVE PLG-AVANT(IDX-PLAGE)(6:20) TO TRANS-NOMCLI
                   MOVE PLG-AVANT(IDX-PLAGE)(26:15) TO TRANS-PNMCLI
                   MOVE PLG-AVANT(IDX-PLAGE)(41:1) TO TRANS-STATUT-CLI
                   PERFORM ECRIT-TRANS
               WHEN OTHER
                   DISPLAY "Anomalie journal, code inconnu: "
      * reemis, et un retour que la table des transitions interdit
      * est signale - EXO-CLI-MAINT le rejettera TRANSINV.
       POSE-STATUT-COMPENSATION.
           MOVE PLG-APRES(IDX-PLAGE)(41:1) TO WS-STATUT-COURANT
           MOVE PLG-AVANT(IDX-PLAGE)(41:1) TO WS-STATUT-CIBLE
           EVALUATE WS-STATUT-COURANT
               WHEN SPACE
                   MOVE "A" TO WS-STATUT-COURANT
               THEN
               MOVE SPACE TO TRANS-STATUT-CLI
           ELSE
               MOVE PLG-AVANT(IDX-PLAGE)(41:1) TO TRANS-STATUT-CLI
               PERFORM CONTROLE-REVERSION
               IF WS-REVERSION-OK = 0
                   THEN
