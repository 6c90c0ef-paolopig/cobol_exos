      * Author: PAOLO PIGNOTTI
      * Date: 09/08/2026
      * Objectif : exporter au format CSV un fichier client a
      * enregistrements fixes IDCLI(5)/NOMCLI(20)/PNMCLI(15), tel que
      * ClientsTries.txt (EXO-FICHIER-SORT) ou ClientsOUTV4-2.txt
      * (EXO-VI-C-V4).
      * Quand l'export est marque extrait courrier
      * (CSV_EXTRAIT_COURRIER), les clients inscrits sur la liste
      * d'exclusion ClientsSansCourrier.txt (voir
      * EXO-CLI-SANSCOURRIER) sont sautes avec leur propre compteur.
      * Le CSV garde ses colonnes publiees de 5 caracteres ; les noms et
      * prenoms plus longs sont tronques et comptes.
      * CSV_COORDONNEES ajoute les colonnes ADRESSE et TELEPHONE :
      * l'operateur s'identifie alors (SPMDP01), les coordonnees sont
      * masquees par SPMSQ01 sans le droit CONTACT de ClientsDroits.txt,
      * et un export en clair laisse une ligne de type C dans
      * ConsultationsLog.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CSV-EXPORT.
               ASSIGN TO WS-CLI-IN-PATH.
           SELECT CLI-CSV-FIC
               ASSIGN TO WS-CLI-CSV-PATH.
           SELECT CLI-CSV-COORD-FIC
               ASSIGN TO WS-CLI-CSV-PATH.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT CONSULT-FIC
               ASSIGN TO WS-CONSULT-PATH
               FILE STATUS IS CONSULT-STATUT.
           SELECT SANSCOURRIER-FIC
               ASSIGN TO WS-SANSCOURRIER-PATH
               FILE STATUS IS SANSCOURRIER-STATUT.
       FD  CLI-IN-FIC.
       01  ENREG-CLI-IN.
           05 IDCLI-IN PIC 9(5).
           05 NOMCLI-IN PIC X(20).
           05 PNMCLI-IN PIC X(15).
           05 ADRESSE-IN PIC X(15).
           05 TELEPHONE-IN PIC X(10).
           05 FILLER PIC X(3).
      *
       FD  CLI-CSV-FIC.
       01  ENREG-CSV PIC X(23).
      *
      * Meme fichier CSV, au dessin elargi des colonnes ADRESSE et
      * TELEPHONE (CSV_COORDONNEES) : une seule des deux FD est
      * ouverte par passage.
       FD  CLI-CSV-COORD-FIC.
       01  ENREG-CSV-COORD PIC X(44).
      *
      * Liste d'exclusion courrier (voir EXO-CLI-SANSCOURRIER) : seul
      * l'IDCLI de tete est exploite ici.
       FD  SANSCOURRIER-FIC.
       01  ENREG-SANSCOURRIER.
           05 SCR-IDCLI PIC 9(5).
           05 FILLER PIC X(14).
      *
      * Matrice des droits par operateur et code action (voir
      * EXO-CLI-MAINT) : l'action CONTACT autorise l'export en clair
      * de l'adresse et du telephone ; absente, l'ancien regime
      * demeure.
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
      * Trace des consultations au dessin d'EXO-CLI-LOOKUP : un export
      * en clair y laisse une ligne de type C (cle CSV, resultat :
      * nombre de clients exportes).
       FD  CONSULT-FIC.
       01  ENREG-CONSULT.
           05 CSL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CSL-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CSL-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 CSL-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 CSL-CLE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 CSL-RESULTAT PIC 9(5).
      *
       WORKING-STORAGE SECTION.
       77  EOF PIC 9 VALUE 0.
       77  CPT-ENREG PIC 999 VALUE 0.
       77  CPT-SANS-COURRIER PIC 999 VALUE 0.
       77  CPT-TRONQUES PIC 999 VALUE 0.
       77  EOF-SANSCOURRIER PIC 9 VALUE 0.
       77  SANSCOURRIER-STATUT PIC XX.
       77  WS-EXTRAIT-COURRIER PIC X VALUE SPACE.
           VALUE "C:\Users\Cobol\ClientsTries.txt".
       77  WS-CLI-CSV-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTries.csv".
       77  WS-COORDONNEES PIC X VALUE SPACE.
           88 COORDONNEES-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  CONSULT-STATUT PIC XX.
       77  WS-CONSULT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ConsultationsLog.txt".
      * Bloc d'appel de SPMDP01 (controle du mot de passe operateur et
      * trace des connexions, voir SPMDP01.cbl).
       01  PARAMETRES-MDP.
           05 CTL-PROGRAMME PIC X(14).
           05 CTL-OPERATEUR PIC X(4).
           05 CTL-MDP PIC X(8).
           05 CTL-CODERETOUR PIC 9.
       77  WS-MDP-SAISIE PIC X(8) VALUE SPACES.
       01  TABLE-DROITS.
           05 DROIT-ENTREE OCCURS 100.
               10 TAB-DRT-OPERATEUR PIC X(4).
               10 TAB-DRT-ACTION PIC X(8).
       77  NB-DROITS PIC 999 VALUE 0.
       77  IDX-DROIT PIC 999 VALUE 0.
       77  EOF-DROITS PIC 9 VALUE 0.
       77  DROITS-STATUT PIC XX.
       77  WS-DROITS-PRESENTS PIC 9 VALUE 0.
       77  WS-DROIT-ACCORDE PIC 9 VALUE 0.
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
      * Bloc d'appel de SPMSQ01 : masquage de l'adresse et du
      * telephone (voir SPMSQ01.cbl).
       01  PARAMETRES-MSQ.
           05 MSQ-ADRESSE PIC X(15).
           05 MSQ-TELEPHONE PIC X(10).
      *
       01  LIGNE-CSV.
           05 LIGNE-CSV-ID PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
      *
       01  LIGNE-ENTETE PIC X(20) VALUE "IDCLI,NOMCLI,PNMCLI".
      *
       01  LIGNE-CSV-COORD.
           05 LIGNE-COORD-ID PIC ZZZZ9.
           05 FILLER PIC X VALUE ",".
           05 LIGNE-COORD-NOM PIC X(5).
           05 FILLER PIC X VALUE ",".
           05 LIGNE-COORD-PNM PIC X(5).
           05 FILLER PIC X VALUE ",".
           05 LIGNE-COORD-ADRESSE PIC X(15).
           05 FILLER PIC X VALUE ",".
           05 LIGNE-COORD-TELEPHONE PIC X(10).
      *
       01  LIGNE-ENTETE-COORD PIC X(44)
           VALUE "IDCLI,NOMCLI,PNMCLI,ADRESSE,TELEPHONE".
      *
       PROCEDURE DIVISION.
      *
               END-IF
               PERFORM CHARGE-SANSCOURRIER
           END-IF
      * CSV_COORDONNEES ajoute les colonnes ADRESSE et TELEPHONE :
      * l'operateur doit alors s'identifier, et les coordonnees sont
      * masquees sans le droit CONTACT.
           ACCEPT WS-COORDONNEES FROM ENVIRONMENT "CSV_COORDONNEES"
           IF COORDONNEES-ON
               THEN
               PERFORM IDENTIFIE-OPERATEUR
               ACCEPT WS-CONSULT-PATH FROM ENVIRONMENT "CONSULT_PATH"
               IF WS-CONSULT-PATH = SPACES
                   MOVE "C:\Users\Cobol\ConsultationsLog.txt"
                       TO WS-CONSULT-PATH
               END-IF
           END-IF
           OPEN INPUT CLI-IN-FIC
           IF COORDONNEES-ON
               THEN
               OPEN OUTPUT CLI-CSV-COORD-FIC
               WRITE ENREG-CSV-COORD FROM LIGNE-ENTETE-COORD
               END-WRITE
           ELSE
               OPEN OUTPUT CLI-CSV-FIC
               WRITE ENREG-CSV FROM LIGNE-ENTETE
               END-WRITE
           END-IF
           READ CLI-IN-FIC
               AT END MOVE 1 TO EOF
           END-READ.

      * Identification de l'operateur comme dans EXO-CLI-LOOKUP,
      * pour un export qui emporte les coordonnees des clients.
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
           PERFORM CONTROLE-MOT-DE-PASSE
           PERFORM CHARGE-DROITS
           PERFORM CONTROLE-DROIT-CONTACT
           IF WS-DROIT-ACCORDE = 0
               THEN
               DISPLAY "Adresse et telephone masques dans l'export "
                   "(droit CONTACT absent)."
           END-IF.

      * Controle du mot de passe via SPMDP01, comme dans
      * EXO-CLI-LOOKUP : code bloque ou mot de passe refuse arretent
      * le passage ; un referentiel absent laisse l'ancien regime.
       CONTROLE-MOT-DE-PASSE.
           ACCEPT WS-MDP-SAISIE FROM ENVIRONMENT "OPERATEUR_MDP"
           IF WS-MDP-SAISIE = SPACES
               THEN
               DISPLAY "Mot de passe : "
               ACCEPT WS-MDP-SAISIE
           END-IF
           MOVE "EXO-CSV-EXPORT" TO CTL-PROGRAMME
           MOVE WS-OPERATEUR TO CTL-OPERATEUR
           MOVE WS-MDP-SAISIE TO CTL-MDP
           CALL "SPMDP01" USING PARAMETRES-MDP
           EVALUATE CTL-CODERETOUR
               WHEN 0
                   CONTINUE
               WHEN 1
                   CONTINUE
               WHEN 7
                   DISPLAY "REFUS: code operateur " WS-OPERATEUR
                       " bloque - deblocage par EXO-OPER-DEBLOQUE."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "REFUS: identification rejetee pour "
                       WS-OPERATEUR "."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CHARGE-DROITS.
           ACCEPT WS-DROITS-PATH FROM ENVIRONMENT "CLI_DROITS_PATH"
           IF WS-DROITS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsDroits.txt"
                   TO WS-DROITS-PATH
           END-IF
           MOVE 0 TO EOF-DROITS
           OPEN INPUT DROITS-FIC
           IF DROITS-STATUT = "00"
               THEN
               MOVE 1 TO WS-DROITS-PRESENTS
               PERFORM CHARGE-DROITS-LECT UNTIL EOF-DROITS = 1
               CLOSE DROITS-FIC
           END-IF.
       CHARGE-DROITS-LECT.
           READ DROITS-FIC
               AT END MOVE 1 TO EOF-DROITS
           END-READ
           IF EOF-DROITS = 0 AND NB-DROITS < 100
               AND DRT-OPERATEUR NOT = SPACES
               THEN
               ADD 1 TO NB-DROITS
               MOVE DRT-OPERATEUR TO TAB-DRT-OPERATEUR(NB-DROITS)
               MOVE DRT-ACTION TO TAB-DRT-ACTION(NB-DROITS)
           END-IF.

       CONTROLE-DROIT-CONTACT.
           IF WS-DROITS-PRESENTS = 0
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           ELSE
               MOVE 0 TO WS-DROIT-ACCORDE
               MOVE 1 TO IDX-DROIT
               PERFORM CONTROLE-DROIT-ENTREE
                   UNTIL IDX-DROIT > NB-DROITS
                   OR WS-DROIT-ACCORDE = 1
           END-IF.
       CONTROLE-DROIT-ENTREE.
           IF TAB-DRT-OPERATEUR(IDX-DROIT) = WS-OPERATEUR
               AND TAB-DRT-ACTION(IDX-DROIT) = "CONTACT"
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           END-IF
           ADD 1 TO IDX-DROIT.

      * Chargement de la liste d'exclusion courrier ; un fichier
      * encore inexistant est simplement une liste vide.
       CHARGE-SANSCOURRIER.
                   MOVE IDCLI-IN TO LIGNE-CSV-ID
                   MOVE NOMCLI-IN TO LIGNE-CSV-NOM
                   MOVE PNMCLI-IN TO LIGNE-CSV-PNM
                   IF NOMCLI-IN(6:15) NOT = SPACES
                       OR PNMCLI-IN(6:10) NOT = SPACES
                       THEN
                       ADD 1 TO CPT-TRONQUES
                   END-IF
                   IF COORDONNEES-ON
                       THEN
                       PERFORM ECRIT-LIGNE-COORD
                   ELSE
                       WRITE ENREG-CSV FROM LIGNE-CSV
                       END-WRITE
                   END-IF
                   ADD 1 TO CPT-ENREG
               END-IF
           END-IF
               AT END MOVE 1 TO EOF
           END-READ.

      * Ligne elargie : memes colonnes que LIGNE-CSV, puis adresse et
      * telephone, masques par SPMSQ01 sans le droit CONTACT.
       ECRIT-LIGNE-COORD.
           MOVE IDCLI-IN TO LIGNE-COORD-ID
           MOVE NOMCLI-IN TO LIGNE-COORD-NOM
           MOVE PNMCLI-IN TO LIGNE-COORD-PNM
           MOVE ADRESSE-IN TO MSQ-ADRESSE
           MOVE TELEPHONE-IN TO MSQ-TELEPHONE
           IF WS-DROIT-ACCORDE = 0
               THEN
               CALL "SPMSQ01" USING PARAMETRES-MSQ
           END-IF
           MOVE MSQ-ADRESSE TO LIGNE-COORD-ADRESSE
           MOVE MSQ-TELEPHONE TO LIGNE-COORD-TELEPHONE
           WRITE ENREG-CSV-COORD FROM LIGNE-CSV-COORD
           END-WRITE.

      * Export des coordonnees en clair : une ligne de type C dans la
      * trace des consultations, lue par EXO-CONSULT-RAPPORT.
       ECRIT-CONSULTATION.
           MOVE SPACES TO ENREG-CONSULT
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND CONSULT-FIC
           IF CONSULT-STATUT NOT = "00"
               THEN
               OPEN OUTPUT CONSULT-FIC
           END-IF
           IF CONSULT-STATUT = "00"
               THEN
               MOVE WS-DATE TO CSL-DATE
               MOVE WS-TIME TO CSL-TIME
               MOVE WS-OPERATEUR TO CSL-OPERATEUR
               MOVE "C" TO CSL-TYPE
               MOVE "CSV" TO CSL-CLE
               MOVE CPT-ENREG TO CSL-RESULTAT
               WRITE ENREG-CONSULT
               END-WRITE
               CLOSE CONSULT-FIC
           ELSE
               DISPLAY "ATTENTION: export en clair non trace ("
                   CONSULT-STATUT ") : " WS-CONSULT-PATH
               MOVE 4 TO RETURN-CODE
           END-IF.

       FIN.
           DISPLAY "Enregistrements exportes en CSV: " CPT-ENREG.
           DISPLAY "Noms tronques a 5 caracteres   : " CPT-TRONQUES.
           IF EXTRAIT-COURRIER-ON
               THEN
               DISPLAY "Exclus courrier sautes         : "
                   CPT-SANS-COURRIER
           END-IF
           IF COORDONNEES-ON
               THEN
               CLOSE CLI-IN-FIC CLI-CSV-COORD-FIC
               IF WS-DROIT-ACCORDE = 1 AND CPT-ENREG > 0
                   THEN
                   PERFORM ECRIT-CONSULTATION
               END-IF
           ELSE
               CLOSE CLI-IN-FIC CLI-CSV-FIC
           END-IF.

       END PROGRAM EXO-CSV-EXPORT.
