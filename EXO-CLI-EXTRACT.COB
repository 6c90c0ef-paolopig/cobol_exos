      * retenus partent dans le fichier d'extrait avec un
      * enregistrement de controle "TR", et les comptes
      * retenus/ecartes sont rendus en fin de passage.
      * L'operateur s'identifie desormais (code et mot de passe via
      * SPMDP01) : sans le droit CONTACT de ClientsDroits.txt, l'adresse
      * et le telephone sortent masques par SPMSQ01 ; un extrait en
      * clair laisse une ligne de type C dans ConsultationsLog.txt.
      * Perimetre d'agence (SPAGC01) : les clients d'une agence hors du
      * rattachement de l'operateur sont tus dans l'extrait (comptes a
      * part parmi les ecartes) ; un extrait borne sur un seul client
      * hors perimetre est trace NONAUTOR au journal d'audit avec
      * l'agence du client.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-EXTRACT.
               FILE STATUS IS CRITERES-STATUT.
           SELECT EXTRAIT-FIC
               ASSIGN TO WS-EXTRAIT-PATH.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT CONSULT-FIC
               ASSIGN TO WS-CONSULT-PATH
               FILE STATUS IS CONSULT-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  EXTRAIT-FIC.
       01  ENREG-EXTRAIT PIC X(39).
      *
      * Matrice des droits par operateur et code action (voir
      * EXO-CLI-MAINT) : l'action CONTACT autorise l'extraction en
      * clair de l'adresse et du telephone ; absente, l'ancien regime
      * demeure.
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
      * Trace des consultations au dessin d'EXO-CLI-LOOKUP : un
      * extrait en clair y laisse une ligne de type C (cle EXTRACT,
      * resultat : nombre de clients extraits).
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
      * Journal d'audit au dessin d'EXO-CLI-MAINT (68 octets,
      * chaine de controle comprise) : seule la ligne NONAUTOR d'un
      * extrait vise sur un client hors du perimetre d'agence s'ecrit
      * ici, l'agence du client en second code operateur (AGxx).
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
       77  EOF PIC 9 VALUE 0.
           VALUE "C:\Users\Cobol\ClientsExtraitCriteres.txt".
       77  WS-EXTRAIT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsExtrait.txt".
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
      * Bloc d'appel de SPAGC01 : perimetre d'agence de l'operateur
      * (voir SPAGC01.cbl) ; code retour 8 = client hors perimetre.
       01  PARAMETRES-AGC.
           05 AGC-OPERATEUR PIC X(4).
           05 AGC-IDCLI PIC 9(5).
           05 AGC-AGENCE PIC XX.
           05 AGC-CODERETOUR PIC 9.
       77  CPT-HORS-PERIMETRE PIC 9(5) VALUE 0.
      * Bloc d'appel de SPCHN01 : valeur de controle chainee du
      * journal d'audit (voir SPCHN01.cbl).
       01  PARAMETRES-CHAINE.
           05 CHN-FONCTION PIC X.
           05 CHN-CONTENU PIC X(59).
           05 CHN-CHECK PIC 9(8).
           05 CHN-CODERETOUR PIC 9.
       77  AUDIT-STATUT PIC XX.
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
       01  ENREG-EXT-TRAILER.
           05 TR-MARQUE PIC X(2) VALUE "TR".
           05 TR-CPT PIC 9(5).
      * (meme nom que dans EXO10), EXTRACT_CRITERES_PATH et
      * EXTRACT_OUT_PATH, sans recompilation.
       INIT.
           PERFORM IDENTIFIE-OPERATEUR
           ACCEPT WS-CONSULT-PATH FROM ENVIRONMENT "CONSULT_PATH"
           IF WS-CONSULT-PATH = SPACES
               MOVE "C:\Users\Cobol\ConsultationsLog.txt"
                   TO WS-CONSULT-PATH
           END-IF
           ACCEPT WS-CLIFIC-PATH FROM ENVIRONMENT "CLIFIC_PATH"
           IF WS-CLIFIC-PATH = SPACES
               MOVE "C:\Users\Cobol\Clients.txt" TO WS-CLIFIC-PATH
               AT END MOVE 1 TO EOF
           END-READ.

      * Identification de l'operateur comme dans EXO-CLI-LOOKUP : un
      * extrait emporte les coordonnees des clients, il faut savoir
      * qui l'a tire et s'il avait le droit de les voir en clair.
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
               DISPLAY "Adresse et telephone masques dans l'extrait "
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
           MOVE "EXO-CLI-EXTRAC" TO CTL-PROGRAMME
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

      * Lecture des criteres : sans fichier de criteres, l'extrait
      * serait une copie integrale - on prefere refuser et le dire.
       LIT-CRITERES.

      * Un enregistrement est retenu quand il satisfait TOUS les
      * criteres renseignes ; un IDCLI non numerique (ligne de
      * controle) est simplement ecarte. Un client retenu mais hors
      * du perimetre d'agence de l'operateur (SPAGC01) est tu et
      * compte a part ; quand les bornes visaient ce seul client, le
      * refus est trace NONAUTOR au journal d'audit.
       TRAIT.
           MOVE 1 TO WS-RETENU
           IF IDCLI IS NOT NUMERIC
           END-IF
           IF WS-RETENU = 1
               THEN
               PERFORM CONTROLE-AGENCE-CLIENT
           END-IF
           IF WS-RETENU = 1
               THEN
               IF WS-DROIT-ACCORDE = 0
                   THEN
                   MOVE ADRESSE TO MSQ-ADRESSE
                   MOVE TELEPHONE TO MSQ-TELEPHONE
                   CALL "SPMSQ01" USING PARAMETRES-MSQ
                   MOVE MSQ-ADRESSE TO ADRESSE
                   MOVE MSQ-TELEPHONE TO TELEPHONE
               END-IF
               WRITE ENREG-EXTRAIT FROM ENREG-CLIENT
               END-WRITE
               ADD 1 TO CPT-RETENUS
               AT END MOVE 1 TO EOF
           END-READ.

       CONTROLE-AGENCE-CLIENT.
           MOVE WS-OPERATEUR TO AGC-OPERATEUR
           MOVE IDCLI TO AGC-IDCLI
           CALL "SPAGC01" USING PARAMETRES-AGC
           IF AGC-CODERETOUR = 8
               THEN
               MOVE 0 TO WS-RETENU
               ADD 1 TO CPT-HORS-PERIMETRE
               IF WS-ID-DE = WS-ID-A
                   THEN
                   DISPLAY "REFUS: client " AGC-IDCLI " de l'agence "
                       AGC-AGENCE " hors du perimetre de "
                       WS-OPERATEUR "."
                   PERFORM ECRIT-AUDIT-NONAUTOR
               END-IF
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
           MOVE "EXO-CLI-EXTRAC" TO AUD-PROGRAMME
           MOVE "X" TO AUD-TRANS-CODE
           MOVE AGC-IDCLI TO AUD-IDCLI
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

       FIN.
           MOVE CPT-RETENUS TO TR-CPT
           MOVE WS-SOMME-IDCLI TO TR-SOMME
           CLOSE CLIFIC EXTRAIT-FIC
           DISPLAY "Extrait  : " WS-EXTRAIT-PATH
           DISPLAY "Retenus  : " CPT-RETENUS
           DISPLAY "Ecartes  : " CPT-ECARTES
           IF CPT-HORS-PERIMETRE NOT = 0
               THEN
               DISPLAY "dont hors perimetre d'agence : "
                   CPT-HORS-PERIMETRE
           END-IF
           IF WS-DROIT-ACCORDE = 1 AND CPT-RETENUS > 0
               THEN
               PERFORM ECRIT-CONSULTATION
           END-IF.

      * Extrait en clair : une ligne de type C dans la trace des
      * consultations, lue par EXO-CONSULT-RAPPORT.
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
               MOVE "EXTRACT" TO CSL-CLE
               MOVE CPT-RETENUS TO CSL-RESULTAT
               WRITE ENREG-CONSULT
               END-WRITE
               CLOSE CONSULT-FIC
           ELSE
               DISPLAY "ATTENTION: extrait en clair non trace ("
                   CONSULT-STATUT ") : " WS-CONSULT-PATH
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-CLI-EXTRACT.
