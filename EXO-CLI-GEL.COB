      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : tenue du registre des gels juridiques
      * ClientsGelJuridique.txt. Un client en contentieux doit garder
      * toutes ses traces : tant qu'un gel est en cours sur son IDCLI,
      * EXO-CLI-PURGE ne l'archive pas, EXO-CLI-OUBLI refuse de
      * l'effacer et EXO-MENAGE-GEN ne supprime pas la generation
      * d'archive qui le contient (controle par SPGEL01).
      * - une ligne par gel : IDCLI, reference du dossier, date de
      *   pose et operateur, date de levee et operateur de levee (date
      *   de levee a zero tant que le gel est en cours). Un gel leve
      *   reste au registre : l'historique se lit dans EXO-CLI-LOOKUP
      *   et sur le dossier d'acces EXO-CLI-DOSSIER ;
      * - l'operateur s'identifie comme dans EXO-PARAM-MAINT (mot de
      *   passe via SPMDP01, present dans ClientsOperateurs.txt) ; le
      *   registre s'affiche, puis il pose (P) ou leve (L) un gel par
      *   IDCLI et reference. Quand la matrice des droits
      *   ClientsDroits.txt est en service, poser et lever exigent le
      *   droit GEL - un refus est trace NONAUTOR et la session reste
      *   en consultation ;
      * - chaque pose et chaque levee est tracee au journal d'audit
      *   ClientsAuditLog.txt (code G, IDCLI, statut GELPOSE ou
      *   GELLEVE, operateur, chaine de controle SPCHN01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-GEL.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEL-FIC
               ASSIGN TO WS-GEL-PATH
               FILE STATUS IS GEL-STATUT.
           SELECT OPER-FIC
               ASSIGN TO WS-OPER-PATH
               FILE STATUS IS OPER-STATUT.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Registre des gels juridiques (46 octets), meme dessin que
      * dans SPGEL01.
       FD  GEL-FIC.
       01  ENREG-GEL.
           05 GEL-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 GEL-REFERENCE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 GEL-DATE-POSE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 GEL-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 GEL-DATE-LEVEE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 GEL-OPER-LEVEE PIC X(4).
      *
       FD  OPER-FIC.
       01  ENREG-OPER.
           05 OPER-CODE PIC X(4).
      * ID employe en queue de chaque code (voir EXO-CLI-MAINT),
      * ignore ici.
           05 FILLER PIC X(3).
      *
      * Matrice des droits par operateur et code action (voir
      * EXO-CLI-MAINT) ; absente, l'ancien regime demeure.
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
      * Journal d'audit au dessin d'EXO-CLI-MAINT (68 octets,
      * chaine de controle comprise).
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
       77  GEL-STATUT PIC XX.
       77  OPER-STATUT PIC XX.
       77  DROITS-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  EOF-GEL PIC 9 VALUE 0.
       77  EOF-OPER PIC 9 VALUE 0.
       77  EOF-DROITS PIC 9 VALUE 0.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-OPER-AUTORISE PIC 9 VALUE 0.
       01  TABLE-OPERATEURS.
           05 OPERATEUR-HABILITE OCCURS 20 PIC X(4).
       77  NB-OPERATEURS PIC 99 VALUE 0.
       77  IDX-OPERATEUR PIC 99 VALUE 0.
       01  TABLE-DROITS.
           05 DROIT-ENTREE OCCURS 100.
               10 TAB-DRT-OPERATEUR PIC X(4).
               10 TAB-DRT-ACTION PIC X(8).
       77  NB-DROITS PIC 999 VALUE 0.
       77  IDX-DROIT PIC 999 VALUE 0.
       77  WS-DROITS-PRESENTS PIC 9 VALUE 0.
       77  WS-DROIT-ACCORDE PIC 9 VALUE 0.
      * Registre charge en table, dans l'ordre du fichier.
       01  TABLE-GELS.
           05 GEL-ENTREE OCCURS 500.
               10 TAB-GEL-IDCLI PIC 9(5).
               10 TAB-GEL-REFERENCE PIC X(12).
               10 TAB-GEL-DATE-POSE PIC 9(8).
               10 TAB-GEL-OPERATEUR PIC X(4).
               10 TAB-GEL-DATE-LEVEE PIC 9(8).
               10 TAB-GEL-OPER-LEVEE PIC X(4).
       77  NB-GELS PIC 999 VALUE 0.
       77  IDX-GEL PIC 999 VALUE 0.
       77  CPT-GELS-EN-COURS PIC 999 VALUE 0.
      * Saisie d'une pose ou d'une levee.
       77  WS-FIN-SAISIE PIC 9 VALUE 0.
       77  WS-ACTION PIC X VALUE SPACE.
       77  WS-IDCLI-SAISIE PIC X(5) VALUE SPACES.
       77  WS-IDCLI PIC 9(5) VALUE 0.
       77  WS-REFERENCE PIC X(12) VALUE SPACES.
       77  WS-SAISIE-OK PIC 9 VALUE 0.
       77  WS-GEL-TROUVE PIC 9 VALUE 0.
       77  WS-AUDIT-STATUT-GEL PIC X(8) VALUE SPACES.
       77  CPT-MODIFS PIC 99 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
      * Bloc d'appel de SPMDP01 : l'operateur qui pose ou leve un gel
      * doit franchir le controle de mot de passe.
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
       77  WS-GEL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsGelJuridique.txt".
       77  WS-OPER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOperateurs.txt".
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM CHARGE-REGISTRE
           PERFORM AFFICHE-REGISTRE
           IF WS-DROIT-ACCORDE = 1
               THEN
               PERFORM MAINTIENT-GEL UNTIL WS-FIN-SAISIE = 1
               DISPLAY "Poses et levees enregistrees : " CPT-MODIFS
           END-IF
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_GEL_PATH (meme nom que SPGEL01), CLI_OPER_PATH,
      * CLI_DROITS_PATH et CLI_AUDIT_PATH (memes noms
      * qu'EXO-CLI-MAINT).
       INIT.
           ACCEPT WS-GEL-PATH FROM ENVIRONMENT "CLI_GEL_PATH"
           IF WS-GEL-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsGelJuridique.txt"
                   TO WS-GEL-PATH
           END-IF
           ACCEPT WS-OPER-PATH FROM ENVIRONMENT "CLI_OPER_PATH"
           IF WS-OPER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOperateurs.txt"
                   TO WS-OPER-PATH
           END-IF
           ACCEPT WS-DROITS-PATH FROM ENVIRONMENT "CLI_DROITS_PATH"
           IF WS-DROITS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsDroits.txt"
                   TO WS-DROITS-PATH
           END-IF
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF.

      * Meme identification qu'EXO-PARAM-MAINT : code + mot de passe,
      * et presence parmi les habilites de ClientsOperateurs.txt ;
      * puis le droit GEL, exige pour poser ou lever quand la matrice
      * des droits est en service.
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
           MOVE "EXO-CLI-GEL" TO CTL-PROGRAMME
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
           END-IF
           PERFORM CHARGE-DROITS
           PERFORM CONTROLE-DROIT-GEL
           IF WS-DROIT-ACCORDE = 0
               THEN
               DISPLAY "REFUS: operateur " WS-OPERATEUR " sans "
                   "droit GEL - consultation seule."
               PERFORM ECRIT-AUDIT-NONAUTOR
               MOVE 4 TO RETURN-CODE
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

       CHARGE-DROITS.
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

       CONTROLE-DROIT-GEL.
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
               AND TAB-DRT-ACTION(IDX-DROIT) = "GEL"
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           END-IF
           ADD 1 TO IDX-DROIT.

      * Registre absent : aucun gel, la premiere pose le creera.
       CHARGE-REGISTRE.
           MOVE 0 TO NB-GELS
           MOVE 0 TO EOF-GEL
           OPEN INPUT GEL-FIC
           IF GEL-STATUT = "00"
               THEN
               PERFORM CHARGE-REGISTRE-LECT UNTIL EOF-GEL = 1
               CLOSE GEL-FIC
           ELSE
               DISPLAY "Registre des gels absent (" GEL-STATUT
                   ") : " WS-GEL-PATH
           END-IF.
       CHARGE-REGISTRE-LECT.
           READ GEL-FIC
               AT END MOVE 1 TO EOF-GEL
           END-READ
           IF EOF-GEL = 0 AND GEL-IDCLI IS NUMERIC
               AND NB-GELS < 500
               THEN
               ADD 1 TO NB-GELS
               MOVE GEL-IDCLI TO TAB-GEL-IDCLI(NB-GELS)
               MOVE GEL-REFERENCE TO TAB-GEL-REFERENCE(NB-GELS)
               MOVE GEL-DATE-POSE TO TAB-GEL-DATE-POSE(NB-GELS)
               MOVE GEL-OPERATEUR TO TAB-GEL-OPERATEUR(NB-GELS)
               MOVE GEL-DATE-LEVEE TO TAB-GEL-DATE-LEVEE(NB-GELS)
               MOVE GEL-OPER-LEVEE TO TAB-GEL-OPER-LEVEE(NB-GELS)
           END-IF.

       AFFICHE-REGISTRE.
           MOVE 0 TO CPT-GELS-EN-COURS
           DISPLAY "--- Registre des gels juridiques (" WS-GEL-PATH ")"
           DISPLAY "IDCLI REFERENCE    POSE LE  PAR  ETAT"
           MOVE 1 TO IDX-GEL
           PERFORM AFFICHE-GEL UNTIL IDX-GEL > NB-GELS
           DISPLAY "Gels en cours : " CPT-GELS-EN-COURS
               " - lignes au registre : " NB-GELS.
       AFFICHE-GEL.
           IF TAB-GEL-DATE-LEVEE(IDX-GEL) = ZERO
               THEN
               ADD 1 TO CPT-GELS-EN-COURS
               DISPLAY TAB-GEL-IDCLI(IDX-GEL) " "
                   TAB-GEL-REFERENCE(IDX-GEL) " "
                   TAB-GEL-DATE-POSE(IDX-GEL) " "
                   TAB-GEL-OPERATEUR(IDX-GEL) " EN COURS"
           ELSE
               DISPLAY TAB-GEL-IDCLI(IDX-GEL) " "
                   TAB-GEL-REFERENCE(IDX-GEL) " "
                   TAB-GEL-DATE-POSE(IDX-GEL) " "
                   TAB-GEL-OPERATEUR(IDX-GEL) " LEVE LE "
                   TAB-GEL-DATE-LEVEE(IDX-GEL) " PAR "
                   TAB-GEL-OPER-LEVEE(IDX-GEL)
           END-IF
           ADD 1 TO IDX-GEL.

      * Une pose ou une levee par tour ; une action a blanc termine la
      * saisie.
       MAINTIENT-GEL.
           MOVE SPACE TO WS-ACTION
           DISPLAY "Action P-poser / L-lever un gel (blanc = fin) : "
           ACCEPT WS-ACTION
           EVALUATE WS-ACTION
               WHEN "P" WHEN "p"
                   PERFORM SAISIE-GEL
                   IF WS-SAISIE-OK = 1
                       THEN
                       PERFORM POSE-GEL
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM SAISIE-GEL
                   IF WS-SAISIE-OK = 1
                       THEN
                       PERFORM LEVE-GEL
                   END-IF
               WHEN SPACE
                   MOVE 1 TO WS-FIN-SAISIE
               WHEN OTHER
                   DISPLAY "REFUS: action " WS-ACTION " inconnue."
           END-EVALUATE.

      * IDCLI (5 chiffres, non nul) et reference du dossier (non
      * blanche, ramenee en majuscules).
       SAISIE-GEL.
           MOVE 0 TO WS-SAISIE-OK
           MOVE SPACES TO WS-IDCLI-SAISIE
           MOVE SPACES TO WS-REFERENCE
           DISPLAY "IDCLI (5 chiffres) : "
           ACCEPT WS-IDCLI-SAISIE
           DISPLAY "Reference du dossier : "
           ACCEPT WS-REFERENCE
           INSPECT WS-REFERENCE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-IDCLI-SAISIE IS NOT NUMERIC
               OR WS-IDCLI-SAISIE = "00000"
               THEN
               DISPLAY "REFUS: IDCLI " WS-IDCLI-SAISIE " invalide."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFERENCE = SPACES
                   THEN
                   DISPLAY "REFUS: reference du dossier obligatoire."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-IDCLI-SAISIE TO WS-IDCLI
                   MOVE 1 TO WS-SAISIE-OK
               END-IF
           END-IF.

      * Gel en cours de WS-IDCLI pour WS-REFERENCE : IDX-GEL s'arrete
      * sur lui, WS-GEL-TROUVE a 1.
       CHERCHE-GEL-EN-COURS.
           MOVE 0 TO WS-GEL-TROUVE
           MOVE 1 TO IDX-GEL
           PERFORM CHERCHE-GEL-ENTREE
               UNTIL IDX-GEL > NB-GELS OR WS-GEL-TROUVE = 1.
       CHERCHE-GEL-ENTREE.
           IF TAB-GEL-IDCLI(IDX-GEL) = WS-IDCLI
               AND TAB-GEL-REFERENCE(IDX-GEL) = WS-REFERENCE
               AND TAB-GEL-DATE-LEVEE(IDX-GEL) = ZERO
               THEN
               MOVE 1 TO WS-GEL-TROUVE
           ELSE
               ADD 1 TO IDX-GEL
           END-IF.

       POSE-GEL.
           PERFORM CHERCHE-GEL-EN-COURS
           IF WS-GEL-TROUVE = 1
               THEN
               DISPLAY "REFUS: gel " WS-REFERENCE " deja en cours sur "
                   WS-IDCLI "."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NB-GELS NOT < 500
                   THEN
                   DISPLAY "REFUS: registre plein (500 lignes)."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ACCEPT WS-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-TIME FROM TIME
                   ADD 1 TO NB-GELS
                   MOVE WS-IDCLI TO TAB-GEL-IDCLI(NB-GELS)
                   MOVE WS-REFERENCE TO TAB-GEL-REFERENCE(NB-GELS)
                   MOVE WS-DATE TO TAB-GEL-DATE-POSE(NB-GELS)
                   MOVE WS-OPERATEUR TO TAB-GEL-OPERATEUR(NB-GELS)
                   MOVE 0 TO TAB-GEL-DATE-LEVEE(NB-GELS)
                   MOVE SPACES TO TAB-GEL-OPER-LEVEE(NB-GELS)
                   MOVE "GELPOSE" TO WS-AUDIT-STATUT-GEL
                   PERFORM ENREGISTRE-GEL
                   DISPLAY "Gel " WS-REFERENCE " pose sur " WS-IDCLI
                       "."
               END-IF
           END-IF.

       LEVE-GEL.
           PERFORM CHERCHE-GEL-EN-COURS
           IF WS-GEL-TROUVE = 0
               THEN
               DISPLAY "REFUS: aucun gel " WS-REFERENCE " en cours sur "
                   WS-IDCLI "."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME FROM TIME
               MOVE WS-DATE TO TAB-GEL-DATE-LEVEE(IDX-GEL)
               MOVE WS-OPERATEUR TO TAB-GEL-OPER-LEVEE(IDX-GEL)
               MOVE "GELLEVE" TO WS-AUDIT-STATUT-GEL
               PERFORM ENREGISTRE-GEL
               DISPLAY "Gel " WS-REFERENCE " leve sur " WS-IDCLI "."
           END-IF.

      * Le registre est reecrit a chaque pose ou levee, puis le
      * mouvement est trace au journal d'audit.
       ENREGISTRE-GEL.
           PERFORM REECRIT-REGISTRE
           PERFORM ECRIT-AUDIT-GEL
           ADD 1 TO CPT-MODIFS.

       REECRIT-REGISTRE.
           OPEN OUTPUT GEL-FIC
           IF GEL-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: registre des gels impossible a "
                   "ecrire (" GEL-STATUT ") : " WS-GEL-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO IDX-GEL
           PERFORM REECRIT-GEL UNTIL IDX-GEL > NB-GELS
           CLOSE GEL-FIC.
       REECRIT-GEL.
           MOVE SPACES TO ENREG-GEL
           MOVE TAB-GEL-IDCLI(IDX-GEL) TO GEL-IDCLI
           MOVE TAB-GEL-REFERENCE(IDX-GEL) TO GEL-REFERENCE
           MOVE TAB-GEL-DATE-POSE(IDX-GEL) TO GEL-DATE-POSE
           MOVE TAB-GEL-OPERATEUR(IDX-GEL) TO GEL-OPERATEUR
           MOVE TAB-GEL-DATE-LEVEE(IDX-GEL) TO GEL-DATE-LEVEE
           MOVE TAB-GEL-OPER-LEVEE(IDX-GEL) TO GEL-OPER-LEVEE
           WRITE ENREG-GEL
           END-WRITE
           ADD 1 TO IDX-GEL.

       ECRIT-AUDIT-GEL.
           MOVE SPACES TO ENREG-AUDIT-LOG
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-GEL" TO AUD-PROGRAMME
           MOVE "G" TO AUD-TRANS-CODE
           MOVE WS-IDCLI TO AUD-IDCLI
           MOVE WS-AUDIT-STATUT-GEL TO AUD-STATUT
           MOVE WS-OPERATEUR TO AUD-OPERATEUR
           MOVE SPACES TO AUD-OPERATEUR2
           PERFORM ECRIT-AUDIT-LOG.

       ECRIT-AUDIT-NONAUTOR.
           MOVE SPACES TO ENREG-AUDIT-LOG
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-GEL" TO AUD-PROGRAMME
           MOVE "G" TO AUD-TRANS-CODE
           MOVE 0 TO AUD-IDCLI
           MOVE "NONAUTOR" TO AUD-STATUT
           MOVE WS-OPERATEUR TO AUD-OPERATEUR
           MOVE SPACES TO AUD-OPERATEUR2
           PERFORM ECRIT-AUDIT-LOG.

       ECRIT-AUDIT-LOG.
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

       END PROGRAM EXO-CLI-GEL.
