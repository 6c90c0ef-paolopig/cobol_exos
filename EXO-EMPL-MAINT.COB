      * sauvegarde en .bak).
      * Un champ de changement a blanc (ou date a zero) conserve la
      * valeur courante, comme TRAIT-CHANGE dans EXO-CLI-MAINT.
      * La suppression d'un employe revoque en fin de lot tous les
      * codes operateur qui lui sont rattaches (OPER-ID-EMPL de
      * ClientsOperateurs.txt) : le code sort du registre des
      * operateurs et de la matrice des droits ClientsDroits.txt, son
      * mot de passe passe au temoin "R" (revoque) dans
      * ClientsOperateursMdp.txt - refuse par SPMDP01 et hors de portee
      * d'EXO-OPER-DEBLOQUE - et chaque revocation laisse une ligne
      * REVOQUE dans ConnexionsLog.txt et une ligne R dans le journal
      * d'audit. Le compte rendu liste les codes revoques.
      * Chaque entree, sortie ou mutation de service appliquee laisse en
      * outre une ligne dans EmployesMouvements.txt (date, type E/S/M,
      * ID, service avant et apres, operateur), source du rapport
      * mensuel des mouvements EXO-EMPL-MOUVEMENTS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-EMPL-MAINT.
           SELECT AUDIT-FIC
               ASSIGN TO WS-AUDIT-PATH
               FILE STATUS IS AUDIT-STATUT.
           SELECT MOUVEMENTS-FIC
               ASSIGN TO WS-MOUVEMENTS-PATH
               FILE STATUS IS MOUVEMENTS-STATUT.
           SELECT OPER-FIC
               ASSIGN TO WS-OPER-PATH
               FILE STATUS IS OPER-STATUT.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT MDP-FIC
               ASSIGN TO WS-MDP-PATH
               FILE STATUS IS MDP-STATUT.
           SELECT CONNEXIONS-FIC
               ASSIGN TO WS-CONNEXIONS-PATH
               FILE STATUS IS CONNEXIONS-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
           05 REJ-MOTIF PIC X(8).
      *
      * Une ligne d'audit par transaction traitee, au gabarit du
      * journal d'audit clients. Une revocation de code operateur
      * porte le code R, l'ID de l'employe supprime, et "REV-" suivi
      * du code revoque en guise de statut.
       FD  AUDIT-FIC.
       01  ENREG-AUDIT.
           05 AUD-DATE PIC 9(8).
           05 AUD-STATUT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERATEUR PIC X(4).
      *
      * Mouvements de personnel : une ligne par entree (E), sortie (S)
      * ou mutation entre services (M) appliquee, avec le service
      * avant et apres - le journal d'audit ne porte pas le service.
      * Lu par EXO-EMPL-MOUVEMENTS.
       FD  MOUVEMENTS-FIC.
       01  ENREG-MOUVEMENT.
           05 MVT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 MVT-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 MVT-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 MVT-ID PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 MVT-SRV-AVANT PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 MVT-SRV-APRES PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 MVT-OPERATEUR PIC X(4).
      *
      * Registre des operateurs : code et ID employe (voir
      * EXO-CLI-MAINT).
       FD  OPER-FIC.
       01  ENREG-OPER.
           05 OPER-CODE PIC X(4).
           05 FILLER PIC X.
           05 OPER-ID-EMPL PIC 9(2).
      *
      * Matrice des droits (voir EXO-CLI-MAINT).
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 DRT-ACTION PIC X(8).
      *
      * Meme dessin que dans SPMDP01.
       FD  MDP-FIC.
       01  ENREG-MDP.
           05 MDP-CODE PIC X(4).
           05 FILLER PIC X.
           05 MDP-SECRET PIC X(8).
           05 FILLER PIC X.
           05 MDP-ECHECS PIC 9(2).
           05 FILLER PIC X.
           05 MDP-BLOQUE PIC X.
      *
       FD  CONNEXIONS-FIC.
       01  ENREG-CONNEXION.
           05 CNX-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CNX-TIME PIC 9(8).
           05 FILLER PIC X.
           05 CNX-PROGRAMME PIC X(14).
           05 FILLER PIC X.
           05 CNX-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 CNX-VERDICT PIC X(8).
      *
       WORKING-STORAGE SECTION.
       77  EMPL-STATUT PIC XX.
       77  TRANS-STATUT PIC XX.
       77  SERVICES-STATUT PIC XX.
       77  AUDIT-STATUT PIC XX.
       77  MOUVEMENTS-STATUT PIC XX.
       77  WS-SRV-AVANT PIC X(3) VALUE SPACES.
       77  WS-MVT-TYPE PIC X VALUE SPACE.
       77  EOF-EMPL PIC 9 VALUE 0.
       77  EOF-TRANS PIC 9 VALUE 0.
       77  EOF-SERVICES PIC 9 VALUE 0.
           VALUE "C:\Users\Cobol\EmployesTransRejets.txt".
       77  WS-AUDIT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\EmployesAuditLog.txt".
       77  WS-MOUVEMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\EmployesMouvements.txt".
      * Revocation des codes operateur des employes supprimes.
       77  OPER-STATUT PIC XX.
       77  DROITS-STATUT PIC XX.
       77  MDP-STATUT PIC XX.
       77  CONNEXIONS-STATUT PIC XX.
       77  EOF-OPER PIC 9 VALUE 0.
       77  EOF-DROITS PIC 9 VALUE 0.
       77  EOF-MDP PIC 9 VALUE 0.
       01  TABLE-SUPPRIMES.
           05 EMP-SUPPRIME PIC 9 OCCURS 99 VALUE 0.
       77  CPT-SUPPRIMES PIC 999 VALUE 0.
       01  TABLE-OPERATEURS.
           05 OPER-ENTREE OCCURS 100.
               10 TAB-OPER-LIGNE PIC X(7).
               10 TAB-OPER-ID-EMPL PIC 99.
               10 TAB-OPER-REVOQUE PIC 9.
       77  NB-OPER PIC 999 VALUE 0.
       77  IDX-OPER PIC 999 VALUE 0.
       01  TABLE-DROITS.
           05 TAB-DRT-LIGNE PIC X(13) OCCURS 500.
       77  NB-DROITS PIC 999 VALUE 0.
       77  IDX-DROIT PIC 999 VALUE 0.
       01  TABLE-MDP.
           05 TAB-MDP-LIGNE PIC X(18) OCCURS 100.
       77  NB-MDP PIC 999 VALUE 0.
       77  IDX-MDP PIC 999 VALUE 0.
       77  WS-DEBORDE PIC 9 VALUE 0.
       77  WS-CODE-CHERCHE PIC X(4) VALUE SPACES.
       77  WS-CODE-REVOQUE PIC 9 VALUE 0.
       77  CPT-REVOQUES PIC 999 VALUE 0.
       77  CPT-DROITS-RETIRES PIC 999 VALUE 0.
       77  CPT-MDP-REVOQUES PIC 999 VALUE 0.
       77  WS-OPER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOperateurs.txt".
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
       77  WS-MDP-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOperateursMdp.txt".
       77  WS-CONNEXIONS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ConnexionsLog.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      * Les chemins par defaut ci-dessus peuvent etre surcharges a
      * l'execution via EMPL_FIC_PATH, EMPL_TRANS_PATH,
      * EMPL_SERVICES_PATH, EMPL_REJET_PATH, EMPL_AUDIT_PATH et
      * EMPL_MOUVEMENTS_PATH, sans recompilation ; les fichiers
      * operateurs via CLI_OPER_PATH, CLI_DROITS_PATH, OPER_MDP_PATH et
      * CONNEXIONS_PATH (memes noms que dans EXO-CLI-MAINT et
      * SPMDP01).
       INIT.
           ACCEPT WS-EMPL-PATH FROM ENVIRONMENT "EMPL_FIC_PATH"
           IF WS-EMPL-PATH = SPACES
               MOVE "C:\Users\Cobol\EmployesAuditLog.txt"
                   TO WS-AUDIT-PATH
           END-IF
           ACCEPT WS-MOUVEMENTS-PATH FROM ENVIRONMENT
               "EMPL_MOUVEMENTS_PATH"
           IF WS-MOUVEMENTS-PATH = SPACES
               MOVE "C:\Users\Cobol\EmployesMouvements.txt"
                   TO WS-MOUVEMENTS-PATH
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
           ACCEPT WS-MDP-PATH FROM ENVIRONMENT "OPER_MDP_PATH"
           IF WS-MDP-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOperateursMdp.txt"
                   TO WS-MDP-PATH
           END-IF
           ACCEPT WS-CONNEXIONS-PATH FROM ENVIRONMENT
               "CONNEXIONS_PATH"
           IF WS-CONNEXIONS-PATH = SPACES
               MOVE "C:\Users\Cobol\ConnexionsLog.txt"
                   TO WS-CONNEXIONS-PATH
           END-IF
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM CHARGE-SERVICES
           PERFORM CHARGE-EMPLOYES
       TRAIT.
           MOVE SPACES TO WS-STATUT
           MOVE SPACES TO WS-MOTIF
           MOVE SPACES TO WS-SRV-AVANT
           IF TRANS-ID IS NUMERIC AND TRANS-ID > 0
               THEN
               IF TAB-EMP-PRESENT(TRANS-ID) = 1
                   THEN
                   MOVE TAB-EMP-SERVICE(TRANS-ID) TO WS-SRV-AVANT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TRANS-ID IS NOT NUMERIC OR TRANS-ID = 0
                   MOVE "REJETE" TO WS-STATUT
               ADD 1 TO CPT-APPLIQUE
           END-IF
           PERFORM ECRIT-AUDIT
           IF WS-STATUT = "APPLIQUE"
               THEN
               PERFORM ECRIT-MOUVEMENT
           END-IF
           READ TRANS-FIC
               AT END MOVE 1 TO EOF-TRANS
           END-READ.
               MOVE "INCONNU" TO WS-MOTIF
           ELSE
               MOVE 0 TO TAB-EMP-PRESENT(TRANS-ID)
               IF EMP-SUPPRIME(TRANS-ID) = 0
                   THEN
                   MOVE 1 TO EMP-SUPPRIME(TRANS-ID)
                   ADD 1 TO CPT-SUPPRIMES
               END-IF
               MOVE "APPLIQUE" TO WS-STATUT
           END-IF.

               CLOSE AUDIT-FIC
           END-IF.

      * Mouvement de personnel d'une transaction appliquee : un ajout
      * est une entree, une suppression une sortie, un changement de
      * SERVICE-EMPL une mutation ; un changement de nom ou de date
      * seul n'est pas un mouvement.
       ECRIT-MOUVEMENT.
           MOVE SPACE TO WS-MVT-TYPE
           MOVE SPACES TO ENREG-MOUVEMENT
           EVALUATE TRUE
               WHEN TRANS-AJOUT
                   MOVE "E" TO WS-MVT-TYPE
                   MOVE TAB-EMP-SERVICE(TRANS-ID) TO MVT-SRV-APRES
               WHEN TRANS-SUPPR
                   MOVE "S" TO WS-MVT-TYPE
                   MOVE WS-SRV-AVANT TO MVT-SRV-AVANT
               WHEN TRANS-CHANGE
                   AND TAB-EMP-SERVICE(TRANS-ID) NOT = WS-SRV-AVANT
                   MOVE "M" TO WS-MVT-TYPE
                   MOVE WS-SRV-AVANT TO MVT-SRV-AVANT
                   MOVE TAB-EMP-SERVICE(TRANS-ID) TO MVT-SRV-APRES
           END-EVALUATE
           IF WS-MVT-TYPE NOT = SPACE
               THEN
               MOVE WS-DATE TO MVT-DATE
               MOVE WS-TIME TO MVT-TIME
               MOVE WS-MVT-TYPE TO MVT-TYPE
               MOVE TRANS-ID TO MVT-ID
               MOVE WS-OPERATEUR TO MVT-OPERATEUR
               OPEN EXTEND MOUVEMENTS-FIC
               IF MOUVEMENTS-STATUT NOT = "00"
                   THEN
                   OPEN OUTPUT MOUVEMENTS-FIC
               END-IF
               IF MOUVEMENTS-STATUT = "00"
                   THEN
                   WRITE ENREG-MOUVEMENT
                   END-WRITE
                   CLOSE MOUVEMENTS-FIC
               ELSE
                   DISPLAY "ATTENTION: mouvement non trace ("
                       MOUVEMENTS-STATUT ") : " WS-MOUVEMENTS-PATH
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Reecriture du fichier employes depuis la table, apres
      * sauvegarde .bak de l'original (memes primitives que les
      * SAUVEGARDE-* de la chaine).
           IF CPT-REJETE NOT = 0
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CPT-SUPPRIMES NOT = 0
               THEN
               PERFORM REVOQUE-OPERATEURS
           END-IF.

      ******************************************************************
      * Revocation des codes operateur des employes supprimes dans ce
      * lot. Les trois referentiels sont charges en table puis
      * reecrits ; une table trop petite pour un fichier laisse ce
      * fichier intact (RC 8) plutot que de le tronquer.
      ******************************************************************
       REVOQUE-OPERATEURS.
           PERFORM CHARGE-OPERATEURS
           DISPLAY "Codes operateur revoques : " CPT-REVOQUES
           IF CPT-REVOQUES NOT = 0
               THEN
               PERFORM REECRIT-OPERATEURS
               PERFORM REVOQUE-DROITS
               PERFORM REVOQUE-MDP
               PERFORM TRACE-REVOCATION
                   VARYING IDX-OPER FROM 1 BY 1 UNTIL IDX-OPER > NB-OPER
               DISPLAY "Droits retires          : " CPT-DROITS-RETIRES
               DISPLAY "Mots de passe revoques  : " CPT-MDP-REVOQUES
           END-IF.

       CHARGE-OPERATEURS.
           MOVE 0 TO EOF-OPER
           MOVE 0 TO WS-DEBORDE
           OPEN INPUT OPER-FIC
           IF OPER-STATUT = "00"
               THEN
               PERFORM CHARGE-OPERATEURS-LECT UNTIL EOF-OPER = 1
               CLOSE OPER-FIC
           END-IF
           IF WS-DEBORDE = 1
               THEN
               DISPLAY "ERREUR: registre des operateurs trop grand - "
                   "revocation non faite : " WS-OPER-PATH
               MOVE 0 TO CPT-REVOQUES
               MOVE 8 TO RETURN-CODE
           END-IF.
       CHARGE-OPERATEURS-LECT.
           READ OPER-FIC
               AT END MOVE 1 TO EOF-OPER
           END-READ
           IF EOF-OPER = 0
               THEN
               IF NB-OPER < 100
                   THEN
                   ADD 1 TO NB-OPER
                   MOVE ENREG-OPER TO TAB-OPER-LIGNE(NB-OPER)
                   MOVE 0 TO TAB-OPER-ID-EMPL(NB-OPER)
                   MOVE 0 TO TAB-OPER-REVOQUE(NB-OPER)
                   IF OPER-ID-EMPL IS NUMERIC AND OPER-ID-EMPL > 0
                       THEN
                       MOVE OPER-ID-EMPL TO TAB-OPER-ID-EMPL(NB-OPER)
                       IF EMP-SUPPRIME(OPER-ID-EMPL) = 1
                           THEN
                           MOVE 1 TO TAB-OPER-REVOQUE(NB-OPER)
                           ADD 1 TO CPT-REVOQUES
                       END-IF
                   END-IF
               ELSE
                   MOVE 1 TO WS-DEBORDE
               END-IF
           END-IF.

       REECRIT-OPERATEURS.
           OPEN OUTPUT OPER-FIC
           PERFORM REECRIT-OPERATEUR
               VARYING IDX-OPER FROM 1 BY 1 UNTIL IDX-OPER > NB-OPER
           CLOSE OPER-FIC.
       REECRIT-OPERATEUR.
           IF TAB-OPER-REVOQUE(IDX-OPER) = 0
               THEN
               MOVE TAB-OPER-LIGNE(IDX-OPER) TO ENREG-OPER
               WRITE ENREG-OPER
               END-WRITE
           END-IF.

      * Un code est-il parmi les revoques ? (WS-CODE-CHERCHE ->
      * WS-CODE-REVOQUE).
       CHERCHE-REVOQUE.
           MOVE 0 TO WS-CODE-REVOQUE
           MOVE 1 TO IDX-OPER
           PERFORM CHERCHE-REVOQUE-ENTREE
               UNTIL IDX-OPER > NB-OPER OR WS-CODE-REVOQUE = 1.
       CHERCHE-REVOQUE-ENTREE.
           IF TAB-OPER-REVOQUE(IDX-OPER) = 1
               AND TAB-OPER-LIGNE(IDX-OPER)(1:4) = WS-CODE-CHERCHE
               THEN
               MOVE 1 TO WS-CODE-REVOQUE
           END-IF
           ADD 1 TO IDX-OPER.

      * Matrice des droits : les lignes des codes revoques sont
      * retirees ; sans matrice, rien a faire.
       REVOQUE-DROITS.
           MOVE 0 TO EOF-DROITS
           MOVE 0 TO WS-DEBORDE
           OPEN INPUT DROITS-FIC
           IF DROITS-STATUT = "00"
               THEN
               PERFORM REVOQUE-DROITS-LECT UNTIL EOF-DROITS = 1
               CLOSE DROITS-FIC
               IF WS-DEBORDE = 1
                   THEN
                   DISPLAY "ERREUR: matrice des droits trop grande - "
                       "droits non retires : " WS-DROITS-PATH
                   MOVE 0 TO CPT-DROITS-RETIRES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT DROITS-FIC
                   PERFORM REECRIT-DROIT
                       VARYING IDX-DROIT FROM 1 BY 1
                       UNTIL IDX-DROIT > NB-DROITS
                   CLOSE DROITS-FIC
               END-IF
           END-IF.
       REVOQUE-DROITS-LECT.
           READ DROITS-FIC
               AT END MOVE 1 TO EOF-DROITS
           END-READ
           IF EOF-DROITS = 0
               THEN
               MOVE DRT-OPERATEUR TO WS-CODE-CHERCHE
               PERFORM CHERCHE-REVOQUE
               IF WS-CODE-REVOQUE = 1
                   THEN
                   ADD 1 TO CPT-DROITS-RETIRES
               ELSE
                   IF NB-DROITS < 500
                       THEN
                       ADD 1 TO NB-DROITS
                       MOVE ENREG-DROIT TO TAB-DRT-LIGNE(NB-DROITS)
                   ELSE
                       MOVE 1 TO WS-DEBORDE
                   END-IF
               END-IF
           END-IF.
       REECRIT-DROIT.
           MOVE TAB-DRT-LIGNE(IDX-DROIT) TO ENREG-DROIT
           WRITE ENREG-DROIT
           END-WRITE.

      * Mots de passe : le code revoque garde sa ligne (l'historique
      * des connexions y renvoie) mais passe au temoin "R".
       REVOQUE-MDP.
           MOVE 0 TO EOF-MDP
           MOVE 0 TO WS-DEBORDE
           OPEN INPUT MDP-FIC
           IF MDP-STATUT = "00"
               THEN
               PERFORM REVOQUE-MDP-LECT UNTIL EOF-MDP = 1
               CLOSE MDP-FIC
               IF WS-DEBORDE = 1
                   THEN
                   DISPLAY "ERREUR: referentiel des mots de passe trop "
                       "grand - codes non bloques : " WS-MDP-PATH
                   MOVE 0 TO CPT-MDP-REVOQUES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT MDP-FIC
                   PERFORM REECRIT-MDP
                       VARYING IDX-MDP FROM 1 BY 1
                       UNTIL IDX-MDP > NB-MDP
                   CLOSE MDP-FIC
               END-IF
           END-IF.
       REVOQUE-MDP-LECT.
           READ MDP-FIC
               AT END MOVE 1 TO EOF-MDP
           END-READ
           IF EOF-MDP = 0
               THEN
               IF NB-MDP < 100
                   THEN
                   MOVE MDP-CODE TO WS-CODE-CHERCHE
                   PERFORM CHERCHE-REVOQUE
                   IF WS-CODE-REVOQUE = 1
                       THEN
                       MOVE "R" TO MDP-BLOQUE
                       ADD 1 TO CPT-MDP-REVOQUES
                   END-IF
                   ADD 1 TO NB-MDP
                   MOVE ENREG-MDP TO TAB-MDP-LIGNE(NB-MDP)
               ELSE
                   MOVE 1 TO WS-DEBORDE
               END-IF
           END-IF.
       REECRIT-MDP.
           MOVE TAB-MDP-LIGNE(IDX-MDP) TO ENREG-MDP
           WRITE ENREG-MDP
           END-WRITE.

      * Trace de chaque code revoque : compte rendu, ConnexionsLog.txt
      * (verdict REVOQUE) et journal d'audit (code R).
       TRACE-REVOCATION.
           IF TAB-OPER-REVOQUE(IDX-OPER) = 1
               THEN
               DISPLAY "  REVOQUE : " TAB-OPER-LIGNE(IDX-OPER)(1:4)
                   " (employe " TAB-OPER-ID-EMPL(IDX-OPER) ")"
               ACCEPT WS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME FROM TIME
               MOVE SPACES TO ENREG-CONNEXION
               MOVE WS-DATE TO CNX-DATE
               MOVE WS-TIME TO CNX-TIME
               MOVE "EXO-EMPL-MAINT" TO CNX-PROGRAMME
               MOVE TAB-OPER-LIGNE(IDX-OPER)(1:4) TO CNX-OPERATEUR
               MOVE "REVOQUE" TO CNX-VERDICT
               OPEN EXTEND CONNEXIONS-FIC
               IF CONNEXIONS-STATUT NOT = "00"
                   THEN
                   OPEN OUTPUT CONNEXIONS-FIC
               END-IF
               IF CONNEXIONS-STATUT = "00"
                   THEN
                   WRITE ENREG-CONNEXION
                   END-WRITE
                   CLOSE CONNEXIONS-FIC
               END-IF
               MOVE SPACES TO ENREG-AUDIT
               MOVE WS-DATE TO AUD-DATE
               MOVE WS-TIME TO AUD-TIME
               MOVE "EXO-EMPL-MAINT" TO AUD-PROGRAMME
               MOVE "R" TO AUD-CODE
               MOVE TAB-OPER-ID-EMPL(IDX-OPER) TO AUD-ID
               STRING "REV-" DELIMITED BY SIZE
                   TAB-OPER-LIGNE(IDX-OPER)(1:4) DELIMITED BY SIZE
                   INTO AUD-STATUT
               END-STRING
               MOVE WS-OPERATEUR TO AUD-OPERATEUR
               OPEN EXTEND AUDIT-FIC
               IF AUDIT-STATUT = "00"
                   THEN
                   WRITE ENREG-AUDIT
                   END-WRITE
                   CLOSE AUDIT-FIC
               END-IF
           END-IF.

       SAUVEGARDE-EMPL.
