      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : chargement du fichier quotidien des demandes de
      * modification saisies par les clients eux-memes sur le portail
      * (PortailDemandes.txt) dans la file de revue
      * PortailAttente.txt. Rien ne va directement au maitre : chaque
      * demande est controlee puis mise en attente (etat E) jusqu'a la
      * decision d'un operateur dans EXO-PORTAIL-REVUE.
      * Trois types de demande : A-adresse (numero, voie, CP, ville,
      * au decoupage de ClientsAdressesNorm.txt), T-telephone,
      * N-orthographe du nom (NOM et PRENOM a 20 et 15 caracteres,
      * comme au maitre). Controles : IDCLI numerique, present au maitre
      * et non clos ; telephone passe par SPTEL01 (forme canonique a 10
      * chiffres retenue) ; couple CP/ville confronte a la reference
      * CodesPostauxVilles.txt comme dans EXO-CLI-ADR-NORM (sans
      * reference, controle debraye), puis adresse recomposee a la
      * convention 15 caracteres d'EXO-CLI-ADR-ECRIT ; nom non vide.
      * Une demande en anomalie entre quand meme dans la file avec son
      * code de controle : c'est l'operateur qui la refuse et le motif
      * repart au portail. Une reference deja presente dans la file
      * (fichier du portail renvoye deux fois) est ecartee.
      * Codes retour : 0 = tout charge sans anomalie, 4 = demandes en
      * anomalie, 8 = file trop grande, 12 = fichier inaccessible.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : la demande de
      * nom les porte en tete de la valeur (48 octets inchanges), la
      * valeur normalisee de la file passe a 35.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-PORTAIL.
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
           SELECT DEMANDES-FIC
               ASSIGN TO WS-DEMANDES-PATH
               FILE STATUS IS DEMANDES-STATUT.
           SELECT ATTENTE-FIC
               ASSIGN TO WS-ATTENTE-PATH
               FILE STATUS IS ATTENTE-STATUT.
           SELECT CP-REF-FIC
               ASSIGN TO WS-CP-REF-PATH
               FILE STATUS IS CP-REF-STATUT.
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
      * Demande du portail : reference portail, IDCLI, type, date de
      * saisie et valeur demandee, lue selon le type.
       FD  DEMANDES-FIC.
       01  ENREG-DEMANDE.
           05 DEM-REFERENCE PIC X(10).
           05 DEM-IDCLI PIC X(5).
           05 DEM-IDCLI-NUM REDEFINES DEM-IDCLI PIC 9(5).
           05 DEM-TYPE PIC X.
           05 DEM-DATE PIC X(8).
           05 DEM-VALEUR PIC X(48).
           05 DEM-ADRESSE REDEFINES DEM-VALEUR.
               10 DEM-NB PIC XXX.
               10 DEM-RUE PIC X(20).
               10 DEM-CP PIC X(5).
               10 DEM-VILLE PIC X(20).
           05 DEM-TEL REDEFINES DEM-VALEUR.
               10 DEM-TEL-BRUT PIC X(15).
               10 FILLER PIC X(33).
           05 DEM-NOM REDEFINES DEM-VALEUR.
               10 DEM-NOMCLI PIC X(20).
               10 DEM-PNMCLI PIC X(15).
               10 FILLER PIC X(13).
      *
      * File de revue : la demande telle que recue, sa valeur
      * normalisee, le code de controle (blanc = conforme), puis la
      * decision posee par EXO-PORTAIL-REVUE (etat E-en attente,
      * A-acceptee, R-refusee, operateur, date, motif de refus).
       FD  ATTENTE-FIC.
       01  ENREG-ATTENTE.
           05 ATT-REFERENCE PIC X(10).
           05 ATT-IDCLI PIC X(5).
           05 ATT-TYPE PIC X.
           05 ATT-DATE-DEMANDE PIC X(8).
           05 ATT-VALEUR PIC X(48).
           05 ATT-VALEUR-NORM PIC X(35).
           05 ATT-CONTROLE PIC X(8).
           05 ATT-ETAT PIC X.
           05 ATT-OPERATEUR PIC X(4).
           05 ATT-DATE-DECISION PIC 9(8).
           05 ATT-MOTIF-REFUS PIC X(30).
      *
      * Table de reference des codes postaux (voir ENREG-CP-REF dans
      * EXO-CLI-ADR-NORM).
       FD  CP-REF-FIC.
       01  ENREG-CP-REF.
           05 REF-CP PIC X(5).
           05 FILLER PIC X.
           05 REF-VILLE PIC X(20).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  DEMANDES-STATUT PIC XX.
       77  ATTENTE-STATUT PIC XX.
       77  CP-REF-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-CONTROLE PIC X(8) VALUE SPACES.
       77  WS-VALEUR-NORM PIC X(35) VALUE SPACES.
       77  CPT-LUES PIC 9(5) VALUE 0.
       77  CPT-CHARGEES PIC 9(5) VALUE 0.
       77  CPT-ANOMALIES PIC 9(5) VALUE 0.
       77  CPT-DOUBLONS PIC 9(5) VALUE 0.
      * References deja presentes dans la file.
       01  TABLE-REFERENCES.
           05 TAB-REFERENCE PIC X(10) OCCURS 2000.
       77  NB-REFERENCES PIC 9(4) VALUE 0.
       77  IDX-REFERENCE PIC 9(4) VALUE 0.
       77  WS-REFERENCE-TROUVEE PIC 9 VALUE 0.
       77  WS-FILE-DEBORDE PIC 9 VALUE 0.
      * Reference CP/ville chargee en table.
       01  TABLE-CP-REF.
           05 CP-REF-ENTREE OCCURS 1000.
               10 TAB-REF-CP PIC X(5).
               10 TAB-REF-VILLE PIC X(20).
       77  NB-CP-REF PIC 9(4) VALUE 0.
       77  IDX-CP-REF PIC 9(4) VALUE 0.
       77  WS-CP-TROUVE PIC 9 VALUE 0.
       77  WS-VILLE-REF PIC X(20) VALUE SPACES.
      * Recomposition a 15 caracteres (voir RECOMPOSE-ADRESSE dans
      * EXO-CLI-ADR-ECRIT).
       77  WS-RUE-ABREGEE PIC X(20) VALUE SPACES.
       01  WS-ADR-LONGUE PIC X(60) VALUE SPACES.
      * Bloc d'appel de SPTEL01 (voir PARAMETRES dans SPTEL01.cbl).
       01  PARAMETRES-TEL.
           05 TEL-BRUT PIC X(15).
           05 TEL-NORMALISE PIC X(10).
           05 TEL-CODERETOUR PIC 9.
           05 TEL-MOTIF PIC X(8).
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-DEMANDES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\PortailDemandes.txt".
       77  WS-ATTENTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\PortailAttente.txt".
       77  WS-CP-REF-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CodesPostauxVilles.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT UNTIL EOF-FIC = 1
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_MASTER_PATH, CP_REF_PATH (memes noms que dans
      * EXO-CLI-MAINT et EXO-CLI-ADR-NORM), PORTAIL_DEMANDES_PATH et
      * PORTAIL_ATTENTE_PATH.
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-CP-REF-PATH FROM ENVIRONMENT "CP_REF_PATH"
           IF WS-CP-REF-PATH = SPACES
               MOVE "C:\Users\Cobol\CodesPostauxVilles.txt"
                   TO WS-CP-REF-PATH
           END-IF
           ACCEPT WS-DEMANDES-PATH FROM ENVIRONMENT
               "PORTAIL_DEMANDES_PATH"
           IF WS-DEMANDES-PATH = SPACES
               MOVE "C:\Users\Cobol\PortailDemandes.txt"
                   TO WS-DEMANDES-PATH
           END-IF
           ACCEPT WS-ATTENTE-PATH FROM ENVIRONMENT
               "PORTAIL_ATTENTE_PATH"
           IF WS-ATTENTE-PATH = SPACES
               MOVE "C:\Users\Cobol\PortailAttente.txt"
                   TO WS-ATTENTE-PATH
           END-IF
           PERFORM CHARGE-REFERENCES
           PERFORM CHARGE-CP-REF
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: maitre clients introuvable ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEMANDES-FIC
           IF DEMANDES-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier du portail introuvable ("
                   DEMANDES-STATUT ") : " WS-DEMANDES-PATH
               CLOSE CLI-MASTER-FIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ATTENTE-FIC
           IF ATTENTE-STATUT NOT = "00"
               THEN
               OPEN OUTPUT ATTENTE-FIC
           END-IF
           MOVE 0 TO EOF-FIC.

      * References deja en file, pour ecarter un fichier renvoye ;
      * au-dela de la table, la revue refuserait de toute facon de
      * demarrer : on ne charge rien de plus.
       CHARGE-REFERENCES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT ATTENTE-FIC
           IF ATTENTE-STATUT = "00"
               THEN
               PERFORM CHARGE-REFERENCES-LECT UNTIL EOF-FIC = 1
               CLOSE ATTENTE-FIC
           END-IF
           IF WS-FILE-DEBORDE = 1
               THEN
               DISPLAY "ERREUR: file de revue trop grande pour la "
                   "table (2000 max) - chargement refuse."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHARGE-REFERENCES-LECT.
           READ ATTENTE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               IF NB-REFERENCES < 2000
                   THEN
                   ADD 1 TO NB-REFERENCES
                   MOVE ATT-REFERENCE TO TAB-REFERENCE(NB-REFERENCES)
               ELSE
                   MOVE 1 TO WS-FILE-DEBORDE
               END-IF
           END-IF.

      * Chargement de la reference CP/ville ; sans fichier de
      * reference, le controle est simplement debraye.
       CHARGE-CP-REF.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CP-REF-FIC
           IF CP-REF-STATUT = "00"
               THEN
               PERFORM CHARGE-CP-REF-LECT UNTIL EOF-FIC = 1
               CLOSE CP-REF-FIC
           ELSE
               DISPLAY "ATTENTION: reference CP/ville indisponible ("
                   CP-REF-STATUT ") : " WS-CP-REF-PATH
               DISPLAY "Controle CP/ville non effectue."
           END-IF.
       CHARGE-CP-REF-LECT.
           READ CP-REF-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND NB-CP-REF < 1000
               AND REF-CP NOT = SPACES
               THEN
               ADD 1 TO NB-CP-REF
               MOVE REF-CP TO TAB-REF-CP(NB-CP-REF)
               MOVE REF-VILLE TO TAB-REF-VILLE(NB-CP-REF)
           END-IF.

       TRAIT.
           READ DEMANDES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               ADD 1 TO CPT-LUES
               MOVE 0 TO WS-REFERENCE-TROUVEE
               PERFORM CHERCHE-REFERENCE
                   VARYING IDX-REFERENCE FROM 1 BY 1
                   UNTIL IDX-REFERENCE > NB-REFERENCES
                   OR WS-REFERENCE-TROUVEE = 1
               EVALUATE TRUE
                   WHEN WS-REFERENCE-TROUVEE = 1
                       ADD 1 TO CPT-DOUBLONS
                       DISPLAY "Demande deja en file, ecartee : "
                           DEM-REFERENCE
                   WHEN NB-REFERENCES >= 2000
                       ADD 1 TO CPT-DOUBLONS
                       DISPLAY "ERREUR: file pleine (2000 max), "
                           "demande non chargee : " DEM-REFERENCE
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM CONTROLE-DEMANDE
                       PERFORM ECRIT-ATTENTE
               END-EVALUATE
           END-IF.
       CHERCHE-REFERENCE.
           IF TAB-REFERENCE(IDX-REFERENCE) = DEM-REFERENCE
               THEN
               MOVE 1 TO WS-REFERENCE-TROUVEE
           END-IF.

      * WS-CONTROLE reste a blanc pour une demande conforme ;
      * WS-VALEUR-NORM recoit la valeur telle qu'elle ira au fichier.
       CONTROLE-DEMANDE.
           MOVE SPACES TO WS-CONTROLE
           MOVE SPACES TO WS-VALEUR-NORM
           IF DEM-IDCLI-NUM IS NOT NUMERIC OR DEM-IDCLI-NUM = 0
               THEN
               MOVE "IDCLI" TO WS-CONTROLE
           ELSE
               MOVE DEM-IDCLI-NUM TO IDCLI-MASTER
               READ CLI-MASTER-FIC
                   INVALID KEY
                       MOVE "INCONNU" TO WS-CONTROLE
                   NOT INVALID KEY
                       IF STATUT-MASTER = "C"
                           THEN
                           MOVE "CLOS" TO WS-CONTROLE
                       END-IF
               END-READ
           END-IF
           IF WS-CONTROLE = SPACES
               THEN
               EVALUATE DEM-TYPE
                   WHEN "A"
                       PERFORM CONTROLE-ADRESSE
                   WHEN "T"
                       PERFORM CONTROLE-TELEPHONE
                   WHEN "N"
                       IF DEM-NOMCLI = SPACES
                           THEN
                           MOVE "NOMVIDE" TO WS-CONTROLE
                       ELSE
                           MOVE DEM-NOMCLI TO WS-VALEUR-NORM(1:20)
                           MOVE DEM-PNMCLI TO WS-VALEUR-NORM(21:15)
                       END-IF
                   WHEN OTHER
                       MOVE "TYPEINV" TO WS-CONTROLE
               END-EVALUATE
           END-IF.

       CONTROLE-TELEPHONE.
           MOVE DEM-TEL-BRUT TO TEL-BRUT
           CALL "SPTEL01" USING PARAMETRES-TEL
           IF TEL-CODERETOUR = 9
               THEN
               MOVE TEL-MOTIF TO WS-CONTROLE
           ELSE
               MOVE TEL-NORMALISE TO WS-VALEUR-NORM
           END-IF.

      * Meme confrontation que TRAIT-CLIENT dans EXO-CLI-ADR-NORM,
      * precedee d'un controle de forme du CP.
       CONTROLE-ADRESSE.
           EVALUATE TRUE
               WHEN DEM-CP IS NOT NUMERIC
                   MOVE "CPINVAL" TO WS-CONTROLE
               WHEN DEM-VILLE = SPACES OR DEM-RUE = SPACES
                   MOVE "ADRVIDE" TO WS-CONTROLE
               WHEN NB-CP-REF > 0
                   MOVE 0 TO WS-CP-TROUVE
                   MOVE SPACES TO WS-VILLE-REF
                   MOVE 1 TO IDX-CP-REF
                   PERFORM CHERCHE-CP-REF
                       UNTIL IDX-CP-REF > NB-CP-REF OR WS-CP-TROUVE = 1
                   IF WS-CP-TROUVE = 0
                       THEN
                       MOVE "CPINCONN" TO WS-CONTROLE
                   ELSE
                       IF DEM-VILLE NOT = WS-VILLE-REF
                           THEN
                           MOVE "VILLECP" TO WS-CONTROLE
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-CONTROLE = SPACES
               THEN
               PERFORM RECOMPOSE-ADRESSE
           END-IF.
       CHERCHE-CP-REF.
           IF TAB-REF-CP(IDX-CP-REF) = DEM-CP
               THEN
               MOVE 1 TO WS-CP-TROUVE
               MOVE TAB-REF-VILLE(IDX-CP-REF) TO WS-VILLE-REF
           END-IF
           ADD 1 TO IDX-CP-REF.

       RECOMPOSE-ADRESSE.
           MOVE DEM-RUE TO WS-RUE-ABREGEE
           EVALUATE WS-RUE-ABREGEE
               WHEN "RUE"
                   MOVE "R" TO WS-RUE-ABREGEE
               WHEN "AVENUE"
                   MOVE "AV" TO WS-RUE-ABREGEE
               WHEN "BOULEVARD"
                   MOVE "BD" TO WS-RUE-ABREGEE
               WHEN "PLACE"
                   MOVE "PL" TO WS-RUE-ABREGEE
               WHEN "CHEMIN"
                   MOVE "CH" TO WS-RUE-ABREGEE
               WHEN "IMPASSE"
                   MOVE "IMP" TO WS-RUE-ABREGEE
           END-EVALUATE
           MOVE SPACES TO WS-ADR-LONGUE
           STRING DEM-NB DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-RUE-ABREGEE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               DEM-CP DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               DEM-VILLE DELIMITED BY SPACE
               INTO WS-ADR-LONGUE
           END-STRING
           MOVE WS-ADR-LONGUE(1:15) TO WS-VALEUR-NORM.

       ECRIT-ATTENTE.
           MOVE SPACES TO ENREG-ATTENTE
           MOVE DEM-REFERENCE TO ATT-REFERENCE
           MOVE DEM-IDCLI TO ATT-IDCLI
           MOVE DEM-TYPE TO ATT-TYPE
           MOVE DEM-DATE TO ATT-DATE-DEMANDE
           MOVE DEM-VALEUR TO ATT-VALEUR
           MOVE WS-VALEUR-NORM TO ATT-VALEUR-NORM
           MOVE WS-CONTROLE TO ATT-CONTROLE
           MOVE "E" TO ATT-ETAT
           MOVE 0 TO ATT-DATE-DECISION
           WRITE ENREG-ATTENTE
           END-WRITE
           ADD 1 TO NB-REFERENCES
           MOVE DEM-REFERENCE TO TAB-REFERENCE(NB-REFERENCES)
           ADD 1 TO CPT-CHARGEES
           IF WS-CONTROLE NOT = SPACES
               THEN
               ADD 1 TO CPT-ANOMALIES
               DISPLAY "Demande " DEM-REFERENCE " IDCLI " DEM-IDCLI
                   " en anomalie : " WS-CONTROLE
           END-IF.

       FIN.
           CLOSE DEMANDES-FIC ATTENTE-FIC CLI-MASTER-FIC
           DISPLAY "Demandes lues      : " CPT-LUES
           DISPLAY "Mises en file      : " CPT-CHARGEES
           DISPLAY "dont en anomalie   : " CPT-ANOMALIES
           DISPLAY "Ecartees           : " CPT-DOUBLONS
           IF CPT-ANOMALIES > 0 AND RETURN-CODE = 0
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-CLI-PORTAIL.
