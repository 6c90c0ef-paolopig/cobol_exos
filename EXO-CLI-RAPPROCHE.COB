      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : rapprochement en masse d'une liste externe (salon,
      * partenaire : nom, prenom, telephone, code postal) avec la base
      * clients, pour repondre a la question des agences "lesquels
      * sont deja clients ?". Les clients sont pris au maitre
      * ClientsMaster.txt (NOM, PRENOM), completes du telephone du
      * fichier de la chaine (ClientsOUTV4-2.txt) et du code postal
      * des adresses normalisees (ClientsAdressesNorm.txt, voir
      * EXO-CLI-ADR-NORM). Les telephones des deux cotes passent par
      * SPTEL01 ; les noms sont replies comme la cle de classement des
      * tris (majuscules, accents ramenes a la lettre de base, voir
      * NORMALISE-CLE-NOMCLI dans EXO-FICHIER-SORT) et compares sur
      * les 20 et 15 caracteres du maitre.
      * Chaque ligne revient avec l'IDCLI retenu (00000 si aucun), le
      * degre de correspondance - EXACT (nom, prenom, telephone et
      * CP), NOM+TEL, NOM+CP, NOM seul, AUCUN - et le nombre de
      * clients candidats au meilleur degre (plus d'un : a verifier).
      * Les lignes sans correspondance sont ecrites en plus au format
      * de NomsPrenoms.txt (NOCLI a 00 : EXO-CLI-PONT attribue le
      * numero), pretes pour le pont d'integration.
      * Codes retour : 0 = liste rapprochee, 8 = base trop grande pour
      * la table, 12 = fichier inaccessible.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : la base se
      * compare sur les noms entiers ; le fichier des nouveaux garde le
      * format 5 + 5 de NomsPrenoms.txt et compte les noms tronques.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-RAPPROCHE.
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
           SELECT CLI-PLAT-FIC
               ASSIGN TO WS-CLI-PLAT-PATH
               FILE STATUS IS CLI-PLAT-STATUT.
           SELECT ADR-NORM-FIC
               ASSIGN TO WS-ADR-NORM-PATH
               FILE STATUS IS ADR-NORM-STATUT.
           SELECT LISTE-FIC
               ASSIGN TO WS-LISTE-PATH
               FILE STATUS IS LISTE-STATUT.
           SELECT RESULTAT-FIC
               ASSIGN TO WS-RESULTAT-PATH
               FILE STATUS IS RESULTAT-STATUT.
           SELECT NOUVEAUX-FIC
               ASSIGN TO WS-NOUVEAUX-PATH
               FILE STATUS IS NOUVEAUX-STATUT.
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
      * Fichier client de la chaine (voir ENREG-CLIENT dans
      * EXO-CLI-ADR-ECRIT) ; entete "HD" et controle "TR" ecartes
      * par le test IS NUMERIC.
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
      * Adresses normalisees keyees par IDCLI (voir ENREG-ADR-NORM
      * dans EXO-CLI-ADR-NORM).
       FD  ADR-NORM-FIC.
       01  ENREG-ADR-NORM.
           05 ADN-IDCLI PIC 9(5).
           05 ADN-NB PIC XXX.
           05 ADN-RUE PIC X(20).
           05 ADN-CP PIC X(5).
           05 ADN-VILLE PIC X(20).
           05 ADN-CMPL PIC X(20).
      *
      * Ligne de la liste externe.
       FD  LISTE-FIC.
       01  ENREG-LISTE.
           05 LST-NOM PIC X(20).
           05 LST-PRENOM PIC X(20).
           05 LST-TELEPHONE PIC X(15).
           05 LST-CP PIC X(5).
      *
      * Ligne externe reprise telle quelle, suivie du resultat.
       FD  RESULTAT-FIC.
       01  ENREG-RESULTAT.
           05 RES-LIGNE PIC X(60).
           05 FILLER PIC X.
           05 RES-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 RES-DEGRE PIC X(7).
           05 FILLER PIC X.
           05 RES-CANDIDATS PIC 9(3).
      *
      * Meme format que NomsPrenoms.txt (voir ENREG-NOMPNM dans
      * EXO-CLI-PONT).
       FD  NOUVEAUX-FIC.
       01  ENREG-NOUVEAU.
           05 NOCLI-NV PIC 9(2).
           05 NOM-NV PIC X(5).
           05 PNM-NV PIC X(5).
           05 SEXE-NV PIC X.
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  CLI-PLAT-STATUT PIC XX.
       77  ADR-NORM-STATUT PIC XX.
       77  LISTE-STATUT PIC XX.
       77  RESULTAT-STATUT PIC XX.
       77  NOUVEAUX-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  EOF-LISTE PIC 9 VALUE 0.
       77  WS-BASE-DEBORDE PIC 9 VALUE 0.
      * Base clients repliee, une entree par client du maitre ; le
      * rang par IDCLI permet d'y rattacher telephone et CP.
       01  TABLE-BASE.
           05 BASE-ENTREE OCCURS 20000.
               10 BAS-IDCLI PIC 9(5).
               10 BAS-NOM PIC X(20).
               10 BAS-PNM PIC X(15).
               10 BAS-TEL PIC X(10).
               10 BAS-CP PIC X(5).
       77  NB-BASE PIC 9(5) VALUE 0.
       77  IDX-BASE PIC 9(5) VALUE 0.
       01  TABLE-RANGS.
           05 RANG-BASE PIC 9(5) OCCURS 99999 VALUE 0.
      * Ligne externe repliee et resultat courant.
       77  WS-NOM PIC X(20) VALUE SPACES.
       77  WS-PNM PIC X(15) VALUE SPACES.
       77  WS-TEL PIC X(10) VALUE SPACES.
       77  WS-CP PIC X(5) VALUE SPACES.
       77  WS-CLE-REPLI PIC X(20) VALUE SPACES.
       77  WS-NIVEAU PIC 9 VALUE 0.
       77  WS-MEILLEUR-NIVEAU PIC 9 VALUE 0.
       77  WS-MEILLEUR-IDCLI PIC 9(5) VALUE 0.
       77  WS-NB-CANDIDATS PIC 9(3) VALUE 0.
       77  CPT-LIGNES PIC 9(5) VALUE 0.
       77  CPT-EXACT PIC 9(5) VALUE 0.
       77  CPT-NOM-TEL PIC 9(5) VALUE 0.
       77  CPT-NOM-CP PIC 9(5) VALUE 0.
       77  CPT-NOM-SEUL PIC 9(5) VALUE 0.
       77  CPT-AUCUN PIC 9(5) VALUE 0.
       77  CPT-AMBIGUS PIC 9(5) VALUE 0.
      * Nouveaux dont le nom deborde le format NomsPrenoms.txt (5 + 5).
       77  CPT-TRONQUES PIC 9(5) VALUE 0.
      * Bloc d'appel de SPTEL01 (voir PARAMETRES dans SPTEL01.cbl).
       01  PARAMETRES-TEL.
           05 TEL-BRUT PIC X(15).
           05 TEL-NORMALISE PIC X(10).
           05 TEL-CODERETOUR PIC 9.
           05 TEL-MOTIF PIC X(8).
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-CLI-PLAT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOUTV4-2.txt".
       77  WS-ADR-NORM-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAdressesNorm.txt".
       77  WS-LISTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ListeExterne.txt".
       77  WS-RESULTAT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ListeRapprochee.txt".
       77  WS-NOUVEAUX-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ListeNouveaux.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT UNTIL EOF-LISTE = 1
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * CLI_MASTER_PATH, CLI_PLAT_PATH, CLI_ADR_OUT_PATH (memes noms
      * que dans EXO-CLI-MAINT, EXO-CLI-LOOKUP et EXO-CLI-ADR-NORM),
      * LISTE_EXTERNE_PATH, LISTE_RAPPROCHEE_PATH et
      * LISTE_NOUVEAUX_PATH.
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-CLI-PLAT-PATH FROM ENVIRONMENT "CLI_PLAT_PATH"
           IF WS-CLI-PLAT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsOUTV4-2.txt"
                   TO WS-CLI-PLAT-PATH
           END-IF
           ACCEPT WS-ADR-NORM-PATH FROM ENVIRONMENT "CLI_ADR_OUT_PATH"
           IF WS-ADR-NORM-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAdressesNorm.txt"
                   TO WS-ADR-NORM-PATH
           END-IF
           ACCEPT WS-LISTE-PATH FROM ENVIRONMENT "LISTE_EXTERNE_PATH"
           IF WS-LISTE-PATH = SPACES
               MOVE "C:\Users\Cobol\ListeExterne.txt" TO WS-LISTE-PATH
           END-IF
           ACCEPT WS-RESULTAT-PATH FROM ENVIRONMENT
               "LISTE_RAPPROCHEE_PATH"
           IF WS-RESULTAT-PATH = SPACES
               MOVE "C:\Users\Cobol\ListeRapprochee.txt"
                   TO WS-RESULTAT-PATH
           END-IF
           ACCEPT WS-NOUVEAUX-PATH FROM ENVIRONMENT
               "LISTE_NOUVEAUX_PATH"
           IF WS-NOUVEAUX-PATH = SPACES
               MOVE "C:\Users\Cobol\ListeNouveaux.txt"
                   TO WS-NOUVEAUX-PATH
           END-IF
           PERFORM CHARGE-MAITRE
           PERFORM CHARGE-CHAINE
           PERFORM CHARGE-ADR-NORM
           OPEN INPUT LISTE-FIC
           IF LISTE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: liste externe introuvable ("
                   LISTE-STATUT ") : " WS-LISTE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESULTAT-FIC NOUVEAUX-FIC
           READ LISTE-FIC
               AT END MOVE 1 TO EOF-LISTE
           END-READ.

      ******************************************************************
      * Base clients : maitre en ordre de cle, noms replies.
      ******************************************************************
       CHARGE-MAITRE.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: maitre clients introuvable ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-MAITRE-LECT UNTIL EOF-FIC = 1
           CLOSE CLI-MASTER-FIC
           IF WS-BASE-DEBORDE = 1
               THEN
               DISPLAY "ERREUR: maitre trop grand pour la table "
                   "(20000 max) - rapprochement refuse."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHARGE-MAITRE-LECT.
           READ CLI-MASTER-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND IDCLI-MASTER > 0
               THEN
               IF NB-BASE < 20000
                   THEN
                   ADD 1 TO NB-BASE
                   MOVE NB-BASE TO RANG-BASE(IDCLI-MASTER)
                   MOVE IDCLI-MASTER TO BAS-IDCLI(NB-BASE)
                   MOVE NOMCLI-MASTER TO WS-CLE-REPLI
                   PERFORM REPLIE-CLE
                   MOVE WS-CLE-REPLI TO BAS-NOM(NB-BASE)
                   MOVE PNMCLI-MASTER TO WS-CLE-REPLI
                   PERFORM REPLIE-CLE
                   MOVE WS-CLE-REPLI TO BAS-PNM(NB-BASE)
                   MOVE SPACES TO BAS-TEL(NB-BASE)
                   MOVE SPACES TO BAS-CP(NB-BASE)
               ELSE
                   MOVE 1 TO WS-BASE-DEBORDE
               END-IF
           END-IF.

      * Telephone de la chaine, normalise ; un fichier absent laisse
      * simplement le rapprochement sans telephone.
       CHARGE-CHAINE.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CLI-PLAT-FIC
           IF CLI-PLAT-STATUT = "00"
               THEN
               PERFORM CHARGE-CHAINE-LECT UNTIL EOF-FIC = 1
               CLOSE CLI-PLAT-FIC
           ELSE
               DISPLAY "ATTENTION: fichier de la chaine indisponible ("
                   CLI-PLAT-STATUT ") - rapprochement sans telephone."
           END-IF.
       CHARGE-CHAINE-LECT.
           READ CLI-PLAT-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND IDCLI-PLAT IS NUMERIC
               AND IDCLI-PLAT > 0
               THEN
               IF RANG-BASE(IDCLI-PLAT) > 0
                   THEN
                   MOVE TELEPHONE-PLAT TO TEL-BRUT
                   CALL "SPTEL01" USING PARAMETRES-TEL
                   IF TEL-CODERETOUR = 1
                       THEN
                       MOVE TEL-NORMALISE
                           TO BAS-TEL(RANG-BASE(IDCLI-PLAT))
                   END-IF
               END-IF
           END-IF.

       CHARGE-ADR-NORM.
           MOVE 0 TO EOF-FIC
           OPEN INPUT ADR-NORM-FIC
           IF ADR-NORM-STATUT = "00"
               THEN
               PERFORM CHARGE-ADR-NORM-LECT UNTIL EOF-FIC = 1
               CLOSE ADR-NORM-FIC
           ELSE
               DISPLAY "ATTENTION: adresses normalisees indisponibles "
                   "(" ADR-NORM-STATUT ") - rapprochement sans CP."
           END-IF.
       CHARGE-ADR-NORM-LECT.
           READ ADR-NORM-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ADN-IDCLI IS NUMERIC AND ADN-IDCLI > 0
               THEN
               IF RANG-BASE(ADN-IDCLI) > 0
                   THEN
                   MOVE ADN-CP TO BAS-CP(RANG-BASE(ADN-IDCLI))
               END-IF
           END-IF.

      * Repli de la cle de comparaison, a l'identique de
      * NORMALISE-CLE-NOMCLI dans EXO-FICHIER-SORT (table des
      * accentues latin-1 en hexadecimal).
       REPLIE-CLE.
           INSPECT WS-CLE-REPLI CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-CLE-REPLI CONVERTING
               X"E0E2E4E9E8EAEBEEEFF4F6F9FBFCE7"
               & X"C0C2C4C9C8CACBCECFD4D6D9DBDCC7"
               TO "AAAEEEEIIOOUUUCAAAEEEEIIOOUUUC".

      ******************************************************************
      * Une ligne externe : repli, normalisation, meilleur degre.
      ******************************************************************
       TRAIT.
           ADD 1 TO CPT-LIGNES
           MOVE LST-NOM TO WS-CLE-REPLI
           PERFORM REPLIE-CLE
           MOVE WS-CLE-REPLI TO WS-NOM
           MOVE LST-PRENOM TO WS-CLE-REPLI
           PERFORM REPLIE-CLE
           MOVE WS-CLE-REPLI TO WS-PNM
           MOVE SPACES TO WS-TEL
           IF LST-TELEPHONE NOT = SPACES
               THEN
               MOVE LST-TELEPHONE TO TEL-BRUT
               CALL "SPTEL01" USING PARAMETRES-TEL
               IF TEL-CODERETOUR = 1
                   THEN
                   MOVE TEL-NORMALISE TO WS-TEL
               END-IF
           END-IF
           MOVE LST-CP TO WS-CP
           MOVE 0 TO WS-MEILLEUR-NIVEAU
           MOVE 0 TO WS-MEILLEUR-IDCLI
           MOVE 0 TO WS-NB-CANDIDATS
           IF WS-NOM NOT = SPACES
               THEN
               PERFORM COMPARE-CLIENT
                   VARYING IDX-BASE FROM 1 BY 1 UNTIL IDX-BASE > NB-BASE
           END-IF
           PERFORM ECRIT-RESULTAT
           READ LISTE-FIC
               AT END MOVE 1 TO EOF-LISTE
           END-READ.

      * Niveaux : 4 EXACT, 3 NOM+TEL, 2 NOM+CP, 1 NOM seul ; le nom
      * s'entend NOM et PRENOM replies, sauf pour NOM+TEL ou le
      * telephone suffit a departager un prenom ecrit autrement.
       COMPARE-CLIENT.
           MOVE 0 TO WS-NIVEAU
           IF BAS-NOM(IDX-BASE) = WS-NOM
               THEN
               EVALUATE TRUE
                   WHEN BAS-PNM(IDX-BASE) = WS-PNM
                       AND WS-TEL NOT = SPACES
                       AND BAS-TEL(IDX-BASE) = WS-TEL
                       AND WS-CP NOT = SPACES
                       AND BAS-CP(IDX-BASE) = WS-CP
                       MOVE 4 TO WS-NIVEAU
                   WHEN WS-TEL NOT = SPACES
                       AND BAS-TEL(IDX-BASE) = WS-TEL
                       MOVE 3 TO WS-NIVEAU
                   WHEN BAS-PNM(IDX-BASE) = WS-PNM
                       AND WS-CP NOT = SPACES
                       AND BAS-CP(IDX-BASE) = WS-CP
                       MOVE 2 TO WS-NIVEAU
                   WHEN BAS-PNM(IDX-BASE) = WS-PNM
                       MOVE 1 TO WS-NIVEAU
               END-EVALUATE
           END-IF
           IF WS-NIVEAU > 0
               THEN
               IF WS-NIVEAU > WS-MEILLEUR-NIVEAU
                   THEN
                   MOVE WS-NIVEAU TO WS-MEILLEUR-NIVEAU
                   MOVE BAS-IDCLI(IDX-BASE) TO WS-MEILLEUR-IDCLI
                   MOVE 1 TO WS-NB-CANDIDATS
               ELSE
                   IF WS-NIVEAU = WS-MEILLEUR-NIVEAU
                       AND WS-NB-CANDIDATS < 999
                       THEN
                       ADD 1 TO WS-NB-CANDIDATS
                   END-IF
               END-IF
           END-IF.

       ECRIT-RESULTAT.
           MOVE SPACES TO ENREG-RESULTAT
           MOVE ENREG-LISTE TO RES-LIGNE
           MOVE WS-MEILLEUR-IDCLI TO RES-IDCLI
           MOVE WS-NB-CANDIDATS TO RES-CANDIDATS
           EVALUATE WS-MEILLEUR-NIVEAU
               WHEN 4
                   MOVE "EXACT" TO RES-DEGRE
                   ADD 1 TO CPT-EXACT
               WHEN 3
                   MOVE "NOM+TEL" TO RES-DEGRE
                   ADD 1 TO CPT-NOM-TEL
               WHEN 2
                   MOVE "NOM+CP" TO RES-DEGRE
                   ADD 1 TO CPT-NOM-CP
               WHEN 1
                   MOVE "NOM" TO RES-DEGRE
                   ADD 1 TO CPT-NOM-SEUL
               WHEN OTHER
                   MOVE "AUCUN" TO RES-DEGRE
                   ADD 1 TO CPT-AUCUN
                   PERFORM ECRIT-NOUVEAU
           END-EVALUATE
           IF WS-NB-CANDIDATS > 1
               THEN
               ADD 1 TO CPT-AMBIGUS
           END-IF
           WRITE ENREG-RESULTAT
           END-WRITE.

      * NOCLI a 00 : EXO-CLI-PONT demande alors le numero a SPIDC01.
       ECRIT-NOUVEAU.
           IF WS-NOM NOT = SPACES
               THEN
               MOVE 0 TO NOCLI-NV
               MOVE WS-NOM TO NOM-NV
               MOVE WS-PNM TO PNM-NV
               IF WS-NOM(6:15) NOT = SPACES
                   OR WS-PNM(6:10) NOT = SPACES
                   THEN
                   ADD 1 TO CPT-TRONQUES
               END-IF
               MOVE SPACE TO SEXE-NV
               WRITE ENREG-NOUVEAU
               END-WRITE
           END-IF.

       FIN.
           CLOSE LISTE-FIC RESULTAT-FIC NOUVEAUX-FIC
           DISPLAY "Lignes rapprochees : " CPT-LIGNES
           DISPLAY "  EXACT            : " CPT-EXACT
           DISPLAY "  NOM+TEL          : " CPT-NOM-TEL
           DISPLAY "  NOM+CP           : " CPT-NOM-CP
           DISPLAY "  NOM seul         : " CPT-NOM-SEUL
           DISPLAY "  AUCUN            : " CPT-AUCUN
           DISPLAY "Plusieurs candidats: " CPT-AMBIGUS
           DISPLAY "Resultat : " WS-RESULTAT-PATH
           DISPLAY "Nouveaux : " WS-NOUVEAUX-PATH
           DISPLAY "Noms tronques aux nouveaux (5+5) : " CPT-TRONQUES.

       END PROGRAM EXO-CLI-RAPPROCHE.
