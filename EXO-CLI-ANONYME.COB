      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : copie anonymisee des donnees clients pour le mode
      * formation (MODE_FORMATION d'EXO-CLI-MAINT et d'EXO-CLI-SAISIE,
      * y compris quand la chaine tourne sous ce mode) : les clones
      * _FORMATION partaient jusqu'ici des fichiers de production, et
      * les stagiaires s'exercaient sur de vrais noms, adresses et
      * telephones.
      * Le programme relit la production sans la modifier et ecrit a
      * cote une copie _ANONYME de chaque fichier porteur de donnees
      * personnelles : le maitre ClientsMaster.txt, le lot
      * ClientsTrans.txt, les transactions en attente
      * ClientsTransPending.txt, les suppressions en attente
      * d'approbation ClientsSuppressionsAttente.txt et la semence
      * d'amorcage ClientsOUTV4-2.txt (generation retenue au
      * catalogue, comme dans EXO-CLI-MAINT). Les modes formation ne
      * clonent plus que ces copies.
      * NOMCLI, PNMCLI, ADRESSE et TELEPHONE sont remplaces ; IDCLI,
      * STATUT, AGENCE et les autres zones sont recopies tels quels.
      * Le remplacement est un chiffrement caractere par caractere
      * sous une cle ANONYME_CLE (4 chiffres, obligatoire, a garder
      * identique d'une reconstruction a l'autre) : une lettre devient
      * une lettre, un chiffre un chiffre, blancs et ponctuation
      * restent en place, et le decalage de chaque caractere depend de
      * la cle et des caracteres REELS qui le precedent dans la zone.
      * Une meme valeur reelle donne donc toujours la meme valeur
      * fictive, d'un fichier a l'autre et d'un passage a l'autre, et
      * deux valeurs differentes restent differentes : doublons,
      * homonymes et foyers se comportent en formation comme en
      * production. Le telephone garde ses deux premiers chiffres pour
      * rester un numero valide au sens de SPTEL01.
      * Les enregistrements de controle sont recalcules sur la copie :
      * trailers "TR" du lot et de la semence (compte et somme des
      * IDCLI, horodatage de saisie du lot conserve), empreinte
      * d'integrite du maitre ClientsMasterEmpreinte_ANONYME.txt. Un
      * trailer de production en ecart avec le recompte est signale
      * (code retour 4) et la copie porte le recompte. Un fichier de
      * production absent efface sa copie anonymisee perimee : la
      * formation demarre alors sur un fichier vide.
      * Codes retour : 0 copie complete, 4 trailer de production en
      * ecart, 12 cle absente ou maitre illisible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-ANONYME.
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
           SELECT MASTER-ANO-FIC
               ASSIGN TO WS-MASTER-ANO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDCLI-MASTER-ANO
               FILE STATUS IS MASTER-ANO-STATUT.
           SELECT LOT-FIC
               ASSIGN TO WS-LOT-PATH
               FILE STATUS IS LOT-STATUT.
           SELECT LOT-ANO-FIC
               ASSIGN TO WS-LOT-ANO-PATH
               FILE STATUS IS LOT-ANO-STATUT.
           SELECT SUPPR-ATT-FIC
               ASSIGN TO WS-SUPPR-ATT-PATH
               FILE STATUS IS SUPPR-ATT-STATUT.
           SELECT SUPPR-ANO-FIC
               ASSIGN TO WS-SUPPR-ANO-PATH
               FILE STATUS IS SUPPR-ANO-STATUT.
           SELECT CLI-SEED-FIC
               ASSIGN TO WS-CLI-SEED-PATH
               FILE STATUS IS SEED-STATUT.
           SELECT SEED-ANO-FIC
               ASSIGN TO WS-SEED-ANO-PATH
               FILE STATUS IS SEED-ANO-STATUT.
           SELECT EMPMAITRE-FIC
               ASSIGN TO WS-EMPMAITRE-ANO-PATH
               FILE STATUS IS EMPMAITRE-STATUT.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
           05 STATUT-MASTER PIC X.
      *
       FD  MASTER-ANO-FIC.
       01  ENREG-MASTER-ANO.
           05 IDCLI-MASTER-ANO PIC 9(5).
           05 FILLER PIC X(36).
      *
      * Lot de transactions et transactions en attente : meme dessin
      * de 55 octets (TRANS-WS d'EXO-CLI-MAINT), relus l'un apres
      * l'autre par le meme fichier logique. Le "TR" de controle du
      * lot porte compte, somme des IDCLI et horodatage de saisie.
       FD  LOT-FIC.
       01  ENREG-LOT.
           05 LOT-CODE PIC X.
           05 LOT-IDCLI PIC X(5).
           05 LOT-NOMCLI PIC X(20).
           05 LOT-PNMCLI PIC X(15).
           05 FILLER PIC X(14).
       01  ENREG-LOT-TRAILER.
           05 LTR-MARQUE PIC X(2).
           05 LTR-CPT PIC 9(5).
           05 LTR-SOMME PIC 9(8).
           05 FILLER PIC X(40).
      *
       FD  LOT-ANO-FIC.
       01  ENREG-LOT-ANO PIC X(55).
      *
      * Suppressions en attente d'approbation (voir SUPPR-ATT-FIC dans
      * EXO-CLI-MAINT) : l'image de la transaction D en tete.
       FD  SUPPR-ATT-FIC.
       01  ENREG-SUPPR-ATT.
           05 SAT-CODE PIC X.
           05 SAT-IDCLI PIC X(5).
           05 SAT-NOMCLI PIC X(20).
           05 SAT-PNMCLI PIC X(15).
           05 FILLER PIC X(37).
      *
       FD  SUPPR-ANO-FIC.
       01  ENREG-SUPPR-ANO PIC X(78).
      *
      * Semence d'amorcage : sortie dedoublonnee d'EXO-VI-C-V4 au
      * dessin client de 68 octets, entete "HD" et controle "TR".
       FD  CLI-SEED-FIC.
       01  ENREG-CLI-SEED.
           05 IDCLI-SEED PIC X(5).
           05 NOMCLI-SEED PIC X(20).
           05 PNMCLI-SEED PIC X(15).
           05 ADRESSE-SEED PIC X(15).
           05 TELEPHONE-SEED PIC X(10).
           05 STATUT-SEED PIC X.
           05 AGENCE-SEED PIC XX.
       01  ENREG-SEED-TRAILER.
           05 STR-MARQUE PIC X(2).
           05 STR-CPT PIC 9(5).
           05 STR-SOMME PIC 9(8).
           05 FILLER PIC X(53).
      *
       FD  SEED-ANO-FIC.
       01  ENREG-SEED-ANO PIC X(68).
      *
      * Empreinte d'integrite du maitre anonymise (voir
      * ECRIT-EMPREINTE-MAITRE dans EXO-CLI-MAINT).
       FD  EMPMAITRE-FIC.
       01  ENREG-EMPMAITRE.
           05 EMM-CPT PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 EMM-SOMME PIC 9(8).
      *
       FD  CATALOGUE-FIC.
       01  ENREG-CATALOGUE.
           05 CAT-BASE PIC X(20).
           05 FILLER PIC X.
           05 CAT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CAT-CPT PIC 9(5).
           05 FILLER PIC X.
           05 CAT-STATUT PIC X.
           05 FILLER PIC X.
           05 CAT-PATH PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  MASTER-ANO-STATUT PIC XX.
       77  LOT-STATUT PIC XX.
       77  LOT-ANO-STATUT PIC XX.
       77  SUPPR-ATT-STATUT PIC XX.
       77  SUPPR-ANO-STATUT PIC XX.
       77  SEED-STATUT PIC XX.
       77  SEED-ANO-STATUT PIC XX.
       77  EMPMAITRE-STATUT PIC XX.
       77  CATALOGUE-STATUT PIC XX.
       77  EOF-MASTER PIC 9 VALUE 0.
       77  EOF-LOT PIC 9 VALUE 0.
       77  EOF-SUPPR-ATT PIC 9 VALUE 0.
       77  EOF-SEED PIC 9 VALUE 0.
       77  EOF-CATALOGUE PIC 9 VALUE 0.
       77  WS-CAT-DATE-RETENUE PIC 9(8) VALUE 0.
       77  WS-CAT-PATH-RETENU PIC X(60) VALUE SPACES.
      * Chemins de production (memes variables d'environnement
      * qu'EXO-CLI-MAINT) et de leurs copies anonymisees.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-TRANS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTrans.txt".
       77  WS-ATTENTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTransPending.txt".
       77  WS-SUPPR-ATT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsSuppressionsAttente.txt".
       77  WS-CLI-SEED-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOUTV4-2.txt".
       77  WS-EMPMAITRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMasterEmpreinte.txt".
       77  WS-LOT-PATH PIC X(60) VALUE SPACES.
       77  WS-MASTER-ANO-PATH PIC X(60) VALUE SPACES.
       77  WS-LOT-ANO-PATH PIC X(60) VALUE SPACES.
       77  WS-SUPPR-ANO-PATH PIC X(60) VALUE SPACES.
       77  WS-SEED-ANO-PATH PIC X(60) VALUE SPACES.
       77  WS-EMPMAITRE-ANO-PATH PIC X(60) VALUE SPACES.
      * Derivation du nom de copie : "_ANONYME" insere avant
      * l'extension, meme decoupe que les clones _FORMATION.
       77  WS-ANONYME-SRC PIC X(60) VALUE SPACES.
       77  WS-ANONYME-DST PIC X(72) VALUE SPACES.
       77  WS-ANONYME-LONG PIC 99 VALUE 0.
       77  WS-ANONYME-BASE PIC 99 VALUE 0.
       77  WS-FICHIER-BUFFER PIC X(36) VALUE SPACES.
       77  WS-FICHIER-STATUT PIC 9(9) COMP-5 VALUE 0.
      * Cle d'anonymisation et zone de travail du chiffrement.
       77  WS-CLE-SAISIE PIC X(4) VALUE SPACES.
       77  WS-ANO-CLE PIC 9(4) VALUE 0.
       77  WS-ANO-ZONE PIC X(20) VALUE SPACES.
       77  WS-ANO-LONG PIC 99 VALUE 0.
       77  WS-ANO-GARDE PIC 99 VALUE 0.
       77  WS-ANO-BLANCS PIC 99 VALUE 0.
       77  WS-ANO-CAR PIC X VALUE SPACE.
       77  WS-ANO-CHIFFRE PIC 9 VALUE 0.
       77  WS-ANO-CHIFFRE-FICTIF PIC 9 VALUE 0.
       77  WS-ANO-RANG PIC 99 VALUE 0.
       77  WS-ANO-POIDS PIC 99 VALUE 0.
       77  WS-ANO-CUMUL PIC 9(4) VALUE 0.
       77  WS-ANO-CALC PIC 9(7) VALUE 0.
       77  WS-ANO-QUOT PIC 9(7) VALUE 0.
       77  WS-ANO-RESTE PIC 9(4) VALUE 0.
       77  IDX-ANO PIC 99 VALUE 0.
       01  WS-ALPHABETS.
           05 ALPHA-MAJ PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 ALPHA-MIN PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
      * Comptes et sommes de controle recalcules sur la copie.
       77  WS-IDCLI-NUM PIC 9(5) VALUE 0.
       77  CPT-MAITRE PIC 9(5) VALUE 0.
       77  WS-SOMME-MAITRE PIC 9(8) VALUE 0.
       77  CPT-LOT PIC 9(5) VALUE 0.
       77  WS-SOMME-LOT PIC 9(8) VALUE 0.
       77  WS-LOT-TRAILER-VU PIC 9 VALUE 0.
       77  WS-LOT-TRAILER PIC X(55) VALUE SPACES.
       77  CPT-TRANS PIC 9(5) VALUE 0.
       77  CPT-ATTENTE PIC 9(5) VALUE 0.
       77  CPT-SUPPR-ATT PIC 9(5) VALUE 0.
       77  CPT-SEED PIC 9(5) VALUE 0.
       77  WS-SOMME-SEED PIC 9(8) VALUE 0.
       77  WS-SEED-TRAILER-VU PIC 9 VALUE 0.
       77  WS-SEED-TRAILER PIC X(68) VALUE SPACES.
       77  WS-ECART-CONTROLE PIC 9 VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables comme dans EXO-CLI-MAINT :
      * CLI_MASTER_PATH, CLI_TRANS_PATH, CLI_ATTENTE_PATH,
      * CLI_SUPPR_ATT_PATH, CLI_SEED_PATH et CLI_EMPREINTE_PATH ; les
      * copies se posent a cote, suffixees _ANONYME.
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
           ACCEPT WS-ATTENTE-PATH FROM ENVIRONMENT "CLI_ATTENTE_PATH"
           IF WS-ATTENTE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsTransPending.txt"
                   TO WS-ATTENTE-PATH
           END-IF
           ACCEPT WS-SUPPR-ATT-PATH FROM ENVIRONMENT
               "CLI_SUPPR_ATT_PATH"
           IF WS-SUPPR-ATT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsSuppressionsAttente.txt"
                   TO WS-SUPPR-ATT-PATH
           END-IF
           ACCEPT WS-CLI-SEED-PATH FROM ENVIRONMENT "CLI_SEED_PATH"
           IF WS-CLI-SEED-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ClientsOUTV4-2.txt"
                   TO WS-CLI-SEED-PATH
               PERFORM RESOLVE-CATALOGUE-SEED
           END-IF
           ACCEPT WS-EMPMAITRE-PATH FROM ENVIRONMENT
               "CLI_EMPREINTE_PATH"
           IF WS-EMPMAITRE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMasterEmpreinte.txt"
                   TO WS-EMPMAITRE-PATH
           END-IF
           ACCEPT WS-CLE-SAISIE FROM ENVIRONMENT "ANONYME_CLE"
           IF WS-CLE-SAISIE IS NOT NUMERIC
               THEN
               DISPLAY "ERREUR: cle d'anonymisation ANONYME_CLE "
                   "obligatoire (4 chiffres)."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLE-SAISIE TO WS-ANO-CLE
           MOVE WS-CLI-MASTER-PATH TO WS-ANONYME-SRC
           PERFORM NOM-ANONYME
           MOVE WS-ANONYME-DST(1:60) TO WS-MASTER-ANO-PATH
           MOVE WS-EMPMAITRE-PATH TO WS-ANONYME-SRC
           PERFORM NOM-ANONYME
           MOVE WS-ANONYME-DST(1:60) TO WS-EMPMAITRE-ANO-PATH
           MOVE WS-SUPPR-ATT-PATH TO WS-ANONYME-SRC
           PERFORM NOM-ANONYME
           MOVE WS-ANONYME-DST(1:60) TO WS-SUPPR-ANO-PATH
           MOVE WS-CLI-SEED-PATH TO WS-ANONYME-SRC
           PERFORM NOM-ANONYME
           MOVE WS-ANONYME-DST(1:60) TO WS-SEED-ANO-PATH.

      * Generation courante de la semence au catalogue (voir
      * RESOLVE-CATALOGUE-SEED dans EXO-CLI-MAINT).
       RESOLVE-CATALOGUE-SEED.
           MOVE 0 TO EOF-CATALOGUE
           MOVE 0 TO WS-CAT-DATE-RETENUE
           MOVE SPACES TO WS-CAT-PATH-RETENU
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               PERFORM RESOLVE-CATALOGUE-LECT UNTIL EOF-CATALOGUE = 1
               CLOSE CATALOGUE-FIC
           END-IF
           IF WS-CAT-PATH-RETENU NOT = SPACES
               THEN
               MOVE WS-CAT-PATH-RETENU TO WS-CLI-SEED-PATH
           END-IF.
       RESOLVE-CATALOGUE-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-CATALOGUE
           END-READ
           IF EOF-CATALOGUE = 0
               AND CAT-BASE = "ClientsOUTV4-2"
               AND CAT-STATUT = "G"
               AND CAT-DATE IS NUMERIC
               AND CAT-DATE >= WS-CAT-DATE-RETENUE
               THEN
               MOVE CAT-DATE TO WS-CAT-DATE-RETENUE
               MOVE CAT-PATH TO WS-CAT-PATH-RETENU
           END-IF.

      * Nom de la copie anonymisee : "_ANONYME" insere avant ".txt".
       NOM-ANONYME.
           MOVE SPACES TO WS-ANONYME-DST
           MOVE 0 TO WS-ANONYME-LONG
           INSPECT WS-ANONYME-SRC TALLYING WS-ANONYME-LONG
               FOR CHARACTERS BEFORE INITIAL SPACE
           COMPUTE WS-ANONYME-BASE = WS-ANONYME-LONG - 4
           STRING WS-ANONYME-SRC(1:WS-ANONYME-BASE)
                   DELIMITED BY SIZE
               "_ANONYME" DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ANONYME-DST
           END-STRING.

       TRAIT.
           PERFORM ANONYMISE-MAITRE
           PERFORM ECRIT-EMPREINTE-MAITRE
           MOVE WS-TRANS-PATH TO WS-LOT-PATH
           PERFORM ANONYMISE-LOT
           MOVE CPT-LOT TO CPT-TRANS
           MOVE WS-ATTENTE-PATH TO WS-LOT-PATH
           PERFORM ANONYMISE-LOT
           MOVE CPT-LOT TO CPT-ATTENTE
           PERFORM ANONYMISE-SUPPR-ATT
           PERFORM ANONYMISE-SEMENCE.

      * Maitre indexe : relu dans l'ordre des cles, recopie sous les
      * memes cles avec les noms remplaces. Un maitre absent ou
      * illisible arrete le passage : sans lui, pas de formation.
       ANONYMISE-MAITRE.
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier maitre inaccessible ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-ANO-FIC
           IF MASTER-ANO-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: copie anonymisee du maitre impossible ("
                   MASTER-ANO-STATUT ") : " WS-MASTER-ANO-PATH
               CLOSE CLI-MASTER-FIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO EOF-MASTER
           PERFORM ANONYMISE-MAITRE-LECT UNTIL EOF-MASTER = 1
           CLOSE CLI-MASTER-FIC MASTER-ANO-FIC.
       ANONYMISE-MAITRE-LECT.
           READ CLI-MASTER-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-MASTER
           END-READ
           IF EOF-MASTER = 0
               THEN
               MOVE NOMCLI-MASTER TO WS-ANO-ZONE
               MOVE 20 TO WS-ANO-LONG
               MOVE 0 TO WS-ANO-GARDE
               PERFORM ANONYMISE-ZONE
               MOVE WS-ANO-ZONE(1:20) TO NOMCLI-MASTER
               MOVE PNMCLI-MASTER TO WS-ANO-ZONE
               MOVE 15 TO WS-ANO-LONG
               PERFORM ANONYMISE-ZONE
               MOVE WS-ANO-ZONE(1:15) TO PNMCLI-MASTER
               WRITE ENREG-MASTER-ANO FROM ENREG-CLI-MASTER
               END-WRITE
               ADD 1 TO CPT-MAITRE
               ADD IDCLI-MASTER TO WS-SOMME-MAITRE
           END-IF.

      * Empreinte du maitre anonymise : compte et somme des cles, la
      * meme arithmetique qu'EXO-CLI-MAINT, recalculee sur la copie.
       ECRIT-EMPREINTE-MAITRE.
           OPEN OUTPUT EMPMAITRE-FIC
           IF EMPMAITRE-STATUT = "00"
               THEN
               MOVE CPT-MAITRE TO EMM-CPT
               MOVE WS-SOMME-MAITRE TO EMM-SOMME
               WRITE ENREG-EMPMAITRE
               END-WRITE
               CLOSE EMPMAITRE-FIC
           ELSE
               DISPLAY "ATTENTION: empreinte anonymisee non ecrite ("
                   EMPMAITRE-STATUT ") : " WS-EMPMAITRE-ANO-PATH
               IF RETURN-CODE < 4
                   THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Lot ou attente de transactions (chemin dans WS-LOT-PATH) :
      * noms remplaces sur chaque detail, trailer "TR" recalcule et
      * reecrit en fin de copie. Un original absent efface la copie
      * perimee.
       ANONYMISE-LOT.
           MOVE WS-LOT-PATH TO WS-ANONYME-SRC
           PERFORM NOM-ANONYME
           MOVE WS-ANONYME-DST(1:60) TO WS-LOT-ANO-PATH
           MOVE 0 TO CPT-LOT
           MOVE 0 TO WS-SOMME-LOT
           MOVE 0 TO WS-LOT-TRAILER-VU
           OPEN INPUT LOT-FIC
           IF LOT-STATUT NOT = "00"
               THEN
               CALL "CBL_DELETE_FILE" USING WS-LOT-ANO-PATH
                   RETURNING WS-FICHIER-STATUT
           ELSE
               OPEN OUTPUT LOT-ANO-FIC
               MOVE 0 TO EOF-LOT
               PERFORM ANONYMISE-LOT-LECT UNTIL EOF-LOT = 1
               IF WS-LOT-TRAILER-VU = 1
                   THEN
                   PERFORM ECRIT-TRAILER-LOT
               END-IF
               CLOSE LOT-FIC LOT-ANO-FIC
           END-IF.
       ANONYMISE-LOT-LECT.
           READ LOT-FIC
               AT END MOVE 1 TO EOF-LOT
           END-READ
           IF EOF-LOT = 0
               THEN
               IF LTR-MARQUE = "TR"
                   THEN
                   MOVE 1 TO WS-LOT-TRAILER-VU
                   MOVE ENREG-LOT TO WS-LOT-TRAILER
               ELSE
                   MOVE LOT-NOMCLI TO WS-ANO-ZONE
                   MOVE 20 TO WS-ANO-LONG
                   MOVE 0 TO WS-ANO-GARDE
                   PERFORM ANONYMISE-ZONE
                   MOVE WS-ANO-ZONE(1:20) TO LOT-NOMCLI
                   MOVE LOT-PNMCLI TO WS-ANO-ZONE
                   MOVE 15 TO WS-ANO-LONG
                   PERFORM ANONYMISE-ZONE
                   MOVE WS-ANO-ZONE(1:15) TO LOT-PNMCLI
                   WRITE ENREG-LOT-ANO FROM ENREG-LOT
                   END-WRITE
                   ADD 1 TO CPT-LOT
                   IF LOT-IDCLI IS NUMERIC
                       THEN
                       MOVE LOT-IDCLI TO WS-IDCLI-NUM
                       ADD WS-IDCLI-NUM TO WS-SOMME-LOT
                   END-IF
               END-IF
           END-IF.
      * Trailer recalcule : compte et somme refaits sur la copie,
      * horodatage de saisie (positions 16 a 27) repris tel quel.
       ECRIT-TRAILER-LOT.
           MOVE WS-LOT-TRAILER TO ENREG-LOT
           IF LTR-CPT NOT = CPT-LOT
               OR LTR-SOMME NOT = WS-SOMME-LOT
               THEN
               DISPLAY "ATTENTION: trailer en ecart dans " WS-LOT-PATH
                   " - " LTR-CPT "/" LTR-SOMME " vs recompte "
                   CPT-LOT "/" WS-SOMME-LOT
               MOVE 1 TO WS-ECART-CONTROLE
           END-IF
           MOVE CPT-LOT TO LTR-CPT
           MOVE WS-SOMME-LOT TO LTR-SOMME
           WRITE ENREG-LOT-ANO FROM ENREG-LOT
           END-WRITE.

      * Suppressions en attente : noms de l'image D remplaces, le
      * reste (operateurs, dates, anciennete) recopie.
       ANONYMISE-SUPPR-ATT.
           OPEN INPUT SUPPR-ATT-FIC
           IF SUPPR-ATT-STATUT NOT = "00"
               THEN
               CALL "CBL_DELETE_FILE" USING WS-SUPPR-ANO-PATH
                   RETURNING WS-FICHIER-STATUT
           ELSE
               OPEN OUTPUT SUPPR-ANO-FIC
               MOVE 0 TO EOF-SUPPR-ATT
               PERFORM ANONYMISE-SUPPR-LECT UNTIL EOF-SUPPR-ATT = 1
               CLOSE SUPPR-ATT-FIC SUPPR-ANO-FIC
           END-IF.
       ANONYMISE-SUPPR-LECT.
           READ SUPPR-ATT-FIC
               AT END MOVE 1 TO EOF-SUPPR-ATT
           END-READ
           IF EOF-SUPPR-ATT = 0
               THEN
               MOVE SAT-NOMCLI TO WS-ANO-ZONE
               MOVE 20 TO WS-ANO-LONG
               MOVE 0 TO WS-ANO-GARDE
               PERFORM ANONYMISE-ZONE
               MOVE WS-ANO-ZONE(1:20) TO SAT-NOMCLI
               MOVE SAT-PNMCLI TO WS-ANO-ZONE
               MOVE 15 TO WS-ANO-LONG
               PERFORM ANONYMISE-ZONE
               MOVE WS-ANO-ZONE(1:15) TO SAT-PNMCLI
               WRITE ENREG-SUPPR-ANO FROM ENREG-SUPPR-ATT
               END-WRITE
               ADD 1 TO CPT-SUPPR-ATT
           END-IF.

      * Semence d'amorcage : entete "HD" recopiee, noms, adresse et
      * telephone remplaces sur chaque detail, "TR" recalcule.
       ANONYMISE-SEMENCE.
           OPEN INPUT CLI-SEED-FIC
           IF SEED-STATUT NOT = "00"
               THEN
               CALL "CBL_DELETE_FILE" USING WS-SEED-ANO-PATH
                   RETURNING WS-FICHIER-STATUT
           ELSE
               OPEN OUTPUT SEED-ANO-FIC
               MOVE 0 TO EOF-SEED
               PERFORM ANONYMISE-SEMENCE-LECT UNTIL EOF-SEED = 1
               IF WS-SEED-TRAILER-VU = 1
                   THEN
                   PERFORM ECRIT-TRAILER-SEMENCE
               END-IF
               CLOSE CLI-SEED-FIC SEED-ANO-FIC
           END-IF.
       ANONYMISE-SEMENCE-LECT.
           READ CLI-SEED-FIC
               AT END MOVE 1 TO EOF-SEED
           END-READ
           IF EOF-SEED = 0
               THEN
               EVALUATE TRUE
                   WHEN STR-MARQUE = "TR"
                       MOVE 1 TO WS-SEED-TRAILER-VU
                       MOVE ENREG-CLI-SEED TO WS-SEED-TRAILER
                   WHEN STR-MARQUE = "HD"
                       WRITE ENREG-SEED-ANO FROM ENREG-CLI-SEED
                       END-WRITE
                   WHEN OTHER
                       PERFORM ANONYMISE-SEMENCE-DETAIL
               END-EVALUATE
           END-IF.
       ANONYMISE-SEMENCE-DETAIL.
           MOVE NOMCLI-SEED TO WS-ANO-ZONE
           MOVE 20 TO WS-ANO-LONG
           MOVE 0 TO WS-ANO-GARDE
           PERFORM ANONYMISE-ZONE
           MOVE WS-ANO-ZONE(1:20) TO NOMCLI-SEED
           MOVE PNMCLI-SEED TO WS-ANO-ZONE
           MOVE 15 TO WS-ANO-LONG
           PERFORM ANONYMISE-ZONE
           MOVE WS-ANO-ZONE(1:15) TO PNMCLI-SEED
           MOVE ADRESSE-SEED TO WS-ANO-ZONE
           PERFORM ANONYMISE-ZONE
           MOVE WS-ANO-ZONE(1:15) TO ADRESSE-SEED
           MOVE TELEPHONE-SEED TO WS-ANO-ZONE
           MOVE 10 TO WS-ANO-LONG
           MOVE 2 TO WS-ANO-GARDE
           PERFORM ANONYMISE-ZONE
           MOVE WS-ANO-ZONE(1:10) TO TELEPHONE-SEED
           WRITE ENREG-SEED-ANO FROM ENREG-CLI-SEED
           END-WRITE
           ADD 1 TO CPT-SEED
           IF IDCLI-SEED IS NUMERIC
               THEN
               MOVE IDCLI-SEED TO WS-IDCLI-NUM
               ADD WS-IDCLI-NUM TO WS-SOMME-SEED
           END-IF.
       ECRIT-TRAILER-SEMENCE.
           MOVE WS-SEED-TRAILER TO ENREG-CLI-SEED
           IF STR-CPT NOT = CPT-SEED
               OR STR-SOMME NOT = WS-SOMME-SEED
               THEN
               DISPLAY "ATTENTION: trailer en ecart dans "
                   WS-CLI-SEED-PATH " - " STR-CPT "/" STR-SOMME
                   " vs recompte " CPT-SEED "/" WS-SOMME-SEED
               MOVE 1 TO WS-ECART-CONTROLE
           END-IF
           MOVE CPT-SEED TO STR-CPT
           MOVE WS-SOMME-SEED TO STR-SOMME
           WRITE ENREG-SEED-ANO FROM ENREG-CLI-SEED
           END-WRITE.

      * Chiffrement d'une zone (WS-ANO-ZONE sur WS-ANO-LONG
      * caracteres, les WS-ANO-GARDE premiers chiffres conserves).
      * Le cumul part de la cle et du nombre de caracteres non blancs,
      * puis absorbe chaque caractere REEL traite : a prefixe reel
      * egal, cumul egal, et le decalage est une permutation de
      * l'alphabet - deux valeurs differentes ne peuvent donc pas
      * donner la meme valeur fictive.
       ANONYMISE-ZONE.
           MOVE 0 TO WS-ANO-BLANCS
           INSPECT WS-ANO-ZONE(1:WS-ANO-LONG) TALLYING WS-ANO-BLANCS
               FOR ALL SPACES
           COMPUTE WS-ANO-CALC = WS-ANO-CLE
               + (WS-ANO-LONG - WS-ANO-BLANCS) * 37
           DIVIDE WS-ANO-CALC BY 9973 GIVING WS-ANO-QUOT
               REMAINDER WS-ANO-CUMUL
           PERFORM ANONYMISE-CAR
               VARYING IDX-ANO FROM 1 BY 1 UNTIL IDX-ANO > WS-ANO-LONG.
       ANONYMISE-CAR.
           MOVE WS-ANO-ZONE(IDX-ANO:1) TO WS-ANO-CAR
           MOVE 0 TO WS-ANO-RANG
           EVALUATE TRUE
               WHEN WS-ANO-CAR IS NUMERIC
                   MOVE WS-ANO-CAR TO WS-ANO-CHIFFRE
                   IF IDX-ANO > WS-ANO-GARDE
                       THEN
                       COMPUTE WS-ANO-CALC = WS-ANO-CHIFFRE
                           + WS-ANO-CUMUL
                       DIVIDE WS-ANO-CALC BY 10 GIVING WS-ANO-QUOT
                           REMAINDER WS-ANO-RESTE
                       MOVE WS-ANO-RESTE TO WS-ANO-CHIFFRE-FICTIF
                       MOVE WS-ANO-CHIFFRE-FICTIF
                           TO WS-ANO-ZONE(IDX-ANO:1)
                   END-IF
                   COMPUTE WS-ANO-POIDS = WS-ANO-CHIFFRE + 27
                   PERFORM ANONYMISE-CUMUL
               WHEN WS-ANO-CAR = SPACE
                   CONTINUE
               WHEN WS-ANO-CAR IS ALPHABETIC-UPPER
                   INSPECT ALPHA-MAJ TALLYING WS-ANO-RANG
                       FOR CHARACTERS BEFORE INITIAL WS-ANO-CAR
                   COMPUTE WS-ANO-CALC = WS-ANO-RANG + WS-ANO-CUMUL
                   DIVIDE WS-ANO-CALC BY 26 GIVING WS-ANO-QUOT
                       REMAINDER WS-ANO-RESTE
                   MOVE ALPHA-MAJ(WS-ANO-RESTE + 1:1)
                       TO WS-ANO-ZONE(IDX-ANO:1)
                   COMPUTE WS-ANO-POIDS = WS-ANO-RANG + 1
                   PERFORM ANONYMISE-CUMUL
               WHEN WS-ANO-CAR IS ALPHABETIC-LOWER
                   INSPECT ALPHA-MIN TALLYING WS-ANO-RANG
                       FOR CHARACTERS BEFORE INITIAL WS-ANO-CAR
                   COMPUTE WS-ANO-CALC = WS-ANO-RANG + WS-ANO-CUMUL
                   DIVIDE WS-ANO-CALC BY 26 GIVING WS-ANO-QUOT
                       REMAINDER WS-ANO-RESTE
                   MOVE ALPHA-MIN(WS-ANO-RESTE + 1:1)
                       TO WS-ANO-ZONE(IDX-ANO:1)
                   COMPUTE WS-ANO-POIDS = WS-ANO-RANG + 40
                   PERFORM ANONYMISE-CUMUL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       ANONYMISE-CUMUL.
           COMPUTE WS-ANO-CALC = WS-ANO-CUMUL * 31 + WS-ANO-POIDS
               + IDX-ANO
           DIVIDE WS-ANO-CALC BY 9973 GIVING WS-ANO-QUOT
               REMAINDER WS-ANO-CUMUL.

       FIN.
           DISPLAY "Copie anonymisee pour la formation :"
           DISPLAY "  maitre               : " CPT-MAITRE
               " -> " WS-MASTER-ANO-PATH
           DISPLAY "  lot de transactions  : " CPT-TRANS
           DISPLAY "  transactions attente : " CPT-ATTENTE
           DISPLAY "  suppressions attente : " CPT-SUPPR-ATT
           DISPLAY "  semence d'amorcage   : " CPT-SEED
               " -> " WS-SEED-ANO-PATH
           IF WS-ECART-CONTROLE = 1
               AND RETURN-CODE < 4
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-CLI-ANONYME.
