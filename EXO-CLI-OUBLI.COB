      * programme qui ecrit le maitre, et l'empreinte d'integrite
      * ClientsMasterEmpreinte.txt est reecrite en fin de passage pour
      * que les lecteurs du maitre ne refusent pas le fichier ampute.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      * octets, images du journal de 41, archives de 68 ; le masquage
      * couvre toute la largeur des noms.
      * Les lettres du client sont retirees de l'archive
      * LettresArchive.txt et de l'index LettresIndex.txt
      * d'EXO-CLI-LETTRES (chemins LETTRES_ARCHIVE_PATH et
      * LETTRES_INDEX_PATH), via .tmp sans .bak, avec leurs lignes au
      * certificat.
      * Un client sous gel juridique en cours (registre
      * ClientsGelJuridique.txt, controle par SPGEL01) ne s'efface pas :
      * la demande est refusee avant confirmation, avec une entete
      * "REFUS D'EFFACEMENT" et une ligne REFUSE au certificat.
      * Un client encore representant legal d'un autre client (registre
      * ClientsLiens.txt, controle par SPLIE01) peut etre efface, mais
      * l'operateur en est prevenu avant de confirmer, le certificat
      * porte une ligne ATTENTION et le code retour passe a 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-OUBLI.
           SELECT EMPMAITRE-FIC
               ASSIGN TO WS-EMPMAITRE-PATH
               FILE STATUS IS EMPMAITRE-STATUT.
           SELECT ARCH-LETTRE-FIC
               ASSIGN TO WS-ARCH-LETTRE-PATH
               FILE STATUS IS ARCH-LETTRE-STATUT.
           SELECT ARCH-LETTRE-TMP-FIC
               ASSIGN TO WS-ARCH-LETTRE-TMP-PATH.
           SELECT INDEX-LETTRE-FIC
               ASSIGN TO WS-INDEX-LETTRE-PATH
               FILE STATUS IS INDEX-LETTRE-STATUT.
           SELECT INDEX-LETTRE-TMP-FIC
               ASSIGN TO WS-INDEX-LETTRE-TMP-PATH.
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
           05 FILLER PIC X.
           05 JRN-AVANT.
               10 JRN-AVANT-IDCLI PIC X(5).
               10 JRN-AVANT-NOMS PIC X(35).
               10 FILLER PIC X.
           05 FILLER PIC X.
           05 JRN-APRES.
               10 JRN-APRES-IDCLI PIC X(5).
               10 JRN-APRES-NOMS PIC X(35).
               10 FILLER PIC X.
      *
       FD  JOURNAL-TMP-FIC.
       01  ENREG-JOURNAL-TMP PIC X(103).
      *
       FD  RETIRES-FIC.
       01  ENREG-RETIRE.
           05 RET-DATE PIC 9(8).
      *
      * Generation d'archive de la purge : enregistrements clients de
      * 68 octets, entete HD et controle TR.
       FD  ARCHIVE-FIC.
       01  ENREG-ARCHIVE.
           05 ARC-IDCLI PIC 9(5).
           05 ARC-NOMCLI PIC X(20).
           05 ARC-PNMCLI PIC X(15).
           05 FILLER PIC X(28).
      *
       FD  ARCHIVE-TMP-FIC.
       01  ENREG-ARCHIVE-TMP PIC X(68).
      *
       FD  CATALOGUE-FIC.
       01  ENREG-CATALOGUE.
      * traces masquees.
       FD  CERTIFICAT-FIC.
       01  ENREG-CERTIFICAT PIC X(100).
      *
      * Archive et index des lettres (voir ARCHIVE-LIGNE et
      * ECRIT-INDEX-LETTRE dans EXO-CLI-LETTRES) : les lettres du
      * client efface en sont retirees, pas seulement masquees - le
      * corps de la lettre porte nom et adresse.
       FD  ARCH-LETTRE-FIC.
       01  ENREG-ARCH-LETTRE.
           05 ARL-IDCLI PIC 9(5).
           05 FILLER PIC X(100).
      *
       FD  ARCH-LETTRE-TMP-FIC.
       01  ENREG-ARCH-LETTRE-TMP PIC X(105).
      *
       FD  INDEX-LETTRE-FIC.
       01  ENREG-INDEX-LETTRE.
           05 LIX-IDCLI PIC 9(5).
           05 FILLER PIC X(101).
      *
       FD  INDEX-LETTRE-TMP-FIC.
       01  ENREG-INDEX-LETTRE-TMP PIC X(106).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-CONFIRMATION PIC X VALUE SPACE.
       77  WS-IMAGE-AVANT PIC X(41) VALUE SPACES.
      * Compteurs du fichier en cours de masquage.
       77  CPT-AVANT PIC 9(6) VALUE 0.
       77  CPT-APRES PIC 9(6) VALUE 0.
       77  WS-ARCHIVE-TMP-PATH PIC X(64) VALUE SPACES.
       77  WS-CERTIFICAT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CertificatsEffacement.txt".
       77  ARCH-LETTRE-STATUT PIC XX.
       77  INDEX-LETTRE-STATUT PIC XX.
       77  EOF-LETTRES PIC 9 VALUE 0.
       77  WS-ARCH-LETTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LettresArchive.txt".
       77  WS-ARCH-LETTRE-TMP-PATH PIC X(64) VALUE SPACES.
       77  WS-INDEX-LETTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LettresIndex.txt".
       77  WS-INDEX-LETTRE-TMP-PATH PIC X(64) VALUE SPACES.
       01  LIGNE-CERT-ENTETE.
           05 FILLER PIC X(22) VALUE "EFFACEMENT DE L'IDCLI ".
           05 CERT-IDCLI PIC 9(5).
           05 FILLER PIC X(5) VALUE " PAR ".
           05 CERT-OPERATEUR PIC X(4).
           05 FILLER PIC X(52) VALUE SPACES.
      * Entete d'une demande refusee : un libelle distinct, pour que
      * le certificat n'annonce pas un effacement qui n'a pas eu lieu
      * (EXO-CLI-MOUVEMENTS ne compte que les entetes EFFACEMENT).
       01  LIGNE-CERT-ENTETE-REFUS.
           05 FILLER PIC X(30) VALUE "REFUS D'EFFACEMENT DE L'IDCLI ".
           05 CERT-REFUS-IDCLI PIC 9(5).
           05 FILLER PIC X(4) VALUE " LE ".
           05 CERT-REFUS-DATE PIC 9(8).
           05 FILLER PIC X(5) VALUE " PAR ".
           05 CERT-REFUS-OPERATEUR PIC X(4).
           05 FILLER PIC X(44) VALUE SPACES.
       01  LIGNE-CERT-FICHIER.
           05 FILLER PIC X(2) VALUE "  ".
           05 CERT-FICHIER PIC X(60).
           05 CERT-CPT-APRES PIC ZZZZZ9.
           05 FILLER PIC X(9) VALUE " masques ".
           05 CERT-CPT-MASQUES PIC ZZZ9.
       01  LIGNE-CERT-GEL.
           05 FILLER PIC X(37) VALUE
               "  REFUSE : client sous gel juridique ".
           05 CERT-GEL-REFERENCE PIC X(12).
           05 FILLER PIC X(13) VALUE " pose depuis ".
           05 CERT-GEL-DATE PIC 9(8).
           05 FILLER PIC X(30) VALUE SPACES.
       01  LIGNE-CERT-REPRES.
           05 FILLER PIC X(42) VALUE
               "  ATTENTION : representant legal actif de ".
           05 CERT-REP-REPRESENTE PIC 9(5).
           05 FILLER PIC X(2) VALUE " (".
           05 CERT-REP-NOMBRE PIC ZZ9.
           05 FILLER PIC X(21) VALUE " client(s) en tout)".
           05 FILLER PIC X(27) VALUE SPACES.
      * Bloc d'appel de SPGEL01 : gel juridique en cours sur le
      * client (voir SPGEL01.cbl) ; code retour 1 = client gele.
       01  PARAMETRES-GEL.
           05 JUR-IDCLI PIC 9(5).
           05 JUR-REFERENCE PIC X(12).
           05 JUR-DATE-POSE PIC 9(8).
           05 JUR-CODERETOUR PIC 9.
      * Bloc d'appel de SPLIE01 : representations legales en cours
      * du client (voir SPLIE01.cbl) ; code retour 1 = le client
      * represente encore quelqu'un.
       01  PARAMETRES-REPRES.
           05 REP-IDCLI PIC 9(5).
           05 REP-REPRESENTE PIC 9(5).
           05 REP-NOMBRE PIC 999.
           05 REP-CODERETOUR PIC 9 VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SUPPRIME-DU-MAITRE
           PERFORM MASQUE-JOURNAL
           PERFORM MASQUE-ARCHIVES
           PERFORM RETIRE-LETTRES
           PERFORM FIN
           STOP RUN.

               MOVE "C:\Users\Cobol\ClientsMasterEmpreinte.txt"
                   TO WS-EMPMAITRE-PATH
           END-IF
           ACCEPT WS-ARCH-LETTRE-PATH FROM ENVIRONMENT
               "LETTRES_ARCHIVE_PATH"
           IF WS-ARCH-LETTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\LettresArchive.txt"
                   TO WS-ARCH-LETTRE-PATH
           END-IF
           ACCEPT WS-INDEX-LETTRE-PATH FROM ENVIRONMENT
               "LETTRES_INDEX_PATH"
           IF WS-INDEX-LETTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\LettresIndex.txt"
                   TO WS-INDEX-LETTRE-PATH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM SAISIE-IDCLI
           END-IF
           MOVE WS-IDCLI-SAISIE TO WS-IDCLI
           MOVE WS-IDCLI-SAISIE TO WS-IDCLI-AFFICHE
           PERFORM CONTROLE-GEL-JURIDIQUE
           PERFORM CONTROLE-REPRESENTANT
           DISPLAY "Confirmer l'effacement definitif de " WS-IDCLI
               " ? 0-non / 1-oui : "
           ACCEPT WS-CONFIRMATION
               STOP RUN
           END-IF.

      * Un client sous gel juridique (voir SPGEL01) ne s'efface pas :
      * la demande est refusee avant confirmation, et le refus laisse
      * son entete de refus et sa raison au certificat.
       CONTROLE-GEL-JURIDIQUE.
           MOVE WS-IDCLI TO JUR-IDCLI
           CALL "SPGEL01" USING PARAMETRES-GEL
           IF JUR-CODERETOUR = 1
               THEN
               DISPLAY "REFUS: " WS-IDCLI " sous gel juridique "
                   JUR-REFERENCE " depuis le " JUR-DATE-POSE
                   " - effacement refuse."
               PERFORM OUVRE-CERTIFICAT-REFUS
               MOVE JUR-REFERENCE TO CERT-GEL-REFERENCE
               MOVE JUR-DATE-POSE TO CERT-GEL-DATE
               WRITE ENREG-CERTIFICAT FROM LIGNE-CERT-GEL
               END-WRITE
               CLOSE CERTIFICAT-FIC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Un client encore representant legal d'un autre (voir
      * SPLIE01) peut etre efface, mais l'operateur en est prevenu
      * avant de confirmer et le certificat le mentionne.
       CONTROLE-REPRESENTANT.
           MOVE WS-IDCLI TO REP-IDCLI
           CALL "SPLIE01" USING PARAMETRES-REPRES
           IF REP-CODERETOUR = 1
               THEN
               DISPLAY "ATTENTION: " WS-IDCLI " est encore "
                   "representant legal de " REP-REPRESENTE " ("
                   REP-NOMBRE " client(s) en tout, voir EXO-CLI-LIENS)."
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Generations d'archive resolues au catalogue (base
      * ClientsArchive, enregistree par EXO-CLI-PURGE).
       RESOLVE-ARCHIVES.
           END-IF.

       OUVRE-CERTIFICAT.
           PERFORM OUVRE-CERTIFICAT-FIC
           MOVE WS-IDCLI TO CERT-IDCLI
           MOVE WS-DATE TO CERT-DATE
           MOVE WS-OPERATEUR TO CERT-OPERATEUR
           WRITE ENREG-CERTIFICAT FROM LIGNE-CERT-ENTETE
           END-WRITE
           IF REP-CODERETOUR = 1
               THEN
               MOVE REP-REPRESENTE TO CERT-REP-REPRESENTE
               MOVE REP-NOMBRE TO CERT-REP-NOMBRE
               WRITE ENREG-CERTIFICAT FROM LIGNE-CERT-REPRES
               END-WRITE
           END-IF.
       OUVRE-CERTIFICAT-REFUS.
           PERFORM OUVRE-CERTIFICAT-FIC
           MOVE WS-IDCLI TO CERT-REFUS-IDCLI
           MOVE WS-DATE TO CERT-REFUS-DATE
           MOVE WS-OPERATEUR TO CERT-REFUS-OPERATEUR
           WRITE ENREG-CERTIFICAT FROM LIGNE-CERT-ENTETE-REFUS
           END-WRITE.
       OUVRE-CERTIFICAT-FIC.
           OPEN EXTEND CERTIFICAT-FIC
           IF CERTIFICAT-STATUT NOT = "00"
               THEN
                   CERTIFICAT-STATUT ") - effacement refuse."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Suppression du maitre par le chemin audite : image avant
      * journalisee, ligne d'audit, numero verse aux pierres
               END-WRITE
           END-IF.

      * Retrait des lettres du client de l'archive et de l'index des
      * lettres : memes reecritures via .tmp sans .bak que le
      * journal ; au certificat, "masques" compte les lignes retirees
      * et "apres" ce qui reste.
       RETIRE-LETTRES.
           MOVE 0 TO CPT-AVANT
           MOVE 0 TO CPT-MASQUES
           MOVE SPACES TO WS-ARCH-LETTRE-TMP-PATH
           MOVE 0 TO WS-LONGUEUR-PATH
           INSPECT WS-ARCH-LETTRE-PATH TALLYING WS-LONGUEUR-PATH
               FOR CHARACTERS BEFORE INITIAL SPACE
           STRING WS-ARCH-LETTRE-PATH(1:WS-LONGUEUR-PATH)
                   DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO WS-ARCH-LETTRE-TMP-PATH
           END-STRING
           MOVE 0 TO EOF-LETTRES
           OPEN INPUT ARCH-LETTRE-FIC
           IF ARCH-LETTRE-STATUT = "00"
               THEN
               OPEN OUTPUT ARCH-LETTRE-TMP-FIC
               PERFORM RETIRE-ARCH-LETTRE-LECT UNTIL EOF-LETTRES = 1
               CLOSE ARCH-LETTRE-FIC ARCH-LETTRE-TMP-FIC
               CALL "CBL_COPY_FILE" USING WS-ARCH-LETTRE-TMP-PATH
                   WS-ARCH-LETTRE-PATH
                   RETURNING WS-COPIE-STATUT
               CALL "CBL_DELETE_FILE" USING WS-ARCH-LETTRE-TMP-PATH
                   RETURNING WS-COPIE-STATUT
               MOVE WS-ARCH-LETTRE-PATH TO CERT-FICHIER
               COMPUTE CPT-APRES = CPT-AVANT - CPT-MASQUES
               PERFORM ECRIT-CERT-FICHIER
           END-IF
           MOVE 0 TO CPT-AVANT
           MOVE 0 TO CPT-MASQUES
           MOVE SPACES TO WS-INDEX-LETTRE-TMP-PATH
           MOVE 0 TO WS-LONGUEUR-PATH
           INSPECT WS-INDEX-LETTRE-PATH TALLYING WS-LONGUEUR-PATH
               FOR CHARACTERS BEFORE INITIAL SPACE
           STRING WS-INDEX-LETTRE-PATH(1:WS-LONGUEUR-PATH)
                   DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO WS-INDEX-LETTRE-TMP-PATH
           END-STRING
           MOVE 0 TO EOF-LETTRES
           OPEN INPUT INDEX-LETTRE-FIC
           IF INDEX-LETTRE-STATUT = "00"
               THEN
               OPEN OUTPUT INDEX-LETTRE-TMP-FIC
               PERFORM RETIRE-INDEX-LETTRE-LECT UNTIL EOF-LETTRES = 1
               CLOSE INDEX-LETTRE-FIC INDEX-LETTRE-TMP-FIC
               CALL "CBL_COPY_FILE" USING WS-INDEX-LETTRE-TMP-PATH
                   WS-INDEX-LETTRE-PATH
                   RETURNING WS-COPIE-STATUT
               CALL "CBL_DELETE_FILE" USING WS-INDEX-LETTRE-TMP-PATH
                   RETURNING WS-COPIE-STATUT
               MOVE WS-INDEX-LETTRE-PATH TO CERT-FICHIER
               COMPUTE CPT-APRES = CPT-AVANT - CPT-MASQUES
               PERFORM ECRIT-CERT-FICHIER
           END-IF.
       RETIRE-ARCH-LETTRE-LECT.
           READ ARCH-LETTRE-FIC
               AT END MOVE 1 TO EOF-LETTRES
           END-READ
           IF EOF-LETTRES = 0
               THEN
               ADD 1 TO CPT-AVANT
               IF ARL-IDCLI IS NUMERIC AND ARL-IDCLI = WS-IDCLI
                   THEN
                   ADD 1 TO CPT-MASQUES
               ELSE
                   WRITE ENREG-ARCH-LETTRE-TMP FROM ENREG-ARCH-LETTRE
                   END-WRITE
               END-IF
           END-IF.
       RETIRE-INDEX-LETTRE-LECT.
           READ INDEX-LETTRE-FIC
               AT END MOVE 1 TO EOF-LETTRES
           END-READ
           IF EOF-LETTRES = 0
               THEN
               ADD 1 TO CPT-AVANT
               IF LIX-IDCLI IS NUMERIC AND LIX-IDCLI = WS-IDCLI
                   THEN
                   ADD 1 TO CPT-MASQUES
               ELSE
                   WRITE ENREG-INDEX-LETTRE-TMP
                       FROM ENREG-INDEX-LETTRE
                   END-WRITE
               END-IF
           END-IF.

       ECRIT-CERT-FICHIER.
           MOVE CPT-AVANT TO CERT-CPT-AVANT
           MOVE CPT-APRES TO CERT-CPT-APRES
