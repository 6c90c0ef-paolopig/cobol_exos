      * EXO-CLI-MAINT), le mode reel exige le droit MENAGE - un refus
      * est trace NONAUTOR dans le journal d'audit et le programme
      * retombe en simulation.
      * Chaque passage est trace dans RunLog.txt (mois de cloture
      * CLOTURE_PERIODE, defaut : mois du jour ; code retour ; mode
      * effectif) : seul un menage en mode reel compte pour la liste de
      * fin de mois EXO-FIN-MOIS.
      * Une generation d'archive ClientsArchive qui contient un client
      * sous gel juridique en cours (registre ClientsGelJuridique.txt,
      * controle par SPGEL01) n'est jamais supprimee : elle est listee
      * CONSERVEE avec la reference du gel et l'IDCLI, et reste au
      * catalogue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-MENAGE-GEN.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
           SELECT RUN-LOG-FIC
               ASSIGN TO "C:\Users\Cobol\RunLog.txt"
               FILE STATUS IS RUN-LOG-STATUT.
           SELECT ARCHIVE-FIC
               ASSIGN TO WS-ARCHIVE-PATH
               FILE STATUS IS ARCHIVE-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X VALUE SPACE.
      * Valeur de controle chainee (voir SPCHN01 et EXO-CLI-MAINT).
           05 AUD-CHAINE PIC 9(8).
      *
      * Meme dessin 80 octets que ENREG-RUN-LOG dans
      * EXO-CONSULT-RAPPORT.
       FD  RUN-LOG-FIC.
       01  ENREG-RUN-LOG.
           05 LOG-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-PROGRAMME PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 LOG-PARAMETRES PIC X(47).
      *
      * Generation d'archive ClientsArchive (68 octets, voir
      * EXO-CLI-PURGE) : seul l'IDCLI est lu, entete "HD" et "TR"
      * ecartes par le test IS NUMERIC.
       FD  ARCHIVE-FIC.
       01  ENREG-ARCHIVE.
           05 ARC-IDCLI PIC 9(5).
           05 FILLER PIC X(63).
      *
       WORKING-STORAGE SECTION.
       77  RUN-LOG-STATUT PIC XX.
       77  WS-RC-LOG PIC 99 VALUE 0.
      * Mois de cloture auquel le passage est rattache dans RunLog.txt
      * (CLOTURE_PERIODE, defaut : mois du jour).
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-PERIODE PIC 9(6) VALUE 0.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77  CATALOGUE-STATUT PIC XX.
       77  EOF-CATALOGUE PIC 9 VALUE 0.
       77  NB-ENTREES PIC 999 VALUE 0.
               10 ENT-STATUT PIC X.
               10 ENT-PATH PIC X(60).
               10 ENT-A-PURGER PIC 9.
       77  ARCHIVE-STATUT PIC XX.
       77  EOF-ARCHIVE PIC 9 VALUE 0.
       77  CPT-GEL-CONSERVES PIC 999 VALUE 0.
       77  WS-ARCHIVE-PATH PIC X(60) VALUE SPACES.
      * Bloc d'appel de SPGEL01 : gel juridique en cours sur le
      * client (voir SPGEL01.cbl) ; code retour 1 = client gele.
       01  PARAMETRES-GEL.
           05 JUR-IDCLI PIC 9(5).
           05 JUR-REFERENCE PIC X(12).
           05 JUR-DATE-POSE PIC 9(8).
           05 JUR-CODERETOUR PIC 9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * generation purgee et de son .bak ; pour une entree conservee,
      * seul un .bak devenu orphelin est retire.
       TRAITE-ENTREE.
           IF ENT-A-PURGER(IDX-ENTREE) = 1
               AND ENT-BASE(IDX-ENTREE) = "ClientsArchive"
               THEN
               PERFORM CONTROLE-GEL-ARCHIVE
           END-IF
           IF ENT-A-PURGER(IDX-ENTREE) = 1
               THEN
               PERFORM PURGE-GENERATION
           END-IF
           ADD 1 TO IDX-ENTREE.

      * Une generation d'archive qui contient un client sous gel
      * juridique (voir SPGEL01) n'est pas supprimee : elle repasse en
      * conservee - et reste donc au catalogue - avec sa raison a
      * l'ecran. Une archive illisible est traitee comme avant.
       CONTROLE-GEL-ARCHIVE.
           MOVE ENT-PATH(IDX-ENTREE) TO WS-ARCHIVE-PATH
           MOVE 0 TO JUR-CODERETOUR
           MOVE 0 TO EOF-ARCHIVE
           OPEN INPUT ARCHIVE-FIC
           IF ARCHIVE-STATUT = "00"
               THEN
               PERFORM CONTROLE-GEL-ARCHIVE-LECT
                   UNTIL EOF-ARCHIVE = 1 OR JUR-CODERETOUR = 1
               CLOSE ARCHIVE-FIC
           END-IF
           IF JUR-CODERETOUR = 1
               THEN
               MOVE 0 TO ENT-A-PURGER(IDX-ENTREE)
               ADD 1 TO CPT-GEL-CONSERVES
               DISPLAY "CONSERVEE (gel juridique " JUR-REFERENCE
                   " sur " JUR-IDCLI ") : " ENT-PATH(IDX-ENTREE)
           END-IF.
       CONTROLE-GEL-ARCHIVE-LECT.
           READ ARCHIVE-FIC
               AT END MOVE 1 TO EOF-ARCHIVE
           END-READ
           IF EOF-ARCHIVE = 0 AND ARC-IDCLI IS NUMERIC
               THEN
               MOVE ARC-IDCLI TO JUR-IDCLI
               CALL "SPGEL01" USING PARAMETRES-GEL
           END-IF.

       PURGE-GENERATION.
           DISPLAY "A SUPPRIMER : " ENT-PATH(IDX-ENTREE)
           IF MODE-REEL
               PERFORM REECRIT-CATALOGUE
           END-IF
           DISPLAY "Generations conservees : " CPT-CONSERVES
           DISPLAY "  dont sous gel        : " CPT-GEL-CONSERVES
           DISPLAY "Generations purgees    : " CPT-SUPPRIMES
           DISPLAY "Copies .bak retirees   : " CPT-BAK-SUPPRIMES
           IF MODE-SIMULATION
               THEN
               DISPLAY "(simulation : rien n'a ete supprime)"
           END-IF
           PERFORM ECRIT-RUN-LOG.

      * Ligne RunLog.txt du passage, rattachee au mois de cloture, avec
      * le mode effectif (S ou R apres controle du droit) : seul un
      * passage reel compte pour la liste de fin de mois EXO-FIN-MOIS.
       ECRIT-RUN-LOG.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT "CLOTURE_PERIODE"
           IF WS-PERIODE-SAISIE IS NUMERIC
               THEN
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF
           MOVE SPACES TO ENREG-RUN-LOG
           MOVE WS-DATE-JOUR TO LOG-DATE
           ACCEPT LOG-TIME FROM TIME
           MOVE "EXO-MENAGE-GEN" TO LOG-PROGRAMME
           MOVE RETURN-CODE TO WS-RC-LOG
           STRING "PERIODE=" DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               " RC=" DELIMITED BY SIZE
               WS-RC-LOG DELIMITED BY SIZE
               " MODE=" DELIMITED BY SIZE
               WS-MODE DELIMITED BY SIZE
               INTO LOG-PARAMETRES
           END-STRING
           OPEN EXTEND RUN-LOG-FIC
           IF RUN-LOG-STATUT NOT = "00"
               THEN
               OPEN OUTPUT RUN-LOG-FIC
           END-IF
           WRITE ENREG-RUN-LOG
           END-WRITE
           CLOSE RUN-LOG-FIC.

       REECRIT-CATALOGUE.
           OPEN OUTPUT CATALOGUE-FIC
