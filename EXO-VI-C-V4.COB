      *   catalogue ni a l'empreinte, et sans consommer de numero a
      *   l'attribution centralisee : l'operateur approuve la
      *   strategie AVANT le vrai passage.
      * - DEDUP_SIMULATION se tient dans le fichier central
      *   ParametresChaine.txt (lu par SPPAR01, l'environnement garde
      *   la priorite) ; la valeur retenue et sa provenance sont
      *   portees en queue de la ligne RunLog.txt du passage.
      * - un jour rattrape par EXO-JOB-STREAM est traite sous sa date
      *   (JOB_DATE_TRAITEMENT) : generations, entete et controle de
      *   lot portent le jour rattrape et non la date du passage.
      * - reprise sur checkpoint, comme EXO-CLI-MAINT et
      *   BUBBLESORT-V3 : tous les DEDUP_CHECKPOINT_INTERVALLE
      *   enregistrements lus (defaut 1000), DedupCheckpoint.txt recoit
      *   la position dans l'entree, les compteurs, l'etat du mode 2,
      *   l'entete de sortie et la table UTILISE-IDCLI, la sortie
      *   ClientsOUTV4 etant reecrite sur disque au meme instant.
      *   Chaque numero attribue par SPIDC01 est note aussitot dans
      *   DedupCheckpointRenum.txt avec sa position d'entree : au
      *   passage suivant du meme jour sur la meme entree, la sortie
      *   est ramenee au checkpoint, l'entree repositionnee, et les
      *   enregistrements deja renumerotes reprennent LEUR numero au
      *   lieu d'en consommer un autre - sortie identique, aucun
      *   numero attribue deux fois. Une interruption pendant le tri
      *   final ne refait que le tri (ClientsOUTV4-2 a moitie ecrit).
      *   DEDUP_REPRISE=N force un passage complet (EXO-JOB-STREAM le
      *   pose sur un lancement normal, et O sur sa reprise).
      * - noms portes a 20 caracteres et prenoms a 15 : l'enregistrement
      *   client passe a 68 octets, et avec lui la cle de tri repliee,
      *   le checkpoint, la table de renumerotation et les lignes de
      *   simulation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-VI-C-V4.
           SELECT MAPPING-FIC
               ASSIGN TO "C:\Users\Cobol\ClientsRenumMapping.txt"
               FILE STATUS IS MAPPING-STATUT.
           SELECT CHECKPOINT-FIC
               ASSIGN TO "C:\Users\Cobol\DedupCheckpoint.txt"
               FILE STATUS IS CHECKPOINT-STATUT.
           SELECT ATTRIB-REPRISE-FIC
               ASSIGN TO "C:\Users\Cobol\DedupCheckpointRenum.txt"
               FILE STATUS IS ATTRIB-REPRISE-STATUT.
           SELECT SORTIE-REPRISE-FIC
               ASSIGN TO WS-SORTIE-REPRISE-PATH
               FILE STATUS IS SORTIE-REPRISE-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLI-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
       FD  CLI-OUT-FIC.
       01  ENREG-CLI-OUT.
           05 IDCLI-OUT PIC 9(5).
           05 NOMCLI-OUT PIC X(20).
           05 PNMCLI-OUT PIC X(15).
           05 ADRESSE-OUT PIC X(15).
           05 TELEPHONE-OUT PIC X(10).
           05 STATUT-OUT PIC X.
           05 AGENCE-OUT PIC XX.

       FD  CLI-OUT-FIC2.
       01  ENREG-CLI-OUT2 PIC X(68).


       SD  CLI-TMP.
       01  ENREG-CLI-TMP.
           05 IDCLI-TMP PIC 9(5).
           05 NOMCLI-TMP PIC X(20).
           05 PNMCLI-TMP PIC X(15).
           05 FILLER PIC X(28).
      * Cle de classement repliee (majuscules sans accents), portee
      * par la zone de tri seulement : les 68 premiers octets restent
      * l'enregistrement ecrit.
           05 CLE-NOMCLI-TMP PIC X(20).
      *
       FD  CLI-MODE-FIC.
       01  ENREG-MODE-DEDUP.
           05 LOG-CPT-ENREG PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE " /".
           05 LOG-CPT-ENRDBL PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LOG-PARAMETRES PIC X(34).
      *
      * Catalogue des generations : chaque generation produite y est
      * enregistree (nom de base, date, compte du trailer, statut
       01  ENREG-MAPPING.
           05 MAP-ANCIEN PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 MAP-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 MAP-NOUVEAU PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 MAP-DATE PIC 9(8).
      *
      * Checkpoint du passage : un enregistrement d'etat (CKP-ENTETE),
      * puis, en phase de lecture, la table UTILISE-IDCLI en 100 blocs
      * de 1000 temoins, et une marque de fin "FN" rappelant la
      * position - un checkpoint sans sa marque a ete interrompu en
      * cours d'ecriture et n'est pas repris.
       FD  CHECKPOINT-FIC.
       01  ENREG-CHECKPOINT PIC X(1000).
      *
      * Attributions SPIDC01 du passage en cours, dans l'ordre : la
      * position de l'enregistrement d'entree et le numero recu.
       FD  ATTRIB-REPRISE-FIC.
       01  ENREG-ATTRIB-REPRISE.
           05 ARP-POSITION PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 ARP-IDCLI PIC 9(5).
      *
      * Copie de la sortie partielle, relue pour la ramener au
      * checkpoint.
       FD  SORTIE-REPRISE-FIC.
       01  ENREG-SORTIE-REPRISE PIC X(68).
      *
       WORKING-STORAGE SECTION.
       77  EOF PIC 9 VALUE 0.
       77  EOFMAX PIC 9 VALUE 0.
       77  ZON  PIC X(68).
       77  OLD-IDCLI PIC 9(5) VALUE 0.
       77  OLD-NOMCLI PIC X(20).
       77  CPT-ENREG PIC 9(5) VALUE 0.
       77  CPT-ENRDBL PIC 9(5) VALUE 0.
       77  ID-MAX PIC 9(5).
           88 MODE-RENUMEROTE VALUE "3".
       01  BUF-ENREG-CLIENT.
           05 IDCLI-BUF PIC 9(5).
           05 NOMCLI-BUF PIC X(20).
           05 PNMCLI-BUF PIC X(15).
           05 ADRESSE-BUF PIC X(15).
           05 TELEPHONE-BUF PIC X(10).
           05 STATUT-BUF PIC X.
       77  WS-SAUVEGARDE-BUFFER PIC X(36) VALUE SPACES.
       77  WS-SAUVEGARDE-STATUT PIC 9(9) COMP-5 VALUE 0.
       77  WS-DATE-GEN PIC 9(8).
      * Date de traitement transmise par EXO-JOB-STREAM quand il
      * rattrape un jour saute (a blanc sinon).
       77  WS-DATE-TRAITEMENT-ENV PIC X(8) VALUE SPACES.
       77  WS-LONGUEUR-PATH PIC 99.
       77  WS-LONGUEUR-BASE PIC 99.
       77  WS-CLI-OUT-FIC-STAMPE PIC X(60) VALUE SPACES.
      * passer par SPIDC01 (qui persisterait l'attribution).
       77  WS-SIMULATION PIC X VALUE SPACE.
           88 SIMULATION-ON VALUE "1" "O" "o" "Y" "y".
       77  WS-SIMULATION-SOURCE PIC X VALUE "D".
       77  WS-SIMULATION-LOG PIC X VALUE "N".
      * Bloc d'appel de SPPAR01 : parametre de la chaine, fichier
      * central ParametresChaine.txt ou environnement (voir
      * SPPAR01.cbl).
       01  PARAMETRES-PARAM.
           05 PAR-NOM PIC X(20).
           05 PAR-VALEUR PIC X(10).
           05 PAR-SOURCE PIC X.
           05 PAR-CODERETOUR PIC 9.
       77  CPT-SIM-ECARTES PIC 9(5) VALUE 0.
       77  CPT-SIM-RENUM PIC 9(5) VALUE 0.
       77  WS-SIM-ANCIEN-ID PIC 9(5) VALUE 0.
           05 FILLER PIC X(9) VALUE "ECARTE : ".
           05 SIM-ECA-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 SIM-ECA-NOM PIC X(20).
           05 FILLER PIC X(25) VALUE SPACES.
       01  LIGNE-SIM-RENUM.
           05 FILLER PIC X(9) VALUE "RENUM  : ".
           05 SIM-REN-ANCIEN PIC 9(5).
           05 FILLER PIC X(4) VALUE " -> ".
           05 SIM-REN-NOUVEAU PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 SIM-REN-NOM PIC X(20).
           05 FILLER PIC X(16) VALUE SPACES.
       01  LIGNE-SIM-TOTAL.
           05 SIM-TOT-LIBELLE PIC X(25).
           05 SIM-TOT-CPT PIC ZZZZ9.
       77  WS-VERROU-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-VERROU-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ChaineVerrou.txt".
      * Reprise sur checkpoint : position dans l'entree (lectures de
      * CLI-FIC), enregistrements ecrits dans CLI-OUT-FIC, intervalle
      * entre deux checkpoints, phase reprise (L lecture, T tri final).
       77  CHECKPOINT-STATUT PIC XX.
       77  ATTRIB-REPRISE-STATUT PIC XX.
       77  SORTIE-REPRISE-STATUT PIC XX.
       77  WS-POSITION-ENTREE PIC 9(7) VALUE 0.
       77  WS-CPT-SORTIE PIC 9(7) VALUE 0.
       77  WS-CKP-DERNIERE PIC 9(7) VALUE 0.
       77  WS-CKP-INTERVALLE PIC 9(4) VALUE 1000.
       77  WS-CKP-INTERVALLE-SAISIE PIC X(4) VALUE SPACES.
       77  WS-REPRISE-EN-COURS PIC 9 VALUE 0.
       77  WS-REPRISE-PHASE PIC X VALUE SPACE.
       77  WS-DEDUP-REPRISE PIC X VALUE SPACE.
           88 REPRISE-REFUSEE VALUE "N" "n".
       77  IDX-CKP-BLOC PIC 999 VALUE 0.
       77  WS-CKP-DEBUT PIC 9(5) VALUE 0.
       77  WS-CKP-LONGUEUR PIC 9(4) VALUE 0.
       77  EOF-ATTRIB-REPRISE PIC 9 VALUE 0.
       77  EOF-SORTIE-REPRISE PIC 9 VALUE 0.
       77  WS-CPT-RECOPIE PIC 9(7) VALUE 0.
       77  WS-ATTRIB-REJOUEE PIC 9 VALUE 0.
       77  WS-SORTIE-REPRISE-PATH PIC X(64) VALUE SPACES.
      * Attributions posterieures au checkpoint, a rejouer telles
      * quelles (au plus un intervalle de checkpoint).
       01  TABLE-REJEU.
           05 REJEU-ATTRIB OCCURS 5000.
               10 REJEU-POSITION PIC 9(7).
               10 REJEU-IDCLI PIC 9(5).
       77  NB-REJEU PIC 9(4) VALUE 0.
       77  IDX-REJEU PIC 9(4) VALUE 0.
       01  CKP-ENTETE.
           05 CKP-MARQUE PIC XX.
           05 CKP-PHASE PIC X.
               88 CKP-LECTURE VALUE "L".
               88 CKP-TRI VALUE "T".
               88 CKP-TERMINE VALUE "F".
           05 FILLER PIC X VALUE SPACE.
           05 CKP-DATE-GEN PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-MODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 CKP-POSITION PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-CPT-SORTIE PIC 9(7).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-CPT-ENREG PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-CPT-ENRDBL PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-SOMME-IDCLI PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-CPT-EMPREINTE PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-SOMME-EMPREINTE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-OLD-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-OLD-NOMCLI PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-PREMIER-TOUR PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 CKP-ID-MAX PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-RC PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 CKP-BUF PIC X(68).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-ENTETE-SORTIE PIC X(68).
           05 FILLER PIC X VALUE SPACE.
           05 CKP-SOURCE PIC X(60).
       01  CKP-FIN.
           05 CKP-FIN-MARQUE PIC XX VALUE "FN".
           05 CKP-FIN-POSITION PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   PERFORM TRAIT-PREMIER UNTIL EOF = 1
               WHEN MODE-DERNIER
                   PERFORM TRAIT-DERNIER UNTIL EOF = 1
                   IF WS-REPRISE-PHASE NOT = "T"
                       THEN
                       PERFORM FIN-DERNIER
                   END-IF
               WHEN OTHER
                   PERFORM TRAIT-RENUM UNTIL EOF = 1
           END-EVALUATE
                   TO WS-CLI-MODE-FIC-PATH
           END-IF
           ACCEPT WS-DATE-GEN FROM DATE YYYYMMDD
           ACCEPT WS-DATE-TRAITEMENT-ENV FROM ENVIRONMENT
               "JOB_DATE_TRAITEMENT"
           IF WS-DATE-TRAITEMENT-ENV IS NUMERIC
               THEN
               MOVE WS-DATE-TRAITEMENT-ENV TO WS-DATE-GEN
               DISPLAY "Date de traitement (rattrapage) : " WS-DATE-GEN
           END-IF
           MOVE "DEDUP_SIMULATION" TO PAR-NOM
           CALL "SPPAR01" USING PARAMETRES-PARAM
           MOVE PAR-VALEUR TO WS-SIMULATION
           MOVE PAR-SOURCE TO WS-SIMULATION-SOURCE
           IF SIMULATION-ON
               THEN
               MOVE "O" TO WS-SIMULATION-LOG
               DISPLAY "Mode simulation : rapport seulement, aucune "
                   "sortie ecrite."
               OPEN OUTPUT SIMUL-FIC
           END-IF
           PERFORM HORODATE-CLI-OUT-FIC
           PERFORM HORODATE-CLI-OUT-FIC2
           ACCEPT WS-CKP-INTERVALLE-SAISIE FROM ENVIRONMENT
               "DEDUP_CHECKPOINT_INTERVALLE"
           IF WS-CKP-INTERVALLE-SAISIE IS NUMERIC
               AND WS-CKP-INTERVALLE-SAISIE > "0000"
               AND WS-CKP-INTERVALLE-SAISIE NOT > "5000"
               THEN
               MOVE WS-CKP-INTERVALLE-SAISIE TO WS-CKP-INTERVALLE
           END-IF
           IF NOT SIMULATION-ON
               THEN
               PERFORM LECTURE-CHECKPOINT
           END-IF
           IF WS-REPRISE-EN-COURS = 1
               THEN
               PERFORM REPRISE-SUR-CHECKPOINT
           ELSE
               PERFORM DEMARRAGE-PASSAGE
           END-IF.

      * Passage complet : mode, table d'occupation, sauvegarde de la
      * sortie de meme nom, ouvertures, entete, et remise a zero du
      * checkpoint (un checkpoint anterieur ne doit plus etre repris
      * une fois ce passage commence).
       DEMARRAGE-PASSAGE.
           PERFORM LIT-MODE-DEDUP
           IF MODE-RENUMEROTE
               PERFORM RECHERCHE-MAX
               PERFORM PREPARE-ENTETE
               WRITE ENREG-CLI-OUT FROM ENREG-CLI-ENTETE
               END-WRITE
               ADD 1 TO WS-CPT-SORTIE
               PERFORM CLOT-CHECKPOINT
           END-IF

           PERFORM LECTURE-CLI-FIC-VALIDE.
                   MOVE ENREG-CLIENT TO ENREG-CLI-OUT
                   WRITE ENREG-CLI-OUT
                   END-WRITE
                   ADD 1 TO WS-CPT-SORTIE
               END-IF
               MOVE IDCLI TO OLD-IDCLI
               ADD 1 TO CPT-ENREG
                   PERFORM ECRIT-SIM-ECARTE
               END-IF
           END-IF
           PERFORM POINT-CONTROLE
           PERFORM LECTURE-CLI-FIC-VALIDE.

      * Mode 2 : on garde le dernier enregistrement de chaque IDCLI
                       MOVE AGENCE-BUF TO AGENCE-OUT
                       WRITE ENREG-CLI-OUT
                       END-WRITE
                       ADD 1 TO WS-CPT-SORTIE
                   END-IF
                   ADD 1 TO CPT-ENREG
                   ADD IDCLI-BUF TO WS-SOMME-IDCLI
                   MOVE IDCLI TO OLD-IDCLI
               END-IF
           END-IF
           PERFORM POINT-CONTROLE
           PERFORM LECTURE-CLI-FIC-VALIDE.

       FIN-DERNIER.
               MOVE AGENCE-BUF TO AGENCE-OUT
               WRITE ENREG-CLI-OUT
               END-WRITE
               ADD 1 TO WS-CPT-SORTIE
           END-IF
           ADD 1 TO CPT-ENREG
           ADD IDCLI-BUF TO WS-SOMME-IDCLI.
                   MOVE ENREG-CLIENT TO ENREG-CLI-OUT
                   WRITE ENREG-CLI-OUT
                   END-WRITE
                   ADD 1 TO WS-CPT-SORTIE
               END-IF
               MOVE IDCLI TO OLD-IDCLI
               MOVE NOMCLI TO OLD-NOMCLI
                       MOVE ENREG-CLIENT TO ENREG-CLI-OUT
                       WRITE ENREG-CLI-OUT
                       END-WRITE
                       ADD 1 TO WS-CPT-SORTIE
      * Une attribution rejouee apres reprise a deja sa trace.
                       IF WS-ATTRIB-REJOUEE = 0
                           THEN
                           PERFORM ECRIT-MAPPING-RENUM
                       END-IF
                   END-IF
      *         MOVE IDCLI TO OLD-IDCLI
               ADD 1 TO CPT-ENRDBL
               ADD IDCLI TO WS-SOMME-IDCLI
           END-IF

           PERFORM POINT-CONTROLE
           PERFORM LECTURE-CLI-FIC-VALIDE.

      * Lecture en ecartant un eventuel enregistrement de controle "TR"
           READ CLI-FIC INTO ZON
               AT END MOVE 1 TO EOF
           END-READ
           IF EOF = 0
               THEN
               ADD 1 TO WS-POSITION-ENTREE
           END-IF
           IF EOF = 0 AND ZON(1:2) = "HD"
               THEN
               DISPLAY "Entete du fichier en entree - produit le "
           END-WRITE
           ADD 1 TO CPT-SIM-RENUM.

      * Une fois le trailer ecrit et la sortie close, le checkpoint
      * passe en phase T : une interruption pendant le tri final ne
      * fait plus refaire que le tri.
       FIN-REEL.
           IF WS-REPRISE-PHASE NOT = "T"
               THEN
               PERFORM ECRIT-TRAILER
               CLOSE CLI-FIC CLI-OUT-FIC
               PERFORM SAUVEGARDE-CLI-OUT-FIC2
               MOVE "T" TO CKP-PHASE
               PERFORM ECRIT-CHECKPOINT
           END-IF
           SORT CLI-TMP
           ASCENDING KEY IDCLI-TMP
           ASCENDING KEY CLE-NOMCLI-TMP
           PERFORM CONTROLE-RATIO-DOUBLONS
           PERFORM ECRIT-RUN-LOG
           PERFORM ECRIT-CATALOGUE
           PERFORM CLOT-CHECKPOINT
           PERFORM LIBERE-VERROU.

      * Surveillance du taux de doublons : le taux du jour
           END-READ
           IF EOF-ALIM = 0
               THEN
               MOVE ENREG-CLI-OUT TO ENREG-CLI-TMP(1:68)
               MOVE SPACES TO CLE-NOMCLI-TMP
               IF IDCLI-OUT IS NUMERIC
                   THEN
      * numerique le place naturellement en derniere position dans
      * CLI-OUT-FIC2 egalement (tri ascendant).
       ECRIT-TRAILER.
           PERFORM CALCULE-TRAILER
           WRITE ENREG-CLI-OUT FROM ENREG-CLI-TRAILER
           END-WRITE.
       CALCULE-TRAILER.
           EVALUATE TRUE
               WHEN MODE-RENUMEROTE
                   COMPUTE TR-CPT = CPT-ENREG + CPT-ENRDBL
               WHEN OTHER
                   MOVE CPT-ENREG TO TR-CPT
           END-EVALUATE
           MOVE WS-SOMME-IDCLI TO TR-SOMME.

       DISPLAY-RESULT.
           DISPLAY "Nombre d'enregistrements s/doublons: " CPT-ENREG.
           MOVE CPT-ENREG TO LOG-CPT-ENREG
           MOVE CPT-ENRDBL TO LOG-CPT-ENRDBL
           MOVE "EXO-VI-C-V4" TO LOG-PROGRAMME
           STRING "DEDUP_SIMULATION=" DELIMITED BY SIZE
               WS-SIMULATION-LOG DELIMITED BY SIZE
               "(" DELIMITED BY SIZE
               WS-SIMULATION-SOURCE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LOG-PARAMETRES
           END-STRING
           OPEN EXTEND RUN-LOG-FIC
           WRITE ENREG-RUN-LOG
           END-WRITE
                   "indisponible (" MAPPING-STATUT ")"
           END-IF.

      * Apres une reprise, un enregistrement deja renumerote avant
      * l'interruption reprend son numero (DedupCheckpointRenum.txt)
      * au lieu d'en demander un autre ; toute nouvelle attribution y
      * est notee aussitot.
       ATTRIBUE-TROU.
           MOVE 0 TO WS-ATTRIB-REJOUEE
           PERFORM CHERCHE-REJEU
               VARYING IDX-REJEU FROM 1 BY 1
               UNTIL IDX-REJEU > NB-REJEU OR WS-ATTRIB-REJOUEE = 1
           IF WS-ATTRIB-REJOUEE = 1
               THEN
               MOVE 1 TO UTILISE-IDCLI(IDCLI)
               IF IDCLI > ID-MAX
                   THEN
                   MOVE IDCLI TO ID-MAX
               END-IF
           ELSE
               PERFORM ATTRIBUE-TROU-SPIDC01
               PERFORM ECRIT-ATTRIB-REPRISE
           END-IF.
       CHERCHE-REJEU.
           IF REJEU-POSITION(IDX-REJEU) = WS-POSITION-ENTREE
               THEN
               MOVE REJEU-IDCLI(IDX-REJEU) TO IDCLI
               MOVE 1 TO WS-ATTRIB-REJOUEE
           END-IF.
       ECRIT-ATTRIB-REPRISE.
           OPEN EXTEND ATTRIB-REPRISE-FIC
           IF ATTRIB-REPRISE-STATUT NOT = "00"
               THEN
               OPEN OUTPUT ATTRIB-REPRISE-FIC
           END-IF
           IF ATTRIB-REPRISE-STATUT = "00"
               THEN
               MOVE SPACES TO ENREG-ATTRIB-REPRISE
               MOVE WS-POSITION-ENTREE TO ARP-POSITION
               MOVE IDCLI TO ARP-IDCLI
               WRITE ENREG-ATTRIB-REPRISE
               END-WRITE
               CLOSE ATTRIB-REPRISE-FIC
           END-IF.
       ATTRIBUE-TROU-SPIDC01.
           MOVE "EXO-VI-C-V4" TO ALC-DEMANDEUR
           CALL "SPIDC01" USING PARAMETRES-ALLOC TABLE-IDCLI-UTILISE
           IF ALC-CODERETOUR = 1
               MOVE ID-MAX TO IDCLI
               MOVE 1 TO UTILISE-IDCLI(IDCLI)
           END-IF.
      ******************************************************************
      * Reprise sur checkpoint
      ******************************************************************
      * Un checkpoint en phase L ou T du meme jour de traitement et de
      * la meme entree est repris, sauf DEDUP_REPRISE=N ; un
      * checkpoint sans sa marque de fin ne l'est jamais.
       LECTURE-CHECKPOINT.
           MOVE 0 TO WS-REPRISE-EN-COURS
           ACCEPT WS-DEDUP-REPRISE FROM ENVIRONMENT "DEDUP_REPRISE"
           OPEN INPUT CHECKPOINT-FIC
           IF CHECKPOINT-STATUT = "00"
               THEN
               READ CHECKPOINT-FIC INTO CKP-ENTETE
               END-READ
               IF CHECKPOINT-STATUT = "00" AND CKP-MARQUE = "CK"
                   AND (CKP-LECTURE OR CKP-TRI)
                   THEN
                   PERFORM CONTROLE-CHECKPOINT
               END-IF
               CLOSE CHECKPOINT-FIC
           END-IF.
       CONTROLE-CHECKPOINT.
           EVALUATE TRUE
               WHEN REPRISE-REFUSEE
                   DISPLAY "Checkpoint du " CKP-DATE-GEN " ignore "
                       "(DEDUP_REPRISE=N) : passage complet."
               WHEN CKP-DATE-GEN NOT = WS-DATE-GEN
                   OR CKP-SOURCE NOT = WS-CLI-FIC-PATH
                   DISPLAY "Checkpoint d'un autre passage ("
                       CKP-DATE-GEN ") ignore : passage complet."
               WHEN OTHER
                   PERFORM LECTURE-CHECKPOINT-SUITE
           END-EVALUATE.
       LECTURE-CHECKPOINT-SUITE.
           IF CKP-LECTURE
               THEN
               PERFORM LIT-CKP-OCCUPATION
                   VARYING IDX-CKP-BLOC FROM 1 BY 1
                   UNTIL IDX-CKP-BLOC > 100
                   OR CHECKPOINT-STATUT NOT = "00"
           END-IF
           IF CHECKPOINT-STATUT = "00"
               THEN
               READ CHECKPOINT-FIC
               END-READ
           END-IF
           IF CHECKPOINT-STATUT = "00"
               AND ENREG-CHECKPOINT(1:2) = "FN"
               AND ENREG-CHECKPOINT(3:7) = CKP-POSITION
               THEN
               MOVE 1 TO WS-REPRISE-EN-COURS
               MOVE CKP-PHASE TO WS-REPRISE-PHASE
           ELSE
               DISPLAY "ATTENTION: checkpoint incomplet (interrompu "
                   "pendant son ecriture) - passage complet."
               MOVE ALL "0" TO TABLE-IDCLI-UTILISE
           END-IF.
       LIT-CKP-OCCUPATION.
           READ CHECKPOINT-FIC
           END-READ
           IF CHECKPOINT-STATUT = "00"
               THEN
               PERFORM CALCULE-CKP-BLOC
               MOVE ENREG-CHECKPOINT(1:WS-CKP-LONGUEUR)
                   TO TABLE-IDCLI-UTILISE(WS-CKP-DEBUT:WS-CKP-LONGUEUR)
           END-IF.
      * Bloc IDX-CKP-BLOC de la table d'occupation : 1000 temoins, 999
      * pour le dernier (99999 numeros).
       CALCULE-CKP-BLOC.
           COMPUTE WS-CKP-DEBUT = (IDX-CKP-BLOC - 1) * 1000 + 1
           IF IDX-CKP-BLOC = 100
               THEN
               MOVE 999 TO WS-CKP-LONGUEUR
           ELSE
               MOVE 1000 TO WS-CKP-LONGUEUR
           END-IF.

      * Reprise : mode et compteurs du checkpoint, puis, en phase L,
      * attributions a rejouer, sortie ramenee au checkpoint et entree
      * repositionnee ; en phase T, seul le tri final reste a faire.
       REPRISE-SUR-CHECKPOINT.
           MOVE CKP-MODE TO MODE-DEDUP-WS
           MOVE CKP-CPT-ENREG TO CPT-ENREG
           MOVE CKP-CPT-ENRDBL TO CPT-ENRDBL
           MOVE CKP-SOMME-IDCLI TO WS-SOMME-IDCLI
           MOVE CKP-CPT-EMPREINTE TO CPT-EMPREINTE
           MOVE CKP-SOMME-EMPREINTE TO WS-SOMME-EMPREINTE
           MOVE CKP-OLD-IDCLI TO OLD-IDCLI
           MOVE CKP-OLD-NOMCLI TO OLD-NOMCLI
           MOVE CKP-PREMIER-TOUR TO PREMIER-TOUR
           MOVE CKP-BUF TO BUF-ENREG-CLIENT
           MOVE CKP-ID-MAX TO ID-MAX
           MOVE CKP-ENTETE-SORTIE TO ENREG-CLI-ENTETE
           MOVE CKP-CPT-SORTIE TO WS-CPT-SORTIE
           MOVE CKP-POSITION TO WS-CKP-DERNIERE
           MOVE CKP-RC TO RETURN-CODE
           DISPLAY "Mode de dedoublonnage : " MODE-DEDUP-WS
           IF WS-REPRISE-PHASE = "T"
               THEN
               DISPLAY "Reprise sur checkpoint - lecture terminee, "
                   "tri final a refaire."
               PERFORM CALCULE-TRAILER
               MOVE 1 TO EOF
           ELSE
               DISPLAY "Reprise sur checkpoint - enregistrement "
                   CKP-POSITION " de l'entree, " CKP-CPT-SORTIE
                   " enregistrement(s) en sortie."
               PERFORM CHARGE-REJEU
               PERFORM REBATIT-SORTIE
               OPEN INPUT CLI-FIC
               IF CLI-FIC-STATUT NOT = "00"
                   THEN
                   DISPLAY "ERREUR: fichier d'entree introuvable ("
                       CLI-FIC-STATUT ") : " WS-CLI-FIC-PATH
                   PERFORM LIBERE-VERROU
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM SAUTE-ENTREE
                   UNTIL WS-POSITION-ENTREE = CKP-POSITION OR EOF = 1
               IF EOF = 1
                   THEN
                   DISPLAY "ERREUR: entree plus courte que la position "
                       "du checkpoint - reprise impossible "
                       "(DEDUP_REPRISE=N pour un passage complet)."
                   PERFORM LIBERE-VERROU
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LECTURE-CLI-FIC-VALIDE
           END-IF.
       SAUTE-ENTREE.
           READ CLI-FIC INTO ZON
               AT END MOVE 1 TO EOF
           END-READ
           IF EOF = 0
               THEN
               ADD 1 TO WS-POSITION-ENTREE
           END-IF.

       CHARGE-REJEU.
           MOVE 0 TO NB-REJEU
           MOVE 0 TO EOF-ATTRIB-REPRISE
           OPEN INPUT ATTRIB-REPRISE-FIC
           IF ATTRIB-REPRISE-STATUT = "00"
               THEN
               PERFORM CHARGE-REJEU-LECT UNTIL EOF-ATTRIB-REPRISE = 1
               CLOSE ATTRIB-REPRISE-FIC
           END-IF
           IF NB-REJEU > 0
               THEN
               DISPLAY "Numeros deja attribues a reprendre : " NB-REJEU
           END-IF.
       CHARGE-REJEU-LECT.
           READ ATTRIB-REPRISE-FIC
               AT END MOVE 1 TO EOF-ATTRIB-REPRISE
           END-READ
           IF EOF-ATTRIB-REPRISE = 0 AND ARP-POSITION IS NUMERIC
               AND ARP-POSITION > CKP-POSITION
               AND NB-REJEU < 5000
               THEN
               ADD 1 TO NB-REJEU
               MOVE ARP-POSITION TO REJEU-POSITION(NB-REJEU)
               MOVE ARP-IDCLI TO REJEU-IDCLI(NB-REJEU)
           END-IF.

      * La sortie partielle est recopiee a cote (.rep), puis reecrite
      * avec ses seuls enregistrements anterieurs au checkpoint ; les
      * ecritures suivantes s'y ajoutent.
       REBATIT-SORTIE.
           MOVE SPACES TO WS-SORTIE-REPRISE-PATH
           STRING WS-CLI-OUT-FIC-PATH DELIMITED BY SPACE
               ".rep" DELIMITED BY SIZE
               INTO WS-SORTIE-REPRISE-PATH
           END-STRING
           CALL "CBL_COPY_FILE" USING WS-CLI-OUT-FIC-PATH
               WS-SORTIE-REPRISE-PATH
               RETURNING WS-SAUVEGARDE-STATUT
           MOVE 0 TO WS-CPT-RECOPIE
           MOVE 0 TO EOF-SORTIE-REPRISE
           OPEN INPUT SORTIE-REPRISE-FIC
           IF WS-SAUVEGARDE-STATUT = 0 AND SORTIE-REPRISE-STATUT = "00"
               THEN
               OPEN OUTPUT CLI-OUT-FIC
               PERFORM REBATIT-SORTIE-LECT
                   UNTIL EOF-SORTIE-REPRISE = 1
                   OR WS-CPT-RECOPIE = WS-CPT-SORTIE
               CLOSE CLI-OUT-FIC
               CLOSE SORTIE-REPRISE-FIC
               CALL "CBL_DELETE_FILE" USING WS-SORTIE-REPRISE-PATH
                   RETURNING WS-SAUVEGARDE-STATUT
           END-IF
           IF WS-CPT-RECOPIE NOT = WS-CPT-SORTIE
               THEN
               DISPLAY "ERREUR: sortie partielle absente ou plus "
                   "courte que le checkpoint : " WS-CLI-OUT-FIC-PATH
               DISPLAY "Reprise impossible (DEDUP_REPRISE=N pour un "
                   "passage complet)."
               PERFORM LIBERE-VERROU
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CLI-OUT-FIC.
       REBATIT-SORTIE-LECT.
           READ SORTIE-REPRISE-FIC
               AT END MOVE 1 TO EOF-SORTIE-REPRISE
           END-READ
           IF EOF-SORTIE-REPRISE = 0
               THEN
               WRITE ENREG-CLI-OUT FROM ENREG-SORTIE-REPRISE
               END-WRITE
               ADD 1 TO WS-CPT-RECOPIE
           END-IF.

      * Point de controle periodique : la sortie est refermee et
      * rouverte en extension (tout ce qui est compte est sur disque),
      * puis le checkpoint est reecrit. Rien en simulation.
       POINT-CONTROLE.
           IF NOT SIMULATION-ON
               AND WS-POSITION-ENTREE - WS-CKP-DERNIERE
                   NOT < WS-CKP-INTERVALLE
               THEN
               CLOSE CLI-OUT-FIC
               OPEN EXTEND CLI-OUT-FIC
               MOVE "L" TO CKP-PHASE
               PERFORM ECRIT-CHECKPOINT
               MOVE WS-POSITION-ENTREE TO WS-CKP-DERNIERE
           END-IF.

      * CKP-PHASE est pose par l'appelant (L ou T).
       ECRIT-CHECKPOINT.
           MOVE "CK" TO CKP-MARQUE
           MOVE WS-DATE-GEN TO CKP-DATE-GEN
           MOVE MODE-DEDUP-WS TO CKP-MODE
           MOVE WS-POSITION-ENTREE TO CKP-POSITION
           MOVE WS-CPT-SORTIE TO CKP-CPT-SORTIE
           MOVE CPT-ENREG TO CKP-CPT-ENREG
           MOVE CPT-ENRDBL TO CKP-CPT-ENRDBL
           MOVE WS-SOMME-IDCLI TO CKP-SOMME-IDCLI
           MOVE CPT-EMPREINTE TO CKP-CPT-EMPREINTE
           MOVE WS-SOMME-EMPREINTE TO CKP-SOMME-EMPREINTE
           MOVE OLD-IDCLI TO CKP-OLD-IDCLI
           MOVE OLD-NOMCLI TO CKP-OLD-NOMCLI
           MOVE PREMIER-TOUR TO CKP-PREMIER-TOUR
           MOVE ID-MAX TO CKP-ID-MAX
           MOVE RETURN-CODE TO CKP-RC
           MOVE BUF-ENREG-CLIENT TO CKP-BUF
           MOVE ENREG-CLI-ENTETE TO CKP-ENTETE-SORTIE
           MOVE WS-CLI-FIC-PATH TO CKP-SOURCE
           OPEN OUTPUT CHECKPOINT-FIC
           IF CHECKPOINT-STATUT = "00"
               THEN
               WRITE ENREG-CHECKPOINT FROM CKP-ENTETE
               END-WRITE
               IF CKP-LECTURE
                   THEN
                   PERFORM ECRIT-CKP-OCCUPATION
                       VARYING IDX-CKP-BLOC FROM 1 BY 1
                       UNTIL IDX-CKP-BLOC > 100
               END-IF
               MOVE WS-POSITION-ENTREE TO CKP-FIN-POSITION
               WRITE ENREG-CHECKPOINT FROM CKP-FIN
               END-WRITE
               CLOSE CHECKPOINT-FIC
           ELSE
               DISPLAY "ATTENTION: DedupCheckpoint.txt indisponible ("
                   CHECKPOINT-STATUT ") - pas de reprise possible."
           END-IF.
       ECRIT-CKP-OCCUPATION.
           PERFORM CALCULE-CKP-BLOC
           MOVE SPACES TO ENREG-CHECKPOINT
           MOVE TABLE-IDCLI-UTILISE(WS-CKP-DEBUT:WS-CKP-LONGUEUR)
               TO ENREG-CHECKPOINT(1:WS-CKP-LONGUEUR)
           WRITE ENREG-CHECKPOINT
           END-WRITE.

      * Passage termine (ou passage complet qui commence) : checkpoint
      * marque F, attributions du passage oubliees.
       CLOT-CHECKPOINT.
           MOVE SPACES TO CKP-ENTETE
           MOVE "CK" TO CKP-MARQUE
           MOVE "F" TO CKP-PHASE
           MOVE WS-DATE-GEN TO CKP-DATE-GEN
           OPEN OUTPUT CHECKPOINT-FIC
           IF CHECKPOINT-STATUT = "00"
               THEN
               WRITE ENREG-CHECKPOINT FROM CKP-ENTETE
               END-WRITE
               CLOSE CHECKPOINT-FIC
           END-IF
           OPEN OUTPUT ATTRIB-REPRISE-FIC
           IF ATTRIB-REPRISE-STATUT = "00"
               THEN
               CLOSE ATTRIB-REPRISE-FIC
           END-IF.
       END PROGRAM EXO-VI-C-V4.
