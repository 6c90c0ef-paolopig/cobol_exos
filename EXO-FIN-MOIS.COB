      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : liste de controle de la cloture de fin de mois. Le
      * mois se ferme en cinq etapes, dans cet ordre : instantane
      * certifie (EXO-CLI-CLOTURE), bascule des traces
      * (EXO-ROLLOVER-LOGS), rapport des couts courrier
      * (EXO-COURRIER-RAPPORT), synthese d'audit (EXO-AUDIT-RESUME)
      * et menage des generations (EXO-MENAGE-GEN). Chaque etape
      * laisse dans RunLog.txt une ligne "PERIODE=AAAAMM RC=nn" ; la
      * liste relit le RunLog courant et les segments RunLog de la
      * periode et de la suivante (resolus a l'index LogSegments.txt),
      * et imprime pour chaque etape FAIT, MANQUANT ou HORS ORDRE.
      * - une etape n'est faite que par un passage a code retour
      *   inferieur a 8 ; la cloture doit etre en mode C et avoir son
      *   entree au registre SnapshotsRegistre.txt, le menage doit
      *   etre en mode reel, la bascule doit avoir inscrit au moins un
      *   segment de la periode a l'index ;
      * - le premier passage reussi de chaque etape fait foi : une
      *   etape passee avant une etape qui la precede dans la liste
      *   est HORS ORDRE.
      * La periode vaut par defaut le mois precedant la date du jour
      * (FIN_MOIS_PERIODE=AAAAMM l'impose). EXO-JOB-STREAM lance la
      * liste avant le premier jour de traitement d'un mois neuf.
      * Codes retour : 0 = mois clos complet et dans l'ordre,
      * 4 = toutes les etapes faites mais hors ordre, 8 = etape
      * manquante, 12 = aucun RunLog lisible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-FIN-MOIS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FIC
               ASSIGN TO WS-RUN-LOG-LECTURE
               FILE STATUS IS RUN-LOG-STATUT.
           SELECT SEGMENTS-FIC
               ASSIGN TO WS-SEGMENTS-PATH
               FILE STATUS IS SEGMENTS-STATUT.
           SELECT REGISTRE-FIC
               ASSIGN TO WS-REGISTRE-PATH
               FILE STATUS IS REGISTRE-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin 80 octets que ENREG-RUN-LOG dans
      * EXO-CONSULT-RAPPORT ; les etapes de fin de mois y ecrivent
      * leurs parametres au format fixe ci-dessous.
       FD  RUN-LOG-FIC.
       01  ENREG-RUN-LOG.
           05 LOG-DATE PIC X(8).
           05 FILLER PIC X.
           05 LOG-TIME PIC X(8).
           05 FILLER PIC X.
           05 LOG-PROGRAMME PIC X(14).
           05 FILLER PIC X.
           05 LOG-PARAMETRES.
               10 LOG-PRM-CLE PIC X(8).
               10 LOG-PRM-PERIODE PIC X(6).
               10 LOG-PRM-CLE-RC PIC X(4).
               10 LOG-PRM-RC PIC XX.
               10 LOG-PRM-CLE-MODE PIC X(6).
               10 LOG-PRM-MODE PIC X.
               10 FILLER PIC X(20).
      *
      * Index des segments de trace (voir EXO-ROLLOVER-LOGS).
       FD  SEGMENTS-FIC.
       01  ENREG-SEGMENT.
           05 SEG-BASE PIC X(20).
           05 FILLER PIC X.
           05 SEG-PERIODE PIC 9(6).
           05 FILLER PIC X.
           05 SEG-PATH PIC X(60).
           05 FILLER PIC X.
           05 SEG-CHAINE PIC X(8).
      *
      * Registre des instantanes certifies (voir EXO-CLI-CLOTURE).
       FD  REGISTRE-FIC.
       01  ENREG-REGISTRE.
           05 SNP-PERIODE PIC 9(6).
           05 FILLER PIC X.
           05 SNP-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SNP-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 SNP-CPT PIC 9(5).
           05 FILLER PIC X.
           05 SNP-SOMME PIC 9(8).
           05 FILLER PIC X.
           05 SNP-PATH PIC X(60).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  RUN-LOG-STATUT PIC XX.
       77  SEGMENTS-STATUT PIC XX.
       77  REGISTRE-STATUT PIC XX.
       77  EOF-RUN-LOG PIC 9 VALUE 0.
       77  EOF-SEGMENTS PIC 9 VALUE 0.
       77  EOF-REGISTRE PIC 9 VALUE 0.
       77  WS-DATE-JOUR PIC 9(8).
       77  WS-PERIODE PIC 9(6) VALUE 0.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77  WS-PERIODE-SUIVANTE PIC 9(6) VALUE 0.
       01  WS-PERIODE-CALCUL.
           05 WS-PC-AAAA PIC 9(4).
           05 WS-PC-MM PIC 99.
      * Les cinq etapes dans l'ordre de la cloture : nom du programme
      * tel qu'il s'inscrit dans RunLog.txt, mode exige (blanc = tout
      * mode) et libelle.
       01  TABLE-ETAPES-DEF.
           05 FILLER PIC X(45) VALUE
               "EXO-CLI-CLOTURCinstantane certifie du maitre".
           05 FILLER PIC X(45) VALUE
               "EXO-ROLLOVER-L bascule des fichiers de trace".
           05 FILLER PIC X(45) VALUE
               "EXO-COURRIER-R rapport des couts courrier".
           05 FILLER PIC X(45) VALUE
               "EXO-AUDIT-RESU synthese du journal d'audit".
           05 FILLER PIC X(45) VALUE
               "EXO-MENAGE-GENRmenage des generations".
       01  TABLE-ETAPES-R REDEFINES TABLE-ETAPES-DEF.
           05 ETAPE-DEF OCCURS 5.
               10 ETP-PROGRAMME PIC X(14).
               10 ETP-MODE-EXIGE PIC X.
               10 ETP-LIBELLE PIC X(30).
      * Constat de chaque etape : premier passage reussi, nombre de
      * passages en echec (code retour 8 et plus, ou mauvais mode).
       01  TABLE-CONSTATS.
           05 CONSTAT-ENTREE OCCURS 5.
               10 CST-FAIT PIC 9.
               10 CST-HORODATE.
                   15 CST-DATE PIC X(8).
                   15 CST-HEURE PIC X(8).
               10 CST-RC PIC XX.
               10 CST-ECHECS PIC 99.
               10 CST-VERDICT PIC X(10).
               10 CST-DETAIL PIC X(50).
       77  NB-ETAPES PIC 9 VALUE 5.
       77  IDX-ETAPE PIC 9 VALUE 0.
       77  WS-IDX-TROUVE PIC 9 VALUE 0.
       77  WS-RC-LIGNE PIC 99 VALUE 0.
       77  WS-HORODATE-MAX PIC X(16) VALUE LOW-VALUES.
      * Sources RunLog relues : segments de la periode et de la
      * suivante, puis le fichier courant.
       01  TABLE-SOURCES.
           05 SRC-PATH PIC X(60) OCCURS 6.
       77  NB-SOURCES PIC 9 VALUE 0.
       77  IDX-SOURCE PIC 9 VALUE 0.
       77  CPT-SOURCES-LUES PIC 9 VALUE 0.
       77  CPT-LIGNES-PERIODE PIC 9(5) VALUE 0.
       77  CPT-SEGMENTS-PERIODE PIC 99 VALUE 0.
       77  WS-REGISTRE-TROUVE PIC 9 VALUE 0.
       77  WS-MANQUANT PIC 9 VALUE 0.
       77  WS-DESORDRE PIC 9 VALUE 0.
       77  WS-RUN-LOG-LECTURE PIC X(60) VALUE SPACES.
       77  WS-RUN-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\RunLog.txt".
       77  WS-SEGMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LogSegments.txt".
       77  WS-REGISTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\SnapshotsRegistre.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\FinMoisListe.txt".
       01  LIGNE-ETAPE.
           05 LIGNE-ETP-ORDRE PIC 9.
           05 FILLER PIC XX VALUE ". ".
           05 LIGNE-ETP-PROGRAMME PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-ETP-VERDICT PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-ETP-DETAIL PIC X(50).
           05 FILLER PIC X VALUE SPACE.
       01  LIGNE-TEXTE PIC X(80).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM RELEVE-SEGMENTS
           PERFORM RELEVE-REGISTRE
           PERFORM LIT-SOURCE
               VARYING IDX-SOURCE FROM 1 BY 1
               UNTIL IDX-SOURCE > NB-SOURCES
           PERFORM JUGE-ETAPE
               VARYING IDX-ETAPE FROM 1 BY 1
               UNTIL IDX-ETAPE > NB-ETAPES
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut peuvent etre surcharges via
      * RUN_LOG_PATH (meme nom que EXO-OPS-RAPPORT), LOG_SEGMENTS_PATH,
      * SNAPSHOTS_PATH et FIN_MOIS_RAPPORT_PATH ; FIN_MOIS_PERIODE
      * impose la periode controlee.
       INIT.
           ACCEPT WS-RUN-LOG-PATH FROM ENVIRONMENT "RUN_LOG_PATH"
           IF WS-RUN-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\RunLog.txt" TO WS-RUN-LOG-PATH
           END-IF
           ACCEPT WS-SEGMENTS-PATH FROM ENVIRONMENT "LOG_SEGMENTS_PATH"
           IF WS-SEGMENTS-PATH = SPACES
               MOVE "C:\Users\Cobol\LogSegments.txt"
                   TO WS-SEGMENTS-PATH
           END-IF
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT "SNAPSHOTS_PATH"
           IF WS-REGISTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\SnapshotsRegistre.txt"
                   TO WS-REGISTRE-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "FIN_MOIS_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\FinMoisListe.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           PERFORM CALCULE-PERIODES
           INITIALIZE TABLE-CONSTATS
           OPEN OUTPUT RAPPORT-FIC
           MOVE SPACES TO LIGNE-TEXTE
           STRING "LISTE DE CLOTURE DE FIN DE MOIS - PERIODE "
                   DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               INTO LIGNE-TEXTE
           END-STRING
           PERFORM IMPRIME-TEXTE.

      * Periode par defaut : le mois qui precede celui du jour. La
      * periode suivante sert a retrouver les lignes ecrites apres une
      * seconde bascule.
       CALCULE-PERIODES.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE-CALCUL
           IF WS-PC-MM = 1
               THEN
               SUBTRACT 1 FROM WS-PC-AAAA
               MOVE 12 TO WS-PC-MM
           ELSE
               SUBTRACT 1 FROM WS-PC-MM
           END-IF
           MOVE WS-PERIODE-CALCUL TO WS-PERIODE
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT "FIN_MOIS_PERIODE"
           IF WS-PERIODE-SAISIE IS NUMERIC
               THEN
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF
           MOVE WS-PERIODE TO WS-PERIODE-CALCUL
           IF WS-PC-MM = 12
               THEN
               ADD 1 TO WS-PC-AAAA
               MOVE 1 TO WS-PC-MM
           ELSE
               ADD 1 TO WS-PC-MM
           END-IF
           MOVE WS-PERIODE-CALCUL TO WS-PERIODE-SUIVANTE.

      * Index des segments : les segments RunLog de la periode et de
      * la suivante rejoignent les sources, et tout segment de la
      * periode prouve que la bascule a eu lieu. Le RunLog courant est
      * relu en dernier.
       RELEVE-SEGMENTS.
           MOVE 0 TO EOF-SEGMENTS
           OPEN INPUT SEGMENTS-FIC
           IF SEGMENTS-STATUT = "00"
               THEN
               PERFORM RELEVE-SEGMENTS-LECT UNTIL EOF-SEGMENTS = 1
               CLOSE SEGMENTS-FIC
           END-IF
           ADD 1 TO NB-SOURCES
           MOVE WS-RUN-LOG-PATH TO SRC-PATH(NB-SOURCES).
       RELEVE-SEGMENTS-LECT.
           READ SEGMENTS-FIC
               AT END MOVE 1 TO EOF-SEGMENTS
           END-READ
           IF EOF-SEGMENTS = 0 AND SEG-PERIODE IS NUMERIC
               THEN
               IF SEG-PERIODE = WS-PERIODE
                   THEN
                   ADD 1 TO CPT-SEGMENTS-PERIODE
               END-IF
               IF SEG-BASE = "RunLog" AND NB-SOURCES < 5
                   AND (SEG-PERIODE = WS-PERIODE
                   OR SEG-PERIODE = WS-PERIODE-SUIVANTE)
                   THEN
                   ADD 1 TO NB-SOURCES
                   MOVE SEG-PATH TO SRC-PATH(NB-SOURCES)
               END-IF
           END-IF.

       RELEVE-REGISTRE.
           MOVE 0 TO EOF-REGISTRE
           OPEN INPUT REGISTRE-FIC
           IF REGISTRE-STATUT = "00"
               THEN
               PERFORM RELEVE-REGISTRE-LECT UNTIL EOF-REGISTRE = 1
               CLOSE REGISTRE-FIC
           END-IF.
       RELEVE-REGISTRE-LECT.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-REGISTRE
           END-READ
           IF EOF-REGISTRE = 0 AND SNP-PERIODE IS NUMERIC
               AND SNP-PERIODE = WS-PERIODE
               THEN
               MOVE 1 TO WS-REGISTRE-TROUVE
           END-IF.

      * Une source RunLog absente est simplement sautee ; les lignes
      * anciennes sans parametres de periode ne sont pas retenues.
       LIT-SOURCE.
           MOVE SRC-PATH(IDX-SOURCE) TO WS-RUN-LOG-LECTURE
           MOVE 0 TO EOF-RUN-LOG
           OPEN INPUT RUN-LOG-FIC
           IF RUN-LOG-STATUT = "00"
               THEN
               ADD 1 TO CPT-SOURCES-LUES
               PERFORM LIT-SOURCE-LECT UNTIL EOF-RUN-LOG = 1
               CLOSE RUN-LOG-FIC
           END-IF.
       LIT-SOURCE-LECT.
           READ RUN-LOG-FIC
               AT END MOVE 1 TO EOF-RUN-LOG
           END-READ
           IF EOF-RUN-LOG = 0 AND LOG-DATE IS NUMERIC
               AND LOG-PRM-CLE = "PERIODE="
               AND LOG-PRM-PERIODE = WS-PERIODE
               AND LOG-PRM-RC IS NUMERIC
               THEN
               ADD 1 TO CPT-LIGNES-PERIODE
               MOVE 0 TO WS-IDX-TROUVE
               PERFORM CHERCHE-ETAPE
                   VARYING IDX-ETAPE FROM 1 BY 1
                   UNTIL IDX-ETAPE > NB-ETAPES OR WS-IDX-TROUVE > 0
               IF WS-IDX-TROUVE > 0
                   THEN
                   PERFORM RANGE-PASSAGE
               END-IF
           END-IF.
       CHERCHE-ETAPE.
           IF ETP-PROGRAMME(IDX-ETAPE) = LOG-PROGRAMME
               THEN
               MOVE IDX-ETAPE TO WS-IDX-TROUVE
           END-IF.

      * Passage reussi : code retour inferieur a 8 et, quand l'etape
      * en exige un, le bon mode. Seul le premier fait foi.
       RANGE-PASSAGE.
           MOVE LOG-PRM-RC TO WS-RC-LIGNE
           IF WS-RC-LIGNE < 8
               AND (ETP-MODE-EXIGE(WS-IDX-TROUVE) = SPACE
               OR (LOG-PRM-CLE-MODE = " MODE="
               AND LOG-PRM-MODE = ETP-MODE-EXIGE(WS-IDX-TROUVE)))
               THEN
               IF CST-FAIT(WS-IDX-TROUVE) = 0
                   THEN
                   MOVE 1 TO CST-FAIT(WS-IDX-TROUVE)
                   MOVE LOG-DATE TO CST-DATE(WS-IDX-TROUVE)
                   MOVE LOG-TIME TO CST-HEURE(WS-IDX-TROUVE)
                   MOVE LOG-PRM-RC TO CST-RC(WS-IDX-TROUVE)
               END-IF
           ELSE
               ADD 1 TO CST-ECHECS(WS-IDX-TROUVE)
           END-IF.

      * Verdict d'une etape. La cloture sans entree au registre et la
      * bascule sans segment de la periode ne comptent pas comme
      * faites ; une etape faite avant une etape qui la precede est
      * HORS ORDRE.
       JUGE-ETAPE.
           IF IDX-ETAPE = 1 AND CST-FAIT(1) = 1
               AND WS-REGISTRE-TROUVE = 0
               THEN
               MOVE 0 TO CST-FAIT(1)
               MOVE "passage sans instantane au registre"
                   TO CST-DETAIL(1)
           END-IF
           IF IDX-ETAPE = 2 AND CST-FAIT(2) = 1
               AND CPT-SEGMENTS-PERIODE = 0
               THEN
               MOVE 0 TO CST-FAIT(2)
               MOVE "passage sans segment de la periode a l'index"
                   TO CST-DETAIL(2)
           END-IF
           IF CST-FAIT(IDX-ETAPE) = 0
               THEN
               MOVE "MANQUANT" TO CST-VERDICT(IDX-ETAPE)
               MOVE 1 TO WS-MANQUANT
               IF CST-DETAIL(IDX-ETAPE) = SPACES
                   THEN
                   IF CST-ECHECS(IDX-ETAPE) > 0
                       THEN
                       STRING CST-ECHECS(IDX-ETAPE) DELIMITED BY SIZE
                           " passage(s) en echec ou hors mode"
                           DELIMITED BY SIZE
                           INTO CST-DETAIL(IDX-ETAPE)
                       END-STRING
                   ELSE
                       MOVE "aucun passage pour la periode"
                           TO CST-DETAIL(IDX-ETAPE)
                   END-IF
               END-IF
           ELSE
               IF CST-HORODATE(IDX-ETAPE) < WS-HORODATE-MAX
                   THEN
                   MOVE "HORS ORDRE" TO CST-VERDICT(IDX-ETAPE)
                   MOVE 1 TO WS-DESORDRE
                   STRING "le " DELIMITED BY SIZE
                       CST-DATE(IDX-ETAPE) DELIMITED BY SIZE
                       " a " DELIMITED BY SIZE
                       CST-HEURE(IDX-ETAPE) DELIMITED BY SIZE
                       ", avant une etape amont" DELIMITED BY SIZE
                       INTO CST-DETAIL(IDX-ETAPE)
                   END-STRING
               ELSE
                   MOVE "FAIT" TO CST-VERDICT(IDX-ETAPE)
                   MOVE CST-HORODATE(IDX-ETAPE) TO WS-HORODATE-MAX
                   STRING "le " DELIMITED BY SIZE
                       CST-DATE(IDX-ETAPE) DELIMITED BY SIZE
                       " a " DELIMITED BY SIZE
                       CST-HEURE(IDX-ETAPE) DELIMITED BY SIZE
                       ", code retour " DELIMITED BY SIZE
                       CST-RC(IDX-ETAPE) DELIMITED BY SIZE
                       INTO CST-DETAIL(IDX-ETAPE)
                   END-STRING
               END-IF
           END-IF
           MOVE IDX-ETAPE TO LIGNE-ETP-ORDRE
           MOVE ETP-PROGRAMME(IDX-ETAPE) TO LIGNE-ETP-PROGRAMME
           MOVE CST-VERDICT(IDX-ETAPE) TO LIGNE-ETP-VERDICT
           MOVE CST-DETAIL(IDX-ETAPE) TO LIGNE-ETP-DETAIL
           WRITE ENREG-RAPPORT FROM LIGNE-ETAPE
           END-WRITE
           DISPLAY LIGNE-ETAPE.

       IMPRIME-TEXTE.
           WRITE ENREG-RAPPORT FROM LIGNE-TEXTE
           END-WRITE
           DISPLAY LIGNE-TEXTE.

       FIN.
           MOVE SPACES TO LIGNE-TEXTE
           STRING "Sources RunLog lues : " DELIMITED BY SIZE
               CPT-SOURCES-LUES DELIMITED BY SIZE
               " - lignes de la periode : " DELIMITED BY SIZE
               CPT-LIGNES-PERIODE DELIMITED BY SIZE
               INTO LIGNE-TEXTE
           END-STRING
           PERFORM IMPRIME-TEXTE
           IF CPT-SOURCES-LUES = 0
               THEN
               MOVE "VERDICT : AUCUN RUNLOG LISIBLE - MOIS NON PROUVE"
                   TO LIGNE-TEXTE
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-MANQUANT = 1
                   THEN
                   MOVE "VERDICT : ETAPE(S) MANQUANTE(S)"
                       TO LIGNE-TEXTE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-DESORDRE = 1
                       THEN
                       MOVE "VERDICT : ETAPES FAITES MAIS HORS ORDRE"
                           TO LIGNE-TEXTE
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE "VERDICT : CLOTURE DU MOIS COMPLETE"
                           TO LIGNE-TEXTE
                   END-IF
               END-IF
           END-IF
           PERFORM IMPRIME-TEXTE
           CLOSE RAPPORT-FIC
           DISPLAY "Rapport : " WS-RAPPORT-PATH.

       END PROGRAM EXO-FIN-MOIS.
