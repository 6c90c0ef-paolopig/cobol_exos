      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : relais des alertes vers le pupitre de supervision
      * du groupe. Alerts.txt n'est vu que de celui qui ouvre
      * EXO-ALERTES-CONSOLE : une ERREUR de 02:00 attendait le matin.
      * Lance a intervalle regulier, le programme reprend les alertes
      * posterieures a sa marque de reprise (AlertesRelaisEtat.txt :
      * date et heure de la derniere alerte examinee), les filtre par
      * programme emetteur et severite minimale selon la table
      * AlertesRoutage.txt, et ecrit celles qui passent au format
      * evenement fixe "EV01" que le pupitre du groupe ingere
      * (AlertesEvenements.txt, cumule jusqu'a ramassage).
      * - chaque alerte transmise est estampillee dans
      *   AlertesTransmises.txt (cle date, heure, programme, numero
      *   d'evenement, destination) : une alerte deja estampillee
      *   n'est jamais retransmise, meme si la marque de reprise est
      *   revenue en arriere ;
      * - table de routage : un enregistrement par regle, programme
      *   emetteur ("*" = tout programme), severite minimale (ERREUR,
      *   ATTENTION, INFO, ou NEANT pour ne rien transmettre) et code
      *   destination. La regle du programme l'emporte sur "*" ; sans
      *   table, seules les ERREUR partent, vers GROUPE ;
      * - en cas d'echec d'ecriture, la marque de reprise s'arrete
      *   avant la premiere alerte non transmise (elle sera reprise au
      *   passage suivant), l'etat du passage est enregistre ECHEC
      *   avec le nombre d'alertes en echec, et la feuille de
      *   passation (EXO-OPS-PASSATION) le signale.
      * Codes retour : 0 = relais complet, 8 = au moins un echec de
      * transmission.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-ALERTES-RELAIS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTES-FIC
               ASSIGN TO WS-ALERTES-PATH
               FILE STATUS IS ALERTES-STATUT.
           SELECT ROUTAGE-FIC
               ASSIGN TO WS-ROUTAGE-PATH
               FILE STATUS IS ROUTAGE-STATUT.
           SELECT ETAT-FIC
               ASSIGN TO WS-ETAT-PATH
               FILE STATUS IS ETAT-STATUT.
           SELECT TRANSMISES-FIC
               ASSIGN TO WS-TRANSMISES-PATH
               FILE STATUS IS TRANSMISES-STATUT.
           SELECT EVENEMENTS-FIC
               ASSIGN TO WS-EVENEMENTS-PATH
               FILE STATUS IS EVENEMENTS-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que ENREG-ALERTE dans EXO-FICHIER-SORT et
      * EXO-VI-C-V4.
       FD  ALERTES-FIC.
       01  ENREG-ALERTE.
           05 ALERTE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 ALERTE-TIME PIC 9(8).
           05 FILLER PIC X.
           05 ALERTE-PROGRAMME PIC X(16).
           05 FILLER PIC X.
           05 ALERTE-SEVERITE PIC X(9).
           05 FILLER PIC X.
           05 ALERTE-MESSAGE PIC X(60).
      *
      * Une regle de routage par enregistrement.
       FD  ROUTAGE-FIC.
       01  ENREG-ROUTAGE.
           05 RTE-PROGRAMME PIC X(16).
           05 FILLER PIC X.
           05 RTE-SEVERITE PIC X(9).
           05 FILLER PIC X.
           05 RTE-DESTINATION PIC X(8).
      *
      * Marque de reprise et bilan du dernier passage (lu par
      * EXO-OPS-PASSATION).
       FD  ETAT-FIC.
       01  ENREG-ETAT.
           05 ETA-MARQUE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ETA-MARQUE-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ETA-DERNIER-EVT PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ETA-PASSAGE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ETA-PASSAGE-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ETA-STATUT PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 ETA-CPT-TRANSMISES PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 ETA-CPT-ECHECS PIC 9(5).
      *
      * Estampille d'une alerte transmise.
       FD  TRANSMISES-FIC.
       01  ENREG-TRANSMISE.
           05 TRS-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 TRS-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 TRS-PROGRAMME PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 TRS-EVT PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 TRS-DESTINATION PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 TRS-ENVOI-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 TRS-ENVOI-TIME PIC 9(8).
      *
      * Format evenement du pupitre de supervision du groupe, version
      * EV01 : numero d'evenement du site, site emetteur, destination,
      * horodatage, niveau (3 = ERREUR, 2 = ATTENTION, 1 = autre),
      * severite, source et texte.
       FD  EVENEMENTS-FIC.
       01  ENREG-EVENEMENT.
           05 EVT-FORMAT PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 EVT-NUMERO PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 EVT-SITE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 EVT-DESTINATION PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 EVT-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 EVT-HEURE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 EVT-NIVEAU PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 EVT-SEVERITE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 EVT-SOURCE PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 EVT-TEXTE PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  ALERTES-STATUT PIC XX.
       77  ROUTAGE-STATUT PIC XX.
       77  ETAT-STATUT PIC XX.
       77  TRANSMISES-STATUT PIC XX.
       77  EVENEMENTS-STATUT PIC XX.
       77  EOF-ALERTES PIC 9 VALUE 0.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-SITE PIC X(8) VALUE SPACES.
       77  WS-DATE PIC 9(8) VALUE 0.
       77  WS-TIME PIC 9(8) VALUE 0.
      * Marque de reprise : lue, puis avancee alerte par alerte tant
      * qu'aucun echec n'est survenu.
       77  WS-MARQUE-DATE PIC 9(8) VALUE 0.
       77  WS-MARQUE-TIME PIC 9(8) VALUE 0.
       77  WS-NOUVELLE-DATE PIC 9(8) VALUE 0.
       77  WS-NOUVELLE-TIME PIC 9(8) VALUE 0.
       77  WS-DERNIER-EVT PIC 9(8) VALUE 0.
       77  WS-ECHEC-VU PIC 9 VALUE 0.
       77  WS-SORTIE-OUVERTE PIC 9 VALUE 0.
       77  WS-TRANSMISES-OUVERT PIC 9 VALUE 0.
      * Table de routage.
       01  TABLE-ROUTAGE.
           05 ROUTE-ENTREE OCCURS 50.
               10 TAB-RTE-PROGRAMME PIC X(16).
               10 TAB-RTE-NIVEAU PIC 9.
               10 TAB-RTE-DESTINATION PIC X(8).
       77  NB-ROUTES PIC 99 VALUE 0.
       77  IDX-ROUTE PIC 99 VALUE 0.
       77  WS-ROUTE-PROGRAMME PIC 99 VALUE 0.
       77  WS-ROUTE-GENERALE PIC 99 VALUE 0.
       77  WS-ROUTE-RETENUE PIC 99 VALUE 0.
       77  WS-SEVERITE-A-CLASSER PIC X(9) VALUE SPACES.
       77  WS-NIVEAU PIC 9 VALUE 0.
       77  WS-NIVEAU-ALERTE PIC 9 VALUE 0.
      * Estampilles deja posees, a partir du jour de la marque.
       01  TABLE-TRANSMISES.
           05 TRANSMISE-ENTREE OCCURS 2000.
               10 TAB-TRS-DATE PIC 9(8).
               10 TAB-TRS-TIME PIC 9(8).
               10 TAB-TRS-PROGRAMME PIC X(16).
       77  NB-TRANSMISES PIC 9(4) VALUE 0.
       77  IDX-TRANSMISE PIC 9(4) VALUE 0.
       77  WS-DEJA-TRANSMISE PIC 9 VALUE 0.
       77  CPT-EXAMINEES PIC 9(5) VALUE 0.
       77  CPT-TRANSMISES PIC 9(5) VALUE 0.
       77  CPT-FILTREES PIC 9(5) VALUE 0.
       77  CPT-DOUBLONS PIC 9(5) VALUE 0.
       77  CPT-ECHECS PIC 9(5) VALUE 0.
       77  WS-ALERTES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\Alerts.txt".
       77  WS-ROUTAGE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\AlertesRoutage.txt".
       77  WS-ETAT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\AlertesRelaisEtat.txt".
       77  WS-TRANSMISES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\AlertesTransmises.txt".
       77  WS-EVENEMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\AlertesEvenements.txt".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT UNTIL EOF-ALERTES = 1
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges via
      * ALERTES_PATH (meme nom qu'EXO-ALERTES-CONSOLE),
      * ALERTES_ROUTAGE_PATH, ALERTES_RELAIS_ETAT_PATH,
      * ALERTES_TRANSMISES_PATH et ALERTES_EVT_PATH ; ALERTES_SITE
      * donne le code site porte par chaque evenement (defaut SIEGE).
       INIT.
           ACCEPT WS-ALERTES-PATH FROM ENVIRONMENT "ALERTES_PATH"
           IF WS-ALERTES-PATH = SPACES
               MOVE "C:\Users\Cobol\Alerts.txt" TO WS-ALERTES-PATH
           END-IF
           ACCEPT WS-ROUTAGE-PATH FROM ENVIRONMENT
               "ALERTES_ROUTAGE_PATH"
           IF WS-ROUTAGE-PATH = SPACES
               MOVE "C:\Users\Cobol\AlertesRoutage.txt"
                   TO WS-ROUTAGE-PATH
           END-IF
           ACCEPT WS-ETAT-PATH FROM ENVIRONMENT
               "ALERTES_RELAIS_ETAT_PATH"
           IF WS-ETAT-PATH = SPACES
               MOVE "C:\Users\Cobol\AlertesRelaisEtat.txt"
                   TO WS-ETAT-PATH
           END-IF
           ACCEPT WS-TRANSMISES-PATH FROM ENVIRONMENT
               "ALERTES_TRANSMISES_PATH"
           IF WS-TRANSMISES-PATH = SPACES
               MOVE "C:\Users\Cobol\AlertesTransmises.txt"
                   TO WS-TRANSMISES-PATH
           END-IF
           ACCEPT WS-EVENEMENTS-PATH FROM ENVIRONMENT
               "ALERTES_EVT_PATH"
           IF WS-EVENEMENTS-PATH = SPACES
               MOVE "C:\Users\Cobol\AlertesEvenements.txt"
                   TO WS-EVENEMENTS-PATH
           END-IF
           ACCEPT WS-SITE FROM ENVIRONMENT "ALERTES_SITE"
           IF WS-SITE = SPACES
               MOVE "SIEGE" TO WS-SITE
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           PERFORM LIT-ETAT
           PERFORM CHARGE-ROUTAGE
           PERFORM CHARGE-TRANSMISES
           OPEN INPUT ALERTES-FIC
           IF ALERTES-STATUT NOT = "00"
               THEN
               DISPLAY "Alerts.txt absent (" ALERTES-STATUT
                   ") : rien a relayer."
               MOVE 1 TO EOF-ALERTES
           ELSE
               PERFORM OUVRE-SORTIES
               READ ALERTES-FIC
                   AT END MOVE 1 TO EOF-ALERTES
               END-READ
           END-IF.

      * Premier passage (etat absent) : marque a zero, tout Alerts.txt
      * est examine.
       LIT-ETAT.
           OPEN INPUT ETAT-FIC
           IF ETAT-STATUT = "00"
               THEN
               READ ETAT-FIC
                   AT END MOVE SPACES TO ENREG-ETAT
               END-READ
               IF ETA-MARQUE-DATE IS NUMERIC
                   AND ETA-MARQUE-TIME IS NUMERIC
                   THEN
                   MOVE ETA-MARQUE-DATE TO WS-MARQUE-DATE
                   MOVE ETA-MARQUE-TIME TO WS-MARQUE-TIME
               END-IF
               IF ETA-DERNIER-EVT IS NUMERIC
                   THEN
                   MOVE ETA-DERNIER-EVT TO WS-DERNIER-EVT
               END-IF
               CLOSE ETAT-FIC
           END-IF
           MOVE WS-MARQUE-DATE TO WS-NOUVELLE-DATE
           MOVE WS-MARQUE-TIME TO WS-NOUVELLE-TIME.

       CHARGE-ROUTAGE.
           MOVE 0 TO EOF-FIC
           OPEN INPUT ROUTAGE-FIC
           IF ROUTAGE-STATUT = "00"
               THEN
               PERFORM CHARGE-ROUTAGE-LECT UNTIL EOF-FIC = 1
               CLOSE ROUTAGE-FIC
           END-IF
           IF NB-ROUTES = 0
               THEN
               MOVE 1 TO NB-ROUTES
               MOVE "*" TO TAB-RTE-PROGRAMME(1)
               MOVE 3 TO TAB-RTE-NIVEAU(1)
               MOVE "GROUPE" TO TAB-RTE-DESTINATION(1)
           END-IF.
       CHARGE-ROUTAGE-LECT.
           READ ROUTAGE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND RTE-PROGRAMME NOT = SPACES
               AND NB-ROUTES < 50
               THEN
               ADD 1 TO NB-ROUTES
               MOVE RTE-PROGRAMME TO TAB-RTE-PROGRAMME(NB-ROUTES)
               MOVE RTE-SEVERITE TO WS-SEVERITE-A-CLASSER
               PERFORM CLASSE-SEVERITE
               IF RTE-SEVERITE = "NEANT"
                   THEN
                   MOVE 9 TO WS-NIVEAU
               END-IF
               MOVE WS-NIVEAU TO TAB-RTE-NIVEAU(NB-ROUTES)
               MOVE RTE-DESTINATION TO TAB-RTE-DESTINATION(NB-ROUTES)
               IF RTE-DESTINATION = SPACES
                   THEN
                   MOVE "GROUPE" TO TAB-RTE-DESTINATION(NB-ROUTES)
               END-IF
           END-IF.

      * Niveau d'une severite : 3 = ERREUR, 2 = ATTENTION, 1 = autre
      * (meme regroupement qu'EXO-ALERTES-CONSOLE).
       CLASSE-SEVERITE.
           EVALUATE WS-SEVERITE-A-CLASSER
               WHEN "ERREUR"
                   MOVE 3 TO WS-NIVEAU
               WHEN "ATTENTION"
                   MOVE 2 TO WS-NIVEAU
               WHEN OTHER
                   MOVE 1 TO WS-NIVEAU
           END-EVALUATE.

      * Seules les estampilles du jour de la marque et apres peuvent
      * concerner une alerte encore a examiner.
       CHARGE-TRANSMISES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT TRANSMISES-FIC
           IF TRANSMISES-STATUT = "00"
               THEN
               PERFORM CHARGE-TRANSMISES-LECT UNTIL EOF-FIC = 1
               CLOSE TRANSMISES-FIC
           END-IF.
       CHARGE-TRANSMISES-LECT.
           READ TRANSMISES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND TRS-DATE IS NUMERIC
               AND TRS-DATE NOT < WS-MARQUE-DATE
               THEN
               IF NB-TRANSMISES < 2000
                   THEN
                   ADD 1 TO NB-TRANSMISES
                   MOVE TRS-DATE TO TAB-TRS-DATE(NB-TRANSMISES)
                   MOVE TRS-TIME TO TAB-TRS-TIME(NB-TRANSMISES)
                   MOVE TRS-PROGRAMME
                       TO TAB-TRS-PROGRAMME(NB-TRANSMISES)
               ELSE
                   DISPLAY "ATTENTION: table des estampilles pleine "
                       "(2000) - controle de double envoi partiel."
               END-IF
           END-IF.

      * Fichier evenements cumule jusqu'a ramassage par le pupitre ;
      * estampilles en ajout. Une sortie impossible a ouvrir met tout
      * le passage en echec.
       OUVRE-SORTIES.
           OPEN EXTEND EVENEMENTS-FIC
           IF EVENEMENTS-STATUT NOT = "00"
               THEN
               OPEN OUTPUT EVENEMENTS-FIC
           END-IF
           IF EVENEMENTS-STATUT = "00"
               THEN
               MOVE 1 TO WS-SORTIE-OUVERTE
           ELSE
               DISPLAY "ERREUR: fichier evenements impossible a "
                   "ouvrir (" EVENEMENTS-STATUT ") : "
                   WS-EVENEMENTS-PATH
           END-IF
           OPEN EXTEND TRANSMISES-FIC
           IF TRANSMISES-STATUT NOT = "00"
               THEN
               OPEN OUTPUT TRANSMISES-FIC
           END-IF
           IF TRANSMISES-STATUT = "00"
               THEN
               MOVE 1 TO WS-TRANSMISES-OUVERT
           ELSE
               DISPLAY "ERREUR: estampilles impossibles a ecrire ("
                   TRANSMISES-STATUT ") : " WS-TRANSMISES-PATH
           END-IF.

      * Une alerte anterieure a la marque est deja traitee ; a la
      * marque meme (meme date et heure), l'estampille tranche.
       TRAIT.
           IF ALERTE-DATE IS NUMERIC AND ALERTE-TIME IS NUMERIC
               THEN
               IF ALERTE-DATE > WS-MARQUE-DATE
                   OR (ALERTE-DATE = WS-MARQUE-DATE
                       AND ALERTE-TIME NOT < WS-MARQUE-TIME)
                   THEN
                   ADD 1 TO CPT-EXAMINEES
                   PERFORM EXAMINE-ALERTE
               END-IF
           END-IF
           READ ALERTES-FIC
               AT END MOVE 1 TO EOF-ALERTES
           END-READ.

       EXAMINE-ALERTE.
           MOVE 0 TO WS-DEJA-TRANSMISE
           PERFORM CHERCHE-TRANSMISE
               VARYING IDX-TRANSMISE FROM 1 BY 1
               UNTIL IDX-TRANSMISE > NB-TRANSMISES
               OR WS-DEJA-TRANSMISE = 1
           IF WS-DEJA-TRANSMISE = 1
               THEN
               ADD 1 TO CPT-DOUBLONS
               PERFORM AVANCE-MARQUE
           ELSE
               PERFORM ROUTE-ALERTE
               IF WS-ROUTE-RETENUE = 0
                   THEN
                   ADD 1 TO CPT-FILTREES
                   PERFORM AVANCE-MARQUE
               ELSE
                   PERFORM TRANSMET-ALERTE
               END-IF
           END-IF.
       CHERCHE-TRANSMISE.
           IF TAB-TRS-DATE(IDX-TRANSMISE) = ALERTE-DATE
               AND TAB-TRS-TIME(IDX-TRANSMISE) = ALERTE-TIME
               AND TAB-TRS-PROGRAMME(IDX-TRANSMISE) = ALERTE-PROGRAMME
               THEN
               MOVE 1 TO WS-DEJA-TRANSMISE
           END-IF.

      * La regle du programme emetteur l'emporte sur la regle "*" ;
      * l'alerte passe si son niveau atteint la severite minimale.
       ROUTE-ALERTE.
           MOVE 0 TO WS-ROUTE-PROGRAMME
           MOVE 0 TO WS-ROUTE-GENERALE
           MOVE 0 TO WS-ROUTE-RETENUE
           PERFORM CHERCHE-ROUTE
               VARYING IDX-ROUTE FROM 1 BY 1
               UNTIL IDX-ROUTE > NB-ROUTES
           IF WS-ROUTE-PROGRAMME > 0
               THEN
               MOVE WS-ROUTE-PROGRAMME TO IDX-ROUTE
           ELSE
               MOVE WS-ROUTE-GENERALE TO IDX-ROUTE
           END-IF
           IF IDX-ROUTE > 0
               THEN
               MOVE ALERTE-SEVERITE TO WS-SEVERITE-A-CLASSER
               PERFORM CLASSE-SEVERITE
               MOVE WS-NIVEAU TO WS-NIVEAU-ALERTE
               IF WS-NIVEAU-ALERTE NOT < TAB-RTE-NIVEAU(IDX-ROUTE)
                   THEN
                   MOVE IDX-ROUTE TO WS-ROUTE-RETENUE
               END-IF
           END-IF.
       CHERCHE-ROUTE.
           IF TAB-RTE-PROGRAMME(IDX-ROUTE) = ALERTE-PROGRAMME
               AND WS-ROUTE-PROGRAMME = 0
               THEN
               MOVE IDX-ROUTE TO WS-ROUTE-PROGRAMME
           END-IF
           IF TAB-RTE-PROGRAMME(IDX-ROUTE) = "*"
               AND WS-ROUTE-GENERALE = 0
               THEN
               MOVE IDX-ROUTE TO WS-ROUTE-GENERALE
           END-IF.

      * Evenement puis estampille ; tout echec arrete la marque.
       TRANSMET-ALERTE.
           IF WS-SORTIE-OUVERTE = 0 OR WS-TRANSMISES-OUVERT = 0
               THEN
               ADD 1 TO CPT-ECHECS
               MOVE 1 TO WS-ECHEC-VU
           ELSE
               ADD 1 TO WS-DERNIER-EVT
               MOVE SPACES TO ENREG-EVENEMENT
               MOVE "EV01" TO EVT-FORMAT
               MOVE WS-DERNIER-EVT TO EVT-NUMERO
               MOVE WS-SITE TO EVT-SITE
               MOVE TAB-RTE-DESTINATION(WS-ROUTE-RETENUE)
                   TO EVT-DESTINATION
               MOVE ALERTE-DATE TO EVT-DATE
               MOVE ALERTE-TIME(1:6) TO EVT-HEURE
               MOVE WS-NIVEAU-ALERTE TO EVT-NIVEAU
               MOVE ALERTE-SEVERITE TO EVT-SEVERITE
               MOVE ALERTE-PROGRAMME TO EVT-SOURCE
               MOVE ALERTE-MESSAGE TO EVT-TEXTE
               WRITE ENREG-EVENEMENT
               END-WRITE
               IF EVENEMENTS-STATUT NOT = "00"
                   THEN
                   SUBTRACT 1 FROM WS-DERNIER-EVT
                   ADD 1 TO CPT-ECHECS
                   MOVE 1 TO WS-ECHEC-VU
               ELSE
                   PERFORM ESTAMPILLE-ALERTE
               END-IF
           END-IF.
       ESTAMPILLE-ALERTE.
           MOVE SPACES TO ENREG-TRANSMISE
           MOVE ALERTE-DATE TO TRS-DATE
           MOVE ALERTE-TIME TO TRS-TIME
           MOVE ALERTE-PROGRAMME TO TRS-PROGRAMME
           MOVE WS-DERNIER-EVT TO TRS-EVT
           MOVE TAB-RTE-DESTINATION(WS-ROUTE-RETENUE)
               TO TRS-DESTINATION
           MOVE WS-DATE TO TRS-ENVOI-DATE
           MOVE WS-TIME TO TRS-ENVOI-TIME
           WRITE ENREG-TRANSMISE
           END-WRITE
           IF TRANSMISES-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: estampille non ecrite pour l'evenement "
                   WS-DERNIER-EVT " (" TRANSMISES-STATUT ")"
               ADD 1 TO CPT-ECHECS
               MOVE 1 TO WS-ECHEC-VU
           ELSE
               ADD 1 TO CPT-TRANSMISES
               PERFORM AVANCE-MARQUE
           END-IF.

       AVANCE-MARQUE.
           IF WS-ECHEC-VU = 0
               THEN
               MOVE ALERTE-DATE TO WS-NOUVELLE-DATE
               MOVE ALERTE-TIME TO WS-NOUVELLE-TIME
           END-IF.

       FIN.
           IF EOF-ALERTES = 1 AND ALERTES-STATUT NOT = "35"
               THEN
               CLOSE ALERTES-FIC
           END-IF
           IF WS-SORTIE-OUVERTE = 1
               THEN
               CLOSE EVENEMENTS-FIC
           END-IF
           IF WS-TRANSMISES-OUVERT = 1
               THEN
               CLOSE TRANSMISES-FIC
           END-IF
           PERFORM ECRIT-ETAT
           DISPLAY "Alertes examinees   : " CPT-EXAMINEES
           DISPLAY "Alertes transmises  : " CPT-TRANSMISES
           DISPLAY "Filtrees (routage)  : " CPT-FILTREES
           DISPLAY "Deja estampillees   : " CPT-DOUBLONS
           DISPLAY "Echecs              : " CPT-ECHECS
           DISPLAY "Marque de reprise   : " WS-NOUVELLE-DATE " "
               WS-NOUVELLE-TIME
           IF CPT-ECHECS > 0
               THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

       ECRIT-ETAT.
           MOVE SPACES TO ENREG-ETAT
           MOVE WS-NOUVELLE-DATE TO ETA-MARQUE-DATE
           MOVE WS-NOUVELLE-TIME TO ETA-MARQUE-TIME
           MOVE WS-DERNIER-EVT TO ETA-DERNIER-EVT
           MOVE WS-DATE TO ETA-PASSAGE-DATE
           MOVE WS-TIME TO ETA-PASSAGE-TIME
           IF CPT-ECHECS > 0
               THEN
               MOVE "ECHEC" TO ETA-STATUT
           ELSE
               MOVE "OK" TO ETA-STATUT
           END-IF
           MOVE CPT-TRANSMISES TO ETA-CPT-TRANSMISES
           MOVE CPT-ECHECS TO ETA-CPT-ECHECS
           OPEN OUTPUT ETAT-FIC
           IF ETAT-STATUT = "00"
               THEN
               WRITE ENREG-ETAT
               END-WRITE
               CLOSE ETAT-FIC
           ELSE
               DISPLAY "ERREUR: etat du relais impossible a ecrire ("
                   ETAT-STATUT ") : " WS-ETAT-PATH
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM EXO-ALERTES-RELAIS.
