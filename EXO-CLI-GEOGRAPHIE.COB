      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : repartition geographique des clients par
      * departement (deux premiers chiffres du CP) et par code postal
      * a l'interieur de chaque departement, pour les responsables
      * regionaux (ouvertures d'agences, depots au bureau d'impression).
      * La population est celle du maitre ClientsMaster : actifs
      * (statut A) et inactifs (P, S, I) sont comptes a part, les clos
      * (C) sont hors population et seulement denombres. Le CP et la
      * ville viennent de ClientsAdressesNorm.txt (EXO-CLI-ADR-NORM) ;
      * un client sans adresse normalisee ou avec un CP non numerique
      * est compte "sans adresse utilisable", avec sa part de la
      * population. L'etat se termine par le classement des villes
      * les plus peuplees (GEO_TOP, 10 par defaut, 50 au plus).
      * Les memes comptes partent dans un CSV pour les tableurs.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      * octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-GEOGRAPHIE.
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
           SELECT ADR-NORM-FIC
               ASSIGN TO WS-ADR-NORM-PATH
               FILE STATUS IS ADR-NORM-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH
               FILE STATUS IS RAPPORT-STATUT.
           SELECT CSV-FIC
               ASSIGN TO WS-CSV-PATH
               FILE STATUS IS CSV-STATUT.
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
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       FD  CSV-FIC.
       01  ENREG-CSV PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  ADR-NORM-STATUT PIC XX.
       77  RAPPORT-STATUT PIC XX.
       77  CSV-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  EOF-MASTER PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
      * Adresse normalisee de chaque client, indexee par IDCLI.
       01  TABLE-ADRESSES.
           05 ADRESSE-CLIENT OCCURS 99999.
               10 TAB-ADR-CP PIC X(5) VALUE SPACES.
               10 TAB-ADR-VILLE PIC X(20) VALUE SPACES.
      * Comptes par code postal, indexes par la valeur du CP.
       01  TABLE-CP.
           05 CP-ENTREE OCCURS 99999.
               10 CP-ACTIFS PIC 9(5) VALUE 0.
               10 CP-INACTIFS PIC 9(5) VALUE 0.
       77  IDX-CP PIC 9(6) VALUE 0.
       01  WS-CP-NUM PIC 9(5) VALUE 0.
       01  WS-CP-ALPHA REDEFINES WS-CP-NUM PIC X(5).
      * Comptes par ville (une meme ville peut exister dans deux
      * departements : la cle est ville + departement).
       01  TABLE-VILLES.
           05 VILLE-ENTREE OCCURS 2000.
               10 TAB-VIL-NOM PIC X(20).
               10 TAB-VIL-DEP PIC XX.
               10 TAB-VIL-ACTIFS PIC 9(5).
               10 TAB-VIL-INACTIFS PIC 9(5).
               10 TAB-VIL-CLASSEE PIC 9.
       77  NB-VILLES PIC 9(4) VALUE 0.
       77  IDX-VILLE PIC 9(4) VALUE 0.
       77  WS-VILLE-TROUVEE PIC 9 VALUE 0.
       77  WS-VILLES-DEBORDE PIC 9 VALUE 0.
       77  WS-TOP-SAISIE PIC XX VALUE SPACES.
       77  WS-TOP PIC 99 VALUE 10.
       77  WS-RANG PIC 99 VALUE 0.
       77  WS-TOP-IDX PIC 9(4) VALUE 0.
       77  WS-TOP-TOTAL PIC 9(6) VALUE 0.
       77  WS-VILLE-TOTAL PIC 9(6) VALUE 0.
       77  WS-ACTIF PIC 9 VALUE 0.
       77  WS-DEP-COURANT PIC XX VALUE SPACES.
       77  WS-DEP-ACTIFS PIC 9(5) VALUE 0.
       77  WS-DEP-INACTIFS PIC 9(5) VALUE 0.
       77  CPT-ACTIFS PIC 9(5) VALUE 0.
       77  CPT-INACTIFS PIC 9(5) VALUE 0.
       77  CPT-CLOS PIC 9(5) VALUE 0.
       77  CPT-SANS-ADR-ACTIFS PIC 9(5) VALUE 0.
       77  CPT-SANS-ADR-INACTIFS PIC 9(5) VALUE 0.
       77  CPT-DEPARTEMENTS PIC 999 VALUE 0.
       77  WS-POPULATION PIC 9(6) VALUE 0.
       77  WS-SANS-ADR PIC 9(6) VALUE 0.
       77  WS-PART PIC 999V9 VALUE 0.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-ADR-NORM-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAdressesNorm.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsGeographie.txt".
       77  WS-CSV-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsGeographie.csv".
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(36)
              VALUE "REPARTITION GEOGRAPHIQUE DES CLIENTS".
           05 FILLER PIC X(6) VALUE " - AU ".
           05 LT-DATE PIC 9(8).
       01  LIGNE-ENTETE.
           05 FILLER PIC X(36)
              VALUE "DEP  CP      ACTIFS INACTIFS   TOTAL".
       01  LIGNE-CP.
           05 FILLER PIC X(5) VALUE SPACES.
           05 LCP-CP PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LCP-ACTIFS PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LCP-INACTIFS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LCP-TOTAL PIC ZZZZZ9.
       01  LIGNE-DEP.
           05 LDP-DEP PIC XX.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "TOTAL   ".
           05 LDP-ACTIFS PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LDP-INACTIFS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDP-TOTAL PIC ZZZZZ9.
       01  LIGNE-TOTAL.
           05 LTO-LIBELLE PIC X(13).
           05 LTO-ACTIFS PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LTO-INACTIFS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LTO-TOTAL PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LTO-PART PIC ZZ9.9.
           05 LTO-PCT PIC X(13).
       01  LIGNE-ENTETE-VILLES.
           05 FILLER PIC X(36)
              VALUE "RANG VILLE                DEP  ACTIF".
           05 FILLER PIC X(16) VALUE "S INACTIFS   TOT".
           05 FILLER PIC X(3) VALUE "AL ".
       01  LIGNE-VILLE.
           05 LVI-RANG PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LVI-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LVI-DEP PIC XX.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LVI-ACTIFS PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LVI-INACTIFS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LVI-TOTAL PIC ZZZZZ9.
      *
       01  LIGNE-CSV.
           05 LCS-NIVEAU PIC X(5).
           05 FILLER PIC X VALUE ",".
           05 LCS-DEP PIC XX.
           05 FILLER PIC X VALUE ",".
           05 LCS-CP PIC X(5).
           05 FILLER PIC X VALUE ",".
           05 LCS-VILLE PIC X(20).
           05 FILLER PIC X VALUE ",".
           05 LCS-ACTIFS PIC ZZZZ9.
           05 FILLER PIC X VALUE ",".
           05 LCS-INACTIFS PIC ZZZZ9.
           05 FILLER PIC X VALUE ",".
           05 LCS-TOTAL PIC ZZZZZ9.
       01  LIGNE-CSV-ENTETE PIC X(60)
           VALUE "NIVEAU,DEP,CP,VILLE,ACTIFS,INACTIFS,TOTAL".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT UNTIL EOF-MASTER = 1
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables : CLI_MASTER_PATH et CLI_ADR_OUT_PATH
      * (memes noms que les programmes proprietaires), l'etat par
      * GEO_RAPPORT_PATH et le CSV par GEO_CSV_PATH.
       INIT.
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-ADR-NORM-PATH FROM ENVIRONMENT "CLI_ADR_OUT_PATH"
           IF WS-ADR-NORM-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAdressesNorm.txt"
                   TO WS-ADR-NORM-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT "GEO_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsGeographie.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-CSV-PATH FROM ENVIRONMENT "GEO_CSV_PATH"
           IF WS-CSV-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsGeographie.csv"
                   TO WS-CSV-PATH
           END-IF
      * Taille du classement sur deux chiffres (voir le cadrage des
      * seuils dans EXO-OPER-RECERTIF).
           ACCEPT WS-TOP-SAISIE FROM ENVIRONMENT "GEO_TOP"
           IF WS-TOP-SAISIE IS NUMERIC
               THEN
               MOVE WS-TOP-SAISIE TO WS-TOP
           END-IF
           IF WS-TOP = 0 OR WS-TOP > 50
               THEN
               MOVE 10 TO WS-TOP
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM CHARGE-ADR-NORM
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: maitre inaccessible (" MASTER-STATUT
                   ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CLI-MASTER-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-MASTER
           END-READ.

      * Sans adresses normalisees l'etat n'aurait pas de sens : on
      * refuse et on le dit.
       CHARGE-ADR-NORM.
           MOVE 0 TO EOF-FIC
           OPEN INPUT ADR-NORM-FIC
           IF ADR-NORM-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: adresses normalisees introuvables ("
                   ADR-NORM-STATUT ") : " WS-ADR-NORM-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-ADR-NORM-LECT UNTIL EOF-FIC = 1
           CLOSE ADR-NORM-FIC.
       CHARGE-ADR-NORM-LECT.
           READ ADR-NORM-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ADN-IDCLI IS NUMERIC AND ADN-IDCLI > 0
               THEN
               MOVE ADN-CP TO TAB-ADR-CP(ADN-IDCLI)
               MOVE ADN-VILLE TO TAB-ADR-VILLE(ADN-IDCLI)
           END-IF.

      ******************************************************************
      * Un client du maitre : actif ou inactif, puis cumul sur son CP
      * et sa ville, ou dans les sans adresse utilisable.
      ******************************************************************
       TRAIT.
           IF IDCLI-MASTER IS NUMERIC AND IDCLI-MASTER > 0
               THEN
               IF STATUT-MASTER = "C"
                   THEN
                   ADD 1 TO CPT-CLOS
               ELSE
                   PERFORM CUMUL-CLIENT
               END-IF
           END-IF
           READ CLI-MASTER-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-MASTER
           END-READ.

       CUMUL-CLIENT.
           IF STATUT-MASTER = "A"
               THEN
               MOVE 1 TO WS-ACTIF
               ADD 1 TO CPT-ACTIFS
           ELSE
               MOVE 0 TO WS-ACTIF
               ADD 1 TO CPT-INACTIFS
           END-IF
           MOVE TAB-ADR-CP(IDCLI-MASTER) TO WS-CP-ALPHA
           IF WS-CP-ALPHA IS NOT NUMERIC OR WS-CP-NUM = 0
               THEN
               IF WS-ACTIF = 1
                   THEN
                   ADD 1 TO CPT-SANS-ADR-ACTIFS
               ELSE
                   ADD 1 TO CPT-SANS-ADR-INACTIFS
               END-IF
           ELSE
               IF WS-ACTIF = 1
                   THEN
                   ADD 1 TO CP-ACTIFS(WS-CP-NUM)
               ELSE
                   ADD 1 TO CP-INACTIFS(WS-CP-NUM)
               END-IF
               IF TAB-ADR-VILLE(IDCLI-MASTER) NOT = SPACES
                   THEN
                   PERFORM CUMUL-VILLE
               END-IF
           END-IF.

       CUMUL-VILLE.
           MOVE 0 TO WS-VILLE-TROUVEE
           MOVE 1 TO IDX-VILLE
           PERFORM CUMUL-VILLE-CHERCHE
               UNTIL IDX-VILLE > NB-VILLES
               OR WS-VILLE-TROUVEE = 1
           IF WS-VILLE-TROUVEE = 0
               THEN
               IF NB-VILLES < 2000
                   THEN
                   ADD 1 TO NB-VILLES
                   MOVE NB-VILLES TO IDX-VILLE
                   MOVE TAB-ADR-VILLE(IDCLI-MASTER)
                       TO TAB-VIL-NOM(IDX-VILLE)
                   MOVE WS-CP-ALPHA(1:2) TO TAB-VIL-DEP(IDX-VILLE)
                   MOVE 0 TO TAB-VIL-ACTIFS(IDX-VILLE)
                   MOVE 0 TO TAB-VIL-INACTIFS(IDX-VILLE)
                   MOVE 0 TO TAB-VIL-CLASSEE(IDX-VILLE)
                   MOVE 1 TO WS-VILLE-TROUVEE
               ELSE
                   MOVE 1 TO WS-VILLES-DEBORDE
               END-IF
           END-IF
           IF WS-VILLE-TROUVEE = 1
               THEN
               IF WS-ACTIF = 1
                   THEN
                   ADD 1 TO TAB-VIL-ACTIFS(IDX-VILLE)
               ELSE
                   ADD 1 TO TAB-VIL-INACTIFS(IDX-VILLE)
               END-IF
           END-IF.
       CUMUL-VILLE-CHERCHE.
           IF TAB-VIL-NOM(IDX-VILLE) = TAB-ADR-VILLE(IDCLI-MASTER)
               AND TAB-VIL-DEP(IDX-VILLE) = WS-CP-ALPHA(1:2)
               THEN
               MOVE 1 TO WS-VILLE-TROUVEE
           ELSE
               ADD 1 TO IDX-VILLE
           END-IF.

      ******************************************************************
      * Edition : les CP dans l'ordre croissant, rupture sur le
      * departement, puis les sans adresse, les totaux et le
      * classement des villes.
      ******************************************************************
       FIN.
           CLOSE CLI-MASTER-FIC
           OPEN OUTPUT RAPPORT-FIC
           IF RAPPORT-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: etat impossible a creer ("
                   RAPPORT-STATUT ") : " WS-RAPPORT-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CSV-FIC
           IF CSV-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: CSV impossible a creer ("
                   CSV-STATUT ") : " WS-CSV-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE TO LT-DATE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE
           END-WRITE
           WRITE ENREG-CSV FROM LIGNE-CSV-ENTETE
           END-WRITE
           MOVE SPACES TO WS-DEP-COURANT
           PERFORM EDITE-CP VARYING IDX-CP FROM 1 BY 1
               UNTIL IDX-CP > 99999
           IF WS-DEP-COURANT NOT = SPACES
               THEN
               PERFORM EDITE-DEPARTEMENT
           END-IF
           PERFORM EDITE-TOTAUX
           PERFORM EDITE-VILLES
           CLOSE RAPPORT-FIC CSV-FIC
           DISPLAY "Etat              : " WS-RAPPORT-PATH
           DISPLAY "CSV               : " WS-CSV-PATH
           DISPLAY "Actifs            : " CPT-ACTIFS
           DISPLAY "Inactifs          : " CPT-INACTIFS
           DISPLAY "Sans adresse util.: " WS-SANS-ADR
           DISPLAY "Clos (hors pop.)  : " CPT-CLOS
           DISPLAY "Departements      : " CPT-DEPARTEMENTS
           IF WS-VILLES-DEBORDE = 1
               THEN
               DISPLAY "ATTENTION: plus de 2000 villes - classement "
                   "sur les 2000 premieres."
               MOVE 4 TO RETURN-CODE
           END-IF.

       EDITE-CP.
           IF CP-ACTIFS(IDX-CP) > 0 OR CP-INACTIFS(IDX-CP) > 0
               THEN
               MOVE IDX-CP TO WS-CP-NUM
               IF WS-CP-ALPHA(1:2) NOT = WS-DEP-COURANT
                   THEN
                   IF WS-DEP-COURANT NOT = SPACES
                       THEN
                       PERFORM EDITE-DEPARTEMENT
                   END-IF
                   MOVE WS-CP-ALPHA(1:2) TO WS-DEP-COURANT
                   MOVE 0 TO WS-DEP-ACTIFS
                   MOVE 0 TO WS-DEP-INACTIFS
               END-IF
               ADD CP-ACTIFS(IDX-CP) TO WS-DEP-ACTIFS
               ADD CP-INACTIFS(IDX-CP) TO WS-DEP-INACTIFS
               MOVE WS-CP-ALPHA TO LCP-CP
               MOVE CP-ACTIFS(IDX-CP) TO LCP-ACTIFS
               MOVE CP-INACTIFS(IDX-CP) TO LCP-INACTIFS
               COMPUTE LCP-TOTAL = CP-ACTIFS(IDX-CP)
                   + CP-INACTIFS(IDX-CP)
               WRITE ENREG-RAPPORT FROM LIGNE-CP
               END-WRITE
               MOVE "CP" TO LCS-NIVEAU
               MOVE WS-CP-ALPHA(1:2) TO LCS-DEP
               MOVE WS-CP-ALPHA TO LCS-CP
               MOVE SPACES TO LCS-VILLE
               MOVE CP-ACTIFS(IDX-CP) TO LCS-ACTIFS
               MOVE CP-INACTIFS(IDX-CP) TO LCS-INACTIFS
               MOVE LCP-TOTAL TO LCS-TOTAL
               WRITE ENREG-CSV FROM LIGNE-CSV
               END-WRITE
           END-IF.

       EDITE-DEPARTEMENT.
           ADD 1 TO CPT-DEPARTEMENTS
           MOVE WS-DEP-COURANT TO LDP-DEP
           MOVE WS-DEP-ACTIFS TO LDP-ACTIFS
           MOVE WS-DEP-INACTIFS TO LDP-INACTIFS
           COMPUTE LDP-TOTAL = WS-DEP-ACTIFS + WS-DEP-INACTIFS
           WRITE ENREG-RAPPORT FROM LIGNE-DEP
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "DEP" TO LCS-NIVEAU
           MOVE WS-DEP-COURANT TO LCS-DEP
           MOVE SPACES TO LCS-CP
           MOVE SPACES TO LCS-VILLE
           MOVE WS-DEP-ACTIFS TO LCS-ACTIFS
           MOVE WS-DEP-INACTIFS TO LCS-INACTIFS
           MOVE LDP-TOTAL TO LCS-TOTAL
           WRITE ENREG-CSV FROM LIGNE-CSV
           END-WRITE.

      * La part des sans adresse utilisable se rapporte a la
      * population (actifs + inactifs, clos exclus).
       EDITE-TOTAUX.
           COMPUTE WS-POPULATION = CPT-ACTIFS + CPT-INACTIFS
           COMPUTE WS-SANS-ADR = CPT-SANS-ADR-ACTIFS
               + CPT-SANS-ADR-INACTIFS
           MOVE 0 TO WS-PART
           IF WS-POPULATION > 0
               THEN
               COMPUTE WS-PART ROUNDED = WS-SANS-ADR * 100
                   / WS-POPULATION
           END-IF
           MOVE SPACES TO LIGNE-TOTAL
           MOVE "SANS ADRESSE" TO LTO-LIBELLE
           MOVE CPT-SANS-ADR-ACTIFS TO LTO-ACTIFS
           MOVE CPT-SANS-ADR-INACTIFS TO LTO-INACTIFS
           MOVE WS-SANS-ADR TO LTO-TOTAL
           MOVE WS-PART TO LTO-PART
           MOVE " % population" TO LTO-PCT
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "SANS" TO LCS-NIVEAU
           MOVE SPACES TO LCS-DEP LCS-CP LCS-VILLE
           MOVE CPT-SANS-ADR-ACTIFS TO LCS-ACTIFS
           MOVE CPT-SANS-ADR-INACTIFS TO LCS-INACTIFS
           MOVE WS-SANS-ADR TO LCS-TOTAL
           WRITE ENREG-CSV FROM LIGNE-CSV
           END-WRITE
           MOVE SPACES TO LIGNE-TOTAL
           MOVE "POPULATION" TO LTO-LIBELLE
           MOVE CPT-ACTIFS TO LTO-ACTIFS
           MOVE CPT-INACTIFS TO LTO-INACTIFS
           MOVE WS-POPULATION TO LTO-TOTAL
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE "TOTAL" TO LCS-NIVEAU
           MOVE CPT-ACTIFS TO LCS-ACTIFS
           MOVE CPT-INACTIFS TO LCS-INACTIFS
           MOVE WS-POPULATION TO LCS-TOTAL
           WRITE ENREG-CSV FROM LIGNE-CSV
           END-WRITE
           MOVE SPACES TO LIGNE-TOTAL
           MOVE "CLOS (HORS)" TO LTO-LIBELLE
           MOVE CPT-CLOS TO LTO-TOTAL
           WRITE ENREG-RAPPORT FROM LIGNE-TOTAL
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE.

      * Classement des villes : recherche repetee du plus grand total
      * non encore classe (voir CHERCHE-TOP-IDCLI dans
      * EXO-AUDIT-RESUME).
       EDITE-VILLES.
           MOVE "VILLES LES PLUS PEUPLEES" TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-ENTETE-VILLES
           END-WRITE
           MOVE 1 TO WS-RANG
           MOVE 1 TO WS-TOP-IDX
           PERFORM EDITE-VILLE-RANG
               UNTIL WS-RANG > WS-TOP OR WS-TOP-IDX = 0.
       EDITE-VILLE-RANG.
           MOVE 0 TO WS-TOP-IDX
           MOVE 0 TO WS-TOP-TOTAL
           PERFORM CHERCHE-TOP-VILLE VARYING IDX-VILLE FROM 1 BY 1
               UNTIL IDX-VILLE > NB-VILLES
           IF WS-TOP-IDX > 0
               THEN
               MOVE 1 TO TAB-VIL-CLASSEE(WS-TOP-IDX)
               MOVE WS-RANG TO LVI-RANG
               MOVE TAB-VIL-NOM(WS-TOP-IDX) TO LVI-NOM
               MOVE TAB-VIL-DEP(WS-TOP-IDX) TO LVI-DEP
               MOVE TAB-VIL-ACTIFS(WS-TOP-IDX) TO LVI-ACTIFS
               MOVE TAB-VIL-INACTIFS(WS-TOP-IDX) TO LVI-INACTIFS
               MOVE WS-TOP-TOTAL TO LVI-TOTAL
               WRITE ENREG-RAPPORT FROM LIGNE-VILLE
               END-WRITE
               MOVE "VILLE" TO LCS-NIVEAU
               MOVE TAB-VIL-DEP(WS-TOP-IDX) TO LCS-DEP
               MOVE SPACES TO LCS-CP
               MOVE TAB-VIL-NOM(WS-TOP-IDX) TO LCS-VILLE
               MOVE TAB-VIL-ACTIFS(WS-TOP-IDX) TO LCS-ACTIFS
               MOVE TAB-VIL-INACTIFS(WS-TOP-IDX) TO LCS-INACTIFS
               MOVE WS-TOP-TOTAL TO LCS-TOTAL
               WRITE ENREG-CSV FROM LIGNE-CSV
               END-WRITE
               ADD 1 TO WS-RANG
           END-IF.
       CHERCHE-TOP-VILLE.
           COMPUTE WS-VILLE-TOTAL = TAB-VIL-ACTIFS(IDX-VILLE)
               + TAB-VIL-INACTIFS(IDX-VILLE)
           IF TAB-VIL-CLASSEE(IDX-VILLE) = 0
               AND WS-VILLE-TOTAL > WS-TOP-TOTAL
               THEN
               MOVE WS-VILLE-TOTAL TO WS-TOP-TOTAL
               MOVE IDX-VILLE TO WS-TOP-IDX
           END-IF.

       END PROGRAM EXO-CLI-GEOGRAPHIE.
