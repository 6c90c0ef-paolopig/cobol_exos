      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : refacturation mensuelle de l'affranchissement aux
      * agences, que la finance ressaisissait a la main depuis
      * EXO-COURRIER-RAPPORT. Pour le mois demande :
      *   - un releve par agence (RefacturationCourrier.txt) listant
      *     chaque passage d'edition : date, plis, tarif applique,
      *     remise gagnee (tarif reduit du tri postal ou du
      *     groupement par foyer, et economie des plis groupes) et
      *     montant, avec le total de l'agence ;
      *   - un fichier d'interface comptable a format fixe
      *     (InterfaceCompta.txt) pour le chargement du grand livre :
      *     une ligne de debit par agence sur son centre de cout, la
      *     contrepartie au credit du centre du siege, et une ligne de
      *     controle portant le total du mois d'EXO-COURRIER-RAPPORT
      *     (lignes totales "**" de CoutsCourrier.txt).
      * Les montants viennent des lignes d'agence de CoutsCourrier.txt
      * ; le tarif et la remise viennent du detail ecrit par
      * EXO-CLI-ETIQUETTES (CoutsCourrierDetail.txt). Un passage
      * anterieur a ce detail est edite au tarif deduit du montant,
      * sans remise, et compte a part.
      * Le centre de cout d'une agence vient de CentresCouts.txt
      * (agence, centre) ; a defaut, "AG" suivi du code agence. Une
      * agence a blanc vaut "01" comme dans EXO-VI-C-RAPPORT.
      * Si le total refacture ne retombe pas sur le total du mois, une
      * alerte ERREUR part dans Alerts.txt et le code retour vaut 8
      * (le chargement comptable rejettera le fichier sur la ligne de
      * controle) ; 12 = historique des couts introuvable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-COURRIER-REFACT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUTS-FIC
               ASSIGN TO WS-COUTS-PATH
               FILE STATUS IS COUTS-STATUT.
           SELECT COUTS-DETAIL-FIC
               ASSIGN TO WS-COUTS-DETAIL-PATH
               FILE STATUS IS COUTS-DETAIL-STATUT.
           SELECT CENTRES-FIC
               ASSIGN TO WS-CENTRES-PATH
               FILE STATUS IS CENTRES-STATUT.
           SELECT RELEVE-FIC
               ASSIGN TO WS-RELEVE-PATH
               FILE STATUS IS RELEVE-STATUT.
           SELECT INTERFACE-FIC
               ASSIGN TO WS-INTERFACE-PATH
               FILE STATUS IS INTERFACE-STATUT.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que ENREG-COUT dans EXO-CLI-ETIQUETTES.
       FD  COUTS-FIC.
       01  ENREG-COUT.
           05 CC-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CC-AGENCE PIC XX.
           05 FILLER PIC X.
           05 CC-PLIS PIC 9(5).
           05 FILLER PIC X.
           05 CC-COUT PIC 9(7)V99.
      *
      * Meme dessin que ENREG-COUT-DETAIL dans EXO-CLI-ETIQUETTES.
       FD  COUTS-DETAIL-FIC.
       01  ENREG-COUT-DETAIL.
           05 CCD-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CCD-AGENCE PIC XX.
           05 FILLER PIC X.
           05 CCD-PLIS PIC 9(5).
           05 FILLER PIC X.
           05 CCD-MODE PIC X.
           05 FILLER PIC X.
           05 CCD-TARIF PIC 9(3)V99.
           05 FILLER PIC X.
           05 CCD-TARIF-PLEIN PIC 9(3)V99.
           05 FILLER PIC X.
           05 CCD-REMISE PIC 9(7)V99.
           05 FILLER PIC X.
           05 CCD-GROUPES PIC 9(5).
           05 FILLER PIC X.
           05 CCD-ECONOMIE-FOYER PIC 9(7)V99.
           05 FILLER PIC X.
           05 CCD-COUT PIC 9(7)V99.
      *
      * Centres de cout : agence, centre.
       FD  CENTRES-FIC.
       01  ENREG-CENTRE.
           05 CEN-AGENCE PIC XX.
           05 FILLER PIC X.
           05 CEN-CENTRE PIC X(6).
      *
       FD  RELEVE-FIC.
       01  ENREG-RELEVE PIC X(80).
      *
      * Interface du grand livre : D = debit du centre de l'agence,
      * C = credit du centre du siege, T = controle (montant = total
      * du mois d'EXO-COURRIER-RAPPORT, libelle = nombre de lignes D).
       FD  INTERFACE-FIC.
       01  ENREG-INTERFACE.
           05 ITF-TYPE PIC X.
           05 ITF-CENTRE PIC X(6).
           05 ITF-COMPTE PIC X(8).
           05 ITF-MONTANT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ITF-PERIODE PIC 9(6).
           05 ITF-LIBELLE PIC X(20).
      *
      * Fichier central des alertes de la chaine (voir ECRIT-ALERTE
      * dans EXO-FICHIER-SORT).
       FD  ALERTES-FIC.
       01  ENREG-ALERTE.
           05 ALERTE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-PROGRAMME PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-SEVERITE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-MESSAGE PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  COUTS-STATUT PIC XX.
       77  COUTS-DETAIL-STATUT PIC XX.
       77  CENTRES-STATUT PIC XX.
       77  RELEVE-STATUT PIC XX.
       77  INTERFACE-STATUT PIC XX.
       77  ALERTES-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-PERIODE PIC 9(6) VALUE 0.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77  WS-DEBUT-MOIS PIC 9(8) VALUE 0.
       77  WS-FIN-MOIS PIC 9(8) VALUE 0.
       77  WS-COMPTE PIC X(8) VALUE "626100".
       77  WS-CENTRE-SIEGE PIC X(6) VALUE "SIEGE".
      * Passages du mois : une entree par ligne d'agence de
      * CoutsCourrier.txt, completee par le detail quand il existe.
       01  TABLE-PASSAGES.
           05 PASSAGE-ENTREE OCCURS 1000.
               10 PAS-DATE PIC 9(8).
               10 PAS-AGENCE PIC XX.
               10 PAS-PLIS PIC 9(5).
               10 PAS-COUT PIC 9(7)V99.
               10 PAS-MODE PIC X.
               10 PAS-TARIF PIC 9(3)V99.
               10 PAS-REMISE PIC 9(7)V99.
               10 PAS-ECONOMIE PIC 9(7)V99.
       77  NB-PASSAGES PIC 9(4) VALUE 0.
       77  IDX-PASSAGE PIC 9(4) VALUE 0.
      * Detail du mois, consomme dans l'ordre : une ligne de detail
      * ne complete qu'un seul passage.
       01  TABLE-DETAILS.
           05 DETAIL-ENTREE OCCURS 1000.
               10 DET-DATE PIC 9(8).
               10 DET-AGENCE PIC XX.
               10 DET-PLIS PIC 9(5).
               10 DET-COUT PIC 9(7)V99.
               10 DET-MODE PIC X.
               10 DET-TARIF PIC 9(3)V99.
               10 DET-REMISE PIC 9(7)V99.
               10 DET-ECONOMIE PIC 9(7)V99.
               10 DET-UTILISE PIC 9.
       77  NB-DETAILS PIC 9(4) VALUE 0.
       77  IDX-DETAIL PIC 9(4) VALUE 0.
       77  WS-DETAIL-TROUVE PIC 9(4) VALUE 0.
      * Agences du mois, dans l'ordre d'apparition.
       01  TABLE-AGENCES.
           05 AGENCE-ENTREE OCCURS 100.
               10 AGC-CODE PIC XX.
               10 AGC-CENTRE PIC X(6).
               10 AGC-PLIS PIC 9(7).
               10 AGC-COUT PIC 9(9)V99.
               10 AGC-REMISE PIC 9(9)V99.
       77  NB-AGENCES PIC 999 VALUE 0.
       77  IDX-AGENCE PIC 999 VALUE 0.
       77  WS-IDX-AGENCE PIC 999 VALUE 0.
       77  WS-AGENCE PIC XX VALUE SPACES.
       01  TABLE-CENTRES.
           05 CENTRE-ENTREE OCCURS 100.
               10 TAB-CEN-AGENCE PIC XX.
               10 TAB-CEN-CENTRE PIC X(6).
       77  NB-CENTRES PIC 999 VALUE 0.
       77  IDX-CENTRE PIC 999 VALUE 0.
      * Totaux et controle.
       77  WS-TOTAL-REFACTURE PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-CONTROLE PIC 9(9)V99 VALUE 0.
       77  WS-ECART PIC S9(9)V99 VALUE 0.
       77  CPT-SANS-DETAIL PIC 9(4) VALUE 0.
       77  CPT-LIGNES-DEBIT PIC 9(5) VALUE 0.
       77  WS-SEVERITE-ALERTE PIC X(9) VALUE SPACES.
       77  WS-MESSAGE-ALERTE PIC X(60) VALUE SPACES.
       77  WS-MONTANT-ECRAN PIC ZZZZZZZZ9.99.
       77  WS-ECART-ECRAN PIC -(9)9.99.
       77  WS-COUTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CoutsCourrier.txt".
       77  WS-COUTS-DETAIL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CoutsCourrierDetail.txt".
       77  WS-CENTRES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CentresCouts.txt".
       77  WS-RELEVE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\RefacturationCourrier.txt".
       77  WS-INTERFACE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\InterfaceCompta.txt".
      *
       01  LIGNE-RELEVE-TITRE.
           05 FILLER PIC X(38)
              VALUE "RELEVE DE REFACTURATION COURRIER - AG ".
           05 LRT-AGENCE PIC XX.
           05 FILLER PIC X(8) VALUE " - MOIS ".
           05 LRT-PERIODE PIC 9(6).
           05 FILLER PIC X(10) VALUE " - CENTRE ".
           05 LRT-CENTRE PIC X(6).
       01  LIGNE-RELEVE-ENTETE.
           05 FILLER PIC X(40)
              VALUE "DATE         PLIS  MODE   TARIF   REMISE".
           05 FILLER PIC X(30)
              VALUE "   ECO FOYER       MONTANT".
       01  LIGNE-PASSAGE.
           05 LP-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LP-PLIS PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-MODE PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 LP-TARIF PIC ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LP-REMISE PIC ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LP-ECONOMIE PIC ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LP-COUT PIC ZZZZZZZZ9.99.
       01  LIGNE-TOTAL-AGENCE.
           05 FILLER PIC X(9) VALUE "TOTAL    ".
           05 LTA-PLIS PIC ZZZZZZ9.
           05 FILLER PIC X(13) VALUE SPACES.
           05 LTA-REMISE PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(12) VALUE SPACES.
           05 LTA-COUT PIC ZZZZZZZZ9.99.
       01  LIGNE-CONTROLE.
           05 LC-LIBELLE PIC X(40).
           05 LC-MONTANT PIC -ZZZZZZZZ9.99.
       01  LIGNE-CONTROLE-NB REDEFINES LIGNE-CONTROLE.
           05 FILLER PIC X(40).
           05 LCN-NOMBRE PIC ZZZZZZZZZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables : COUTS_PATH et COUTS_DETAIL_PATH (memes
      * noms que EXO-CLI-ETIQUETTES), CENTRES_COUTS_PATH,
      * REFACT_RELEVE_PATH, REFACT_INTERFACE_PATH. Le compte de charge
      * vient de REFACT_COMPTE (defaut 626100, frais postaux), le
      * centre de contrepartie de REFACT_CENTRE_SIEGE (defaut SIEGE)
      * et le mois de REFACT_PERIODE (AAAAMM, defaut : mois du jour).
       INIT.
           ACCEPT WS-COUTS-PATH FROM ENVIRONMENT "COUTS_PATH"
           IF WS-COUTS-PATH = SPACES
               MOVE "C:\Users\Cobol\CoutsCourrier.txt"
                   TO WS-COUTS-PATH
           END-IF
           ACCEPT WS-COUTS-DETAIL-PATH FROM ENVIRONMENT
               "COUTS_DETAIL_PATH"
           IF WS-COUTS-DETAIL-PATH = SPACES
               MOVE "C:\Users\Cobol\CoutsCourrierDetail.txt"
                   TO WS-COUTS-DETAIL-PATH
           END-IF
           ACCEPT WS-CENTRES-PATH FROM ENVIRONMENT "CENTRES_COUTS_PATH"
           IF WS-CENTRES-PATH = SPACES
               MOVE "C:\Users\Cobol\CentresCouts.txt"
                   TO WS-CENTRES-PATH
           END-IF
           ACCEPT WS-RELEVE-PATH FROM ENVIRONMENT "REFACT_RELEVE_PATH"
           IF WS-RELEVE-PATH = SPACES
               MOVE "C:\Users\Cobol\RefacturationCourrier.txt"
                   TO WS-RELEVE-PATH
           END-IF
           ACCEPT WS-INTERFACE-PATH FROM ENVIRONMENT
               "REFACT_INTERFACE_PATH"
           IF WS-INTERFACE-PATH = SPACES
               MOVE "C:\Users\Cobol\InterfaceCompta.txt"
                   TO WS-INTERFACE-PATH
           END-IF
           ACCEPT WS-COMPTE FROM ENVIRONMENT "REFACT_COMPTE"
           IF WS-COMPTE = SPACES
               MOVE "626100" TO WS-COMPTE
           END-IF
           ACCEPT WS-CENTRE-SIEGE FROM ENVIRONMENT "REFACT_CENTRE_SIEGE"
           IF WS-CENTRE-SIEGE = SPACES
               MOVE "SIEGE" TO WS-CENTRE-SIEGE
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE(1:6) TO WS-PERIODE
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT "REFACT_PERIODE"
           IF WS-PERIODE-SAISIE IS NUMERIC
               THEN
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF
           COMPUTE WS-DEBUT-MOIS = WS-PERIODE * 100 + 1
           COMPUTE WS-FIN-MOIS = WS-PERIODE * 100 + 31.

       TRAIT.
           PERFORM CHARGE-CENTRES
           PERFORM CHARGE-DETAILS
           PERFORM CHARGE-COUTS.

      * Table des centres de cout ; absente, chaque agence prend le
      * centre par defaut.
       CHARGE-CENTRES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CENTRES-FIC
           IF CENTRES-STATUT = "00"
               THEN
               PERFORM CHARGE-CENTRES-LECT UNTIL EOF-FIC = 1
               CLOSE CENTRES-FIC
           END-IF.
       CHARGE-CENTRES-LECT.
           READ CENTRES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CEN-AGENCE NOT = SPACES
               AND CEN-CENTRE NOT = SPACES AND NB-CENTRES < 100
               THEN
               ADD 1 TO NB-CENTRES
               MOVE CEN-AGENCE TO TAB-CEN-AGENCE(NB-CENTRES)
               MOVE CEN-CENTRE TO TAB-CEN-CENTRE(NB-CENTRES)
           END-IF.

       CHARGE-DETAILS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT COUTS-DETAIL-FIC
           IF COUTS-DETAIL-STATUT = "00"
               THEN
               PERFORM CHARGE-DETAILS-LECT UNTIL EOF-FIC = 1
               CLOSE COUTS-DETAIL-FIC
           ELSE
               DISPLAY "ATTENTION: detail des couts indisponible ("
                   COUTS-DETAIL-STATUT ") - tarifs deduits des "
                   "montants, remises non editees."
           END-IF.
       CHARGE-DETAILS-LECT.
           READ COUTS-DETAIL-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CCD-DATE IS NUMERIC
               AND CCD-DATE >= WS-DEBUT-MOIS
               AND CCD-DATE <= WS-FIN-MOIS
               AND NB-DETAILS < 1000
               THEN
               ADD 1 TO NB-DETAILS
               MOVE CCD-DATE TO DET-DATE(NB-DETAILS)
               MOVE CCD-AGENCE TO DET-AGENCE(NB-DETAILS)
               MOVE CCD-PLIS TO DET-PLIS(NB-DETAILS)
               MOVE CCD-COUT TO DET-COUT(NB-DETAILS)
               MOVE CCD-MODE TO DET-MODE(NB-DETAILS)
               MOVE CCD-TARIF TO DET-TARIF(NB-DETAILS)
               MOVE CCD-REMISE TO DET-REMISE(NB-DETAILS)
               MOVE CCD-ECONOMIE-FOYER TO DET-ECONOMIE(NB-DETAILS)
               MOVE 0 TO DET-UTILISE(NB-DETAILS)
           END-IF.

      * Lignes du mois : "**" au total de controle, les autres aux
      * passages et au cumul de leur agence.
       CHARGE-COUTS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT COUTS-FIC
           IF COUTS-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: historique des couts introuvable ("
                   COUTS-STATUT ") : " WS-COUTS-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHARGE-COUTS-LECT UNTIL EOF-FIC = 1
           CLOSE COUTS-FIC.
       CHARGE-COUTS-LECT.
           READ COUTS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CC-DATE IS NUMERIC
               AND CC-DATE >= WS-DEBUT-MOIS
               AND CC-DATE <= WS-FIN-MOIS
               AND CC-COUT IS NUMERIC
               THEN
               IF CC-AGENCE = "**"
                   THEN
                   ADD CC-COUT TO WS-TOTAL-CONTROLE
               ELSE
                   PERFORM AJOUTE-PASSAGE
               END-IF
           END-IF.

       AJOUTE-PASSAGE.
           IF NB-PASSAGES < 1000
               THEN
               ADD 1 TO NB-PASSAGES
               MOVE CC-DATE TO PAS-DATE(NB-PASSAGES)
               MOVE CC-AGENCE TO PAS-AGENCE(NB-PASSAGES)
               MOVE CC-PLIS TO PAS-PLIS(NB-PASSAGES)
               MOVE CC-COUT TO PAS-COUT(NB-PASSAGES)
               PERFORM COMPLETE-PASSAGE
               MOVE CC-AGENCE TO WS-AGENCE
               IF WS-AGENCE = SPACES
                   THEN
                   MOVE "01" TO WS-AGENCE
               END-IF
               PERFORM LOCALISE-AGENCE
               ADD CC-PLIS TO AGC-PLIS(WS-IDX-AGENCE)
               ADD CC-COUT TO AGC-COUT(WS-IDX-AGENCE)
               ADD PAS-REMISE(NB-PASSAGES) TO AGC-REMISE(WS-IDX-AGENCE)
               ADD PAS-ECONOMIE(NB-PASSAGES)
                   TO AGC-REMISE(WS-IDX-AGENCE)
               ADD CC-COUT TO WS-TOTAL-REFACTURE
           ELSE
               DISPLAY "ATTENTION: plus de 1000 passages dans le mois "
                   "- passage du " CC-DATE " agence " CC-AGENCE
                   " ignore."
           END-IF.

      * Le premier detail non encore utilise de meme date, agence,
      * plis et montant complete le passage ; sans detail, le tarif
      * se deduit du montant.
       COMPLETE-PASSAGE.
           MOVE 0 TO WS-DETAIL-TROUVE
           MOVE 1 TO IDX-DETAIL
           PERFORM CHERCHE-DETAIL
               UNTIL IDX-DETAIL > NB-DETAILS OR WS-DETAIL-TROUVE > 0
           IF WS-DETAIL-TROUVE > 0
               THEN
               MOVE 1 TO DET-UTILISE(WS-DETAIL-TROUVE)
               MOVE DET-MODE(WS-DETAIL-TROUVE) TO PAS-MODE(NB-PASSAGES)
               MOVE DET-TARIF(WS-DETAIL-TROUVE)
                   TO PAS-TARIF(NB-PASSAGES)
               MOVE DET-REMISE(WS-DETAIL-TROUVE)
                   TO PAS-REMISE(NB-PASSAGES)
               MOVE DET-ECONOMIE(WS-DETAIL-TROUVE)
                   TO PAS-ECONOMIE(NB-PASSAGES)
           ELSE
               ADD 1 TO CPT-SANS-DETAIL
               MOVE "?" TO PAS-MODE(NB-PASSAGES)
               MOVE 0 TO PAS-REMISE(NB-PASSAGES)
               MOVE 0 TO PAS-ECONOMIE(NB-PASSAGES)
               IF CC-PLIS IS NUMERIC AND CC-PLIS > 0
                   THEN
                   COMPUTE PAS-TARIF(NB-PASSAGES) ROUNDED
                       = CC-COUT / CC-PLIS
               ELSE
                   MOVE 0 TO PAS-TARIF(NB-PASSAGES)
               END-IF
           END-IF.
       CHERCHE-DETAIL.
           IF DET-UTILISE(IDX-DETAIL) = 0
               AND DET-DATE(IDX-DETAIL) = CC-DATE
               AND DET-AGENCE(IDX-DETAIL) = CC-AGENCE
               AND DET-PLIS(IDX-DETAIL) = CC-PLIS
               AND DET-COUT(IDX-DETAIL) = CC-COUT
               THEN
               MOVE IDX-DETAIL TO WS-DETAIL-TROUVE
           END-IF
           ADD 1 TO IDX-DETAIL.

      * Agence du passage dans la table du mois (creee au premier
      * passage avec son centre de cout).
       LOCALISE-AGENCE.
           MOVE 0 TO WS-IDX-AGENCE
           MOVE 1 TO IDX-AGENCE
           PERFORM CHERCHE-AGENCE
               UNTIL IDX-AGENCE > NB-AGENCES OR WS-IDX-AGENCE > 0
           IF WS-IDX-AGENCE = 0
               THEN
               ADD 1 TO NB-AGENCES
               MOVE NB-AGENCES TO WS-IDX-AGENCE
               MOVE WS-AGENCE TO AGC-CODE(WS-IDX-AGENCE)
               MOVE 0 TO AGC-PLIS(WS-IDX-AGENCE)
               MOVE 0 TO AGC-COUT(WS-IDX-AGENCE)
               MOVE 0 TO AGC-REMISE(WS-IDX-AGENCE)
               MOVE SPACES TO AGC-CENTRE(WS-IDX-AGENCE)
               STRING "AG" WS-AGENCE DELIMITED BY SIZE
                   INTO AGC-CENTRE(WS-IDX-AGENCE)
               END-STRING
               PERFORM CHERCHE-CENTRE VARYING IDX-CENTRE FROM 1 BY 1
                   UNTIL IDX-CENTRE > NB-CENTRES
           END-IF.
       CHERCHE-AGENCE.
           IF AGC-CODE(IDX-AGENCE) = WS-AGENCE
               THEN
               MOVE IDX-AGENCE TO WS-IDX-AGENCE
           END-IF
           ADD 1 TO IDX-AGENCE.
       CHERCHE-CENTRE.
           IF TAB-CEN-AGENCE(IDX-CENTRE) = WS-AGENCE
               THEN
               MOVE TAB-CEN-CENTRE(IDX-CENTRE)
                   TO AGC-CENTRE(WS-IDX-AGENCE)
           END-IF.

      ******************************************************************
      * Releves par agence, interface comptable et controle.
      ******************************************************************
       FIN.
           OPEN OUTPUT RELEVE-FIC
           IF RELEVE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: releves impossibles a creer ("
                   RELEVE-STATUT ") : " WS-RELEVE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INTERFACE-FIC
           IF INTERFACE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: interface comptable impossible a "
                   "creer (" INTERFACE-STATUT ") : " WS-INTERFACE-PATH
               CLOSE RELEVE-FIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM EDITE-RELEVE VARYING IDX-AGENCE FROM 1 BY 1
               UNTIL IDX-AGENCE > NB-AGENCES
           COMPUTE WS-ECART = WS-TOTAL-CONTROLE - WS-TOTAL-REFACTURE
           MOVE SPACES TO ENREG-RELEVE
           WRITE ENREG-RELEVE
           END-WRITE
           MOVE "TOTAL REFACTURE AUX AGENCES" TO LC-LIBELLE
           MOVE WS-TOTAL-REFACTURE TO LC-MONTANT
           WRITE ENREG-RELEVE FROM LIGNE-CONTROLE
           END-WRITE
           MOVE "TOTAL DU MOIS (EXO-COURRIER-RAPPORT)" TO LC-LIBELLE
           MOVE WS-TOTAL-CONTROLE TO LC-MONTANT
           WRITE ENREG-RELEVE FROM LIGNE-CONTROLE
           END-WRITE
           MOVE "ECART" TO LC-LIBELLE
           MOVE WS-ECART TO LC-MONTANT
           WRITE ENREG-RELEVE FROM LIGNE-CONTROLE
           END-WRITE
           IF CPT-SANS-DETAIL > 0
               THEN
               MOVE "PASSAGES SANS DETAIL DE REMISE" TO LC-LIBELLE
               MOVE CPT-SANS-DETAIL TO LCN-NOMBRE
               WRITE ENREG-RELEVE FROM LIGNE-CONTROLE
               END-WRITE
           END-IF
           PERFORM ECRIT-CONTREPARTIE
           CLOSE RELEVE-FIC INTERFACE-FIC
           MOVE WS-TOTAL-REFACTURE TO WS-MONTANT-ECRAN
           DISPLAY "Agences refacturees : " NB-AGENCES
           DISPLAY "Total refacture     : " WS-MONTANT-ECRAN
           MOVE WS-TOTAL-CONTROLE TO WS-MONTANT-ECRAN
           DISPLAY "Total du mois       : " WS-MONTANT-ECRAN
           DISPLAY "Releves   : " WS-RELEVE-PATH
           DISPLAY "Interface : " WS-INTERFACE-PATH
           IF WS-ECART NOT = 0
               THEN
               MOVE WS-ECART TO WS-ECART-ECRAN
               DISPLAY "ERREUR: refacturation " WS-PERIODE
                   " en ecart de " WS-ECART-ECRAN
                   " avec le total du mois."
               MOVE "ERREUR" TO WS-SEVERITE-ALERTE
               MOVE SPACES TO WS-MESSAGE-ALERTE
               STRING "Refacturation " WS-PERIODE " : ecart "
                   WS-ECART-ECRAN " avec le total du mois"
                   DELIMITED BY SIZE INTO WS-MESSAGE-ALERTE
               END-STRING
               PERFORM ECRIT-ALERTE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Releve d'une agence : ses passages dans l'ordre du fichier,
      * son total, et sa ligne de debit a l'interface.
       EDITE-RELEVE.
           MOVE AGC-CODE(IDX-AGENCE) TO WS-AGENCE
           MOVE WS-AGENCE TO LRT-AGENCE
           MOVE WS-PERIODE TO LRT-PERIODE
           MOVE AGC-CENTRE(IDX-AGENCE) TO LRT-CENTRE
           IF IDX-AGENCE > 1
               THEN
               MOVE SPACES TO ENREG-RELEVE
               WRITE ENREG-RELEVE
               END-WRITE
           END-IF
           WRITE ENREG-RELEVE FROM LIGNE-RELEVE-TITRE
           END-WRITE
           WRITE ENREG-RELEVE FROM LIGNE-RELEVE-ENTETE
           END-WRITE
           PERFORM EDITE-PASSAGE VARYING IDX-PASSAGE FROM 1 BY 1
               UNTIL IDX-PASSAGE > NB-PASSAGES
           MOVE AGC-PLIS(IDX-AGENCE) TO LTA-PLIS
           MOVE AGC-REMISE(IDX-AGENCE) TO LTA-REMISE
           MOVE AGC-COUT(IDX-AGENCE) TO LTA-COUT
           WRITE ENREG-RELEVE FROM LIGNE-TOTAL-AGENCE
           END-WRITE
           MOVE SPACES TO ENREG-INTERFACE
           MOVE "D" TO ITF-TYPE
           MOVE AGC-CENTRE(IDX-AGENCE) TO ITF-CENTRE
           MOVE WS-COMPTE TO ITF-COMPTE
           MOVE AGC-COUT(IDX-AGENCE) TO ITF-MONTANT
           MOVE WS-PERIODE TO ITF-PERIODE
           STRING "AFFRANCH. AGENCE " WS-AGENCE
               DELIMITED BY SIZE INTO ITF-LIBELLE
           END-STRING
           WRITE ENREG-INTERFACE
           END-WRITE
           ADD 1 TO CPT-LIGNES-DEBIT.
       EDITE-PASSAGE.
           IF PAS-AGENCE(IDX-PASSAGE) = WS-AGENCE
               OR (PAS-AGENCE(IDX-PASSAGE) = SPACES
                   AND WS-AGENCE = "01")
               THEN
               MOVE PAS-DATE(IDX-PASSAGE) TO LP-DATE
               MOVE PAS-PLIS(IDX-PASSAGE) TO LP-PLIS
               EVALUATE PAS-MODE(IDX-PASSAGE)
                   WHEN "P"
                       MOVE "PLEIN" TO LP-MODE
                   WHEN "T"
                       MOVE "TRI" TO LP-MODE
                   WHEN "F"
                       MOVE "FOYER" TO LP-MODE
                   WHEN "M"
                       MOVE "TRI+F" TO LP-MODE
                   WHEN OTHER
                       MOVE "?" TO LP-MODE
               END-EVALUATE
               MOVE PAS-TARIF(IDX-PASSAGE) TO LP-TARIF
               MOVE PAS-REMISE(IDX-PASSAGE) TO LP-REMISE
               MOVE PAS-ECONOMIE(IDX-PASSAGE) TO LP-ECONOMIE
               MOVE PAS-COUT(IDX-PASSAGE) TO LP-COUT
               WRITE ENREG-RELEVE FROM LIGNE-PASSAGE
               END-WRITE
           END-IF.

      * Contrepartie au credit du siege, puis ligne de controle.
       ECRIT-CONTREPARTIE.
           MOVE SPACES TO ENREG-INTERFACE
           MOVE "C" TO ITF-TYPE
           MOVE WS-CENTRE-SIEGE TO ITF-CENTRE
           MOVE WS-COMPTE TO ITF-COMPTE
           COMPUTE ITF-MONTANT = 0 - WS-TOTAL-REFACTURE
           MOVE WS-PERIODE TO ITF-PERIODE
           MOVE "REFACTURATION AGENCES" TO ITF-LIBELLE
           WRITE ENREG-INTERFACE
           END-WRITE
           MOVE SPACES TO ENREG-INTERFACE
           MOVE "T" TO ITF-TYPE
           MOVE WS-TOTAL-CONTROLE TO ITF-MONTANT
           MOVE WS-PERIODE TO ITF-PERIODE
           STRING "LIGNES D " CPT-LIGNES-DEBIT
               DELIMITED BY SIZE INTO ITF-LIBELLE
           END-STRING
           WRITE ENREG-INTERFACE
           END-WRITE.

      * Depot d'une alerte datee dans le fichier central Alerts.txt
      * (voir ECRIT-ALERTE dans EXO-FICHIER-SORT).
       ECRIT-ALERTE.
           MOVE SPACES TO ENREG-ALERTE
           MOVE WS-DATE TO ALERTE-DATE
           MOVE WS-TIME TO ALERTE-TIME
           MOVE "EXO-COURRIER-REF" TO ALERTE-PROGRAMME
           MOVE WS-SEVERITE-ALERTE TO ALERTE-SEVERITE
           MOVE WS-MESSAGE-ALERTE TO ALERTE-MESSAGE
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT NOT = "00"
               THEN
               OPEN OUTPUT ALERTES-FIC
           END-IF
           WRITE ENREG-ALERTE
           END-WRITE
           CLOSE ALERTES-FIC.

       END PROGRAM EXO-COURRIER-REFACT.
