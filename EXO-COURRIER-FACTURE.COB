      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : controle de la facture mensuelle du bureau
      * d'impression avant paiement, au lieu de la regler telle que
      * recue. La facture (FactureImprimeur.txt) porte une ligne par
      * fichier facture : date du transfert, nom du fichier tel que
      * porte au manifeste, pieces, tarif unitaire et montant.
      * Chaque ligne est rapprochee :
      *   - de l'historique des transferts TransfertHistorique.txt
      *     (manifeste et accuse de chaque transfert, tenu par
      *     EXO-CLI-ACCUSE) : un fichier hors manifeste ou jamais
      *     accuse est conteste en entier, des pieces facturees
      *     au-dela du compte accuse sont contestees au tarif facture ;
      *   - du tarif de TarifsAffranchissement.txt : le tarif reduit
      *     s'impose quand notre propre valorisation du passage du
      *     jour (ligne "**" de CoutsCourrier.txt) l'a entierement
      *     applique, le tarif plein sinon ; l'exces de tarif est
      *     conteste sur les pieces reconnues ;
      *   - d'elle-meme et des factures deja controlees
      *     (FacturesImprimeurHisto.txt) : un meme transfert facture
      *     deux fois est conteste en entier a la seconde occurrence.
      * Un montant de ligne superieur a pieces x tarif est conteste
      * pour la difference.
      * Le releve des litiges (LitigesImprimeur.txt) liste chaque
      * motif avec les pieces et tarifs factures et de reference et le
      * montant a contester, puis les totaux par motif, le total
      * facture, le total a contester, le net a payer et, pour
      * memoire, notre valorisation du mois.
      * Codes retour : 0 facture conforme, 4 montants a contester,
      * 12 facture ou tarifs introuvables.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-COURRIER-FACTURE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURE-FIC
               ASSIGN TO WS-FACTURE-PATH
               FILE STATUS IS FACTURE-STATUT.
           SELECT HISTO-FIC
               ASSIGN TO WS-HISTO-PATH
               FILE STATUS IS HISTO-STATUT.
           SELECT TARIFS-FIC
               ASSIGN TO WS-TARIFS-PATH
               FILE STATUS IS TARIFS-STATUT.
           SELECT COUTS-FIC
               ASSIGN TO WS-COUTS-PATH
               FILE STATUS IS COUTS-STATUT.
           SELECT FACT-HISTO-FIC
               ASSIGN TO WS-FACT-HISTO-PATH
               FILE STATUS IS FACT-HISTO-STATUT.
           SELECT LITIGES-FIC
               ASSIGN TO WS-LITIGES-PATH
               FILE STATUS IS LITIGES-STATUT.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Facture du bureau : une ligne par fichier facture, tarif et
      * montant en centiemes implicites.
       FD  FACTURE-FIC.
       01  ENREG-FACTURE.
           05 FAC-DATE PIC 9(8).
           05 FILLER PIC X.
           05 FAC-FICHIER PIC X(40).
           05 FILLER PIC X.
           05 FAC-PIECES PIC 9(5).
           05 FILLER PIC X.
           05 FAC-TARIF PIC 9(3)V99.
           05 FILLER PIC X.
           05 FAC-MONTANT PIC 9(7)V99.
      *
      * Meme dessin que ENREG-HISTO dans EXO-CLI-ACCUSE.
       FD  HISTO-FIC.
       01  ENREG-HISTO.
           05 HIS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 HIS-FICHIER PIC X(40).
           05 FILLER PIC X.
           05 HIS-CPT-MANIFESTE PIC 9(5).
           05 FILLER PIC X.
           05 HIS-CPT-ACCUSE PIC 9(5).
           05 FILLER PIC X.
           05 HIS-ETAT PIC 9.
      *
      * Meme dessin que ENREG-TARIFS dans EXO-CLI-ETIQUETTES.
       FD  TARIFS-FIC.
       01  ENREG-TARIFS.
           05 TAR-PLEIN PIC 9(3)V99.
           05 FILLER PIC X.
           05 TAR-REDUIT PIC 9(3)V99.
      *
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
      * Factures deja controlees : periode de facturation, date et
      * fichier de chaque ligne. Reecrit a chaque passage, la periode
      * controlee remplacant son passage precedent.
       FD  FACT-HISTO-FIC.
       01  ENREG-FACT-HISTO.
           05 HFA-PERIODE PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 HFA-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 HFA-FICHIER PIC X(40).
      *
       FD  LITIGES-FIC.
       01  ENREG-LITIGE PIC X(80).
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
       77  FACTURE-STATUT PIC XX.
       77  HISTO-STATUT PIC XX.
       77  TARIFS-STATUT PIC XX.
       77  COUTS-STATUT PIC XX.
       77  FACT-HISTO-STATUT PIC XX.
       77  LITIGES-STATUT PIC XX.
       77  ALERTES-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  EOF-FACTURE PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
      * Periode facturee (AAAAMM) : par defaut le mois precedent, la
      * facture arrivant apres la fin du mois.
       77  WS-PERIODE PIC 9(6) VALUE 0.
       77  WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77  WS-ANNEE PIC 9(4) VALUE 0.
       77  WS-MOIS PIC 99 VALUE 0.
       77  WS-DEBUT-MOIS PIC 9(8) VALUE 0.
       77  WS-FIN-MOIS PIC 9(8) VALUE 0.
       77  WS-TARIF-PLEIN PIC 9(3)V99 VALUE 0.
       77  WS-TARIF-REDUIT PIC 9(3)V99 VALUE 0.
      * Transferts connus : derniere ligne d'historique par couple
      * date / fichier.
       01  TABLE-TRANSFERTS.
           05 TRANSFERT-ENTREE OCCURS 2000.
               10 TRF-DATE PIC 9(8).
               10 TRF-FICHIER PIC X(40).
               10 TRF-CPT-ACCUSE PIC 9(5).
               10 TRF-ETAT PIC 9.
       77  NB-TRANSFERTS PIC 9(4) VALUE 0.
       77  IDX-TRANSFERT PIC 9(4) VALUE 0.
       77  WS-IDX-TRANSFERT PIC 9(4) VALUE 0.
      * Valorisation des passages : lignes totales "**" de
      * CoutsCourrier.txt, une par passage d'edition.
       01  TABLE-PASSAGES.
           05 PASSAGE-ENTREE OCCURS 1000.
               10 PAS-DATE PIC 9(8).
               10 PAS-PLIS PIC 9(5).
               10 PAS-COUT PIC 9(7)V99.
       77  NB-PASSAGES PIC 9(4) VALUE 0.
       77  IDX-PASSAGE PIC 9(4) VALUE 0.
       77  WS-PLIS-JOUR PIC 9(7) VALUE 0.
       77  WS-COUT-JOUR PIC 9(9)V99 VALUE 0.
       77  WS-COUT-JOUR-REDUIT PIC 9(9)V99 VALUE 0.
       77  WS-VALORISATION-MOIS PIC 9(9)V99 VALUE 0.
      * Lignes de factures des autres periodes (doublons d'une
      * facture a l'autre) puis lignes de la facture courante.
       01  TABLE-FACTURES.
           05 FACTURE-ENTREE OCCURS 3000.
               10 TFA-PERIODE PIC 9(6).
               10 TFA-DATE PIC 9(8).
               10 TFA-FICHIER PIC X(40).
       77  NB-FACTURES PIC 9(4) VALUE 0.
       77  NB-ANTERIEURES PIC 9(4) VALUE 0.
       77  IDX-FACTURE PIC 9(4) VALUE 0.
       77  WS-IDX-FACTURE PIC 9(4) VALUE 0.
      * Motifs de litige, totalises en fin de releve.
       01  TABLE-MOTIFS-VALEURS.
           05 FILLER PIC X(11) VALUE "DOUBLE".
           05 FILLER PIC X(11) VALUE "DEJA FACT.".
           05 FILLER PIC X(11) VALUE "HORS MANIF.".
           05 FILLER PIC X(11) VALUE "NON ACCUSE".
           05 FILLER PIC X(11) VALUE "PIECES".
           05 FILLER PIC X(11) VALUE "TARIF".
           05 FILLER PIC X(11) VALUE "MONTANT".
       01  TABLE-MOTIFS REDEFINES TABLE-MOTIFS-VALEURS.
           05 LIBELLE-MOTIF PIC X(11) OCCURS 7.
       01  TABLE-CUMULS-MOTIFS.
           05 CUMUL-MOTIF OCCURS 7.
               10 CPT-MOTIF PIC 9(5).
               10 MNT-MOTIF PIC 9(9)V99.
       77  IDX-MOTIF PIC 9 VALUE 0.
      * Ligne de facture en cours de controle.
       77  WS-PIECES-REF PIC 9(5) VALUE 0.
       77  WS-PIECES-RECONNUES PIC 9(5) VALUE 0.
       77  WS-TARIF-REF PIC 9(3)V99 VALUE 0.
       77  WS-MONTANT-CALCULE PIC 9(9)V99 VALUE 0.
       77  WS-A-CONTESTER PIC 9(9)V99 VALUE 0.
       77  WS-LIGNE-CONTESTEE PIC 9 VALUE 0.
       77  WS-POS-SEPARATEUR PIC 99 VALUE 0.
       77  IDX-CAR PIC 99 VALUE 0.
      * Totaux.
       77  CPT-LIGNES PIC 9(5) VALUE 0.
       77  CPT-ILLISIBLES PIC 9(5) VALUE 0.
       77  CPT-CONTESTEES PIC 9(5) VALUE 0.
       77  WS-TOTAL-FACTURE PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-CONTESTE PIC 9(9)V99 VALUE 0.
       77  WS-NET-A-PAYER PIC S9(9)V99 VALUE 0.
       77  WS-MONTANT-ECRAN PIC ZZZZZZZZ9.99.
       77  WS-MESSAGE-ALERTE PIC X(60) VALUE SPACES.
       77  WS-FACTURE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\FactureImprimeur.txt".
       77  WS-HISTO-PATH PIC X(60)
           VALUE "C:\Users\Cobol\TransfertHistorique.txt".
       77  WS-TARIFS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\TarifsAffranchissement.txt".
       77  WS-COUTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CoutsCourrier.txt".
       77  WS-FACT-HISTO-PATH PIC X(60)
           VALUE "C:\Users\Cobol\FacturesImprimeurHisto.txt".
       77  WS-LITIGES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LitigesImprimeur.txt".
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(36)
              VALUE "LITIGES FACTURE IMPRIMEUR - PERIODE ".
           05 LT-PERIODE PIC 9(6).
           05 FILLER PIC X(38) VALUE SPACES.
       01  LIGNE-ENTETE.
           05 FILLER PIC X(40)
              VALUE "DATE     FICHIER                MOTIF   ".
           05 FILLER PIC X(40)
              VALUE "     FACT   REF  T.FACT  T.REF  CONTESTE".
       01  LIGNE-LITIGE.
           05 LL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LL-FICHIER PIC X(22).
           05 FILLER PIC X VALUE SPACE.
           05 LL-MOTIF PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 LL-PIECES-FACT PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LL-PIECES-REF PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LL-TARIF-FACT PIC ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LL-TARIF-REF PIC ZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LL-CONTESTE PIC ZZZZZZ9.99.
       01  LIGNE-MOTIF.
           05 FILLER PIC X(7) VALUE "MOTIF  ".
           05 LM-LIBELLE PIC X(11).
           05 FILLER PIC X(9) VALUE " LIGNES: ".
           05 LM-CPT PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE " MONTANT : ".
           05 LM-MONTANT PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(25) VALUE SPACES.
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

      * Chemins surchargeables : FACTURE_PATH, TRANSFERT_HISTO_PATH
      * (meme nom que EXO-CLI-ACCUSE), TARIFS_PATH et COUTS_PATH
      * (memes noms que EXO-CLI-ETIQUETTES), FACTURE_HISTO_PATH et
      * FACTURE_LITIGES_PATH. La periode vient de FACTURE_PERIODE
      * (AAAAMM, defaut : mois precedent).
       INIT.
           ACCEPT WS-FACTURE-PATH FROM ENVIRONMENT "FACTURE_PATH"
           IF WS-FACTURE-PATH = SPACES
               MOVE "C:\Users\Cobol\FactureImprimeur.txt"
                   TO WS-FACTURE-PATH
           END-IF
           ACCEPT WS-HISTO-PATH FROM ENVIRONMENT "TRANSFERT_HISTO_PATH"
           IF WS-HISTO-PATH = SPACES
               MOVE "C:\Users\Cobol\TransfertHistorique.txt"
                   TO WS-HISTO-PATH
           END-IF
           ACCEPT WS-TARIFS-PATH FROM ENVIRONMENT "TARIFS_PATH"
           IF WS-TARIFS-PATH = SPACES
               MOVE "C:\Users\Cobol\TarifsAffranchissement.txt"
                   TO WS-TARIFS-PATH
           END-IF
           ACCEPT WS-COUTS-PATH FROM ENVIRONMENT "COUTS_PATH"
           IF WS-COUTS-PATH = SPACES
               MOVE "C:\Users\Cobol\CoutsCourrier.txt"
                   TO WS-COUTS-PATH
           END-IF
           ACCEPT WS-FACT-HISTO-PATH FROM ENVIRONMENT
               "FACTURE_HISTO_PATH"
           IF WS-FACT-HISTO-PATH = SPACES
               MOVE "C:\Users\Cobol\FacturesImprimeurHisto.txt"
                   TO WS-FACT-HISTO-PATH
           END-IF
           ACCEPT WS-LITIGES-PATH FROM ENVIRONMENT
               "FACTURE_LITIGES_PATH"
           IF WS-LITIGES-PATH = SPACES
               MOVE "C:\Users\Cobol\LitigesImprimeur.txt"
                   TO WS-LITIGES-PATH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE(1:4) TO WS-ANNEE
           MOVE WS-DATE(5:2) TO WS-MOIS
           IF WS-MOIS = 1
               THEN
               SUBTRACT 1 FROM WS-ANNEE
               MOVE 12 TO WS-MOIS
           ELSE
               SUBTRACT 1 FROM WS-MOIS
           END-IF
           COMPUTE WS-PERIODE = WS-ANNEE * 100 + WS-MOIS
           ACCEPT WS-PERIODE-SAISIE FROM ENVIRONMENT "FACTURE_PERIODE"
           IF WS-PERIODE-SAISIE IS NUMERIC
               THEN
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF
           COMPUTE WS-DEBUT-MOIS = WS-PERIODE * 100 + 1
           COMPUTE WS-FIN-MOIS = WS-PERIODE * 100 + 31
           INITIALIZE TABLE-CUMULS-MOTIFS.

       TRAIT.
           PERFORM CHARGE-TARIFS
           PERFORM CHARGE-TRANSFERTS
           PERFORM CHARGE-COUTS
           PERFORM CHARGE-FACTURES-ANTERIEURES
           OPEN INPUT FACTURE-FIC
           IF FACTURE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: facture du bureau introuvable ("
                   FACTURE-STATUT ") : " WS-FACTURE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LITIGES-FIC
           IF LITIGES-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: releve des litiges impossible a creer ("
                   LITIGES-STATUT ") : " WS-LITIGES-PATH
               CLOSE FACTURE-FIC
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODE TO LT-PERIODE
           WRITE ENREG-LITIGE FROM LIGNE-TITRE
           END-WRITE
           WRITE ENREG-LITIGE FROM LIGNE-ENTETE
           END-WRITE
           MOVE 0 TO EOF-FACTURE
           PERFORM CONTROLE-FACTURE-LECT UNTIL EOF-FACTURE = 1
           CLOSE FACTURE-FIC
           PERFORM REECRIT-FACTURES.

      * Tarifs d'affranchissement : sans eux, pas de revalorisation
      * possible.
       CHARGE-TARIFS.
           OPEN INPUT TARIFS-FIC
           IF TARIFS-STATUT = "00"
               THEN
               READ TARIFS-FIC
               END-READ
           END-IF
           IF TARIFS-STATUT NOT = "00"
               OR TAR-PLEIN IS NOT NUMERIC
               OR TAR-REDUIT IS NOT NUMERIC
               THEN
               DISPLAY "ERREUR: tarifs d'affranchissement introuvables "
                   "(" TARIFS-STATUT ") : " WS-TARIFS-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TAR-PLEIN TO WS-TARIF-PLEIN
           MOVE TAR-REDUIT TO WS-TARIF-REDUIT
           CLOSE TARIFS-FIC.

      * Historique des transferts : un rapprochement rejoue remplace
      * l'etat du meme couple date / fichier.
       CHARGE-TRANSFERTS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT HISTO-FIC
           IF HISTO-STATUT = "00"
               THEN
               PERFORM CHARGE-TRANSFERTS-LECT UNTIL EOF-FIC = 1
               CLOSE HISTO-FIC
           ELSE
               DISPLAY "ATTENTION: historique des transferts "
                   "indisponible (" HISTO-STATUT ") - toute ligne "
                   "facturee sera hors manifeste."
           END-IF.
       CHARGE-TRANSFERTS-LECT.
           READ HISTO-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND HIS-DATE IS NUMERIC
               AND HIS-FICHIER NOT = SPACES
               THEN
               MOVE HIS-DATE TO FAC-DATE
               MOVE HIS-FICHIER TO FAC-FICHIER
               PERFORM LOCALISE-TRANSFERT
               IF WS-IDX-TRANSFERT = 0 AND NB-TRANSFERTS < 2000
                   THEN
                   ADD 1 TO NB-TRANSFERTS
                   MOVE NB-TRANSFERTS TO WS-IDX-TRANSFERT
                   MOVE HIS-DATE TO TRF-DATE(WS-IDX-TRANSFERT)
                   MOVE HIS-FICHIER TO TRF-FICHIER(WS-IDX-TRANSFERT)
               END-IF
               IF WS-IDX-TRANSFERT > 0
                   THEN
                   MOVE HIS-CPT-ACCUSE
                       TO TRF-CPT-ACCUSE(WS-IDX-TRANSFERT)
                   MOVE HIS-ETAT TO TRF-ETAT(WS-IDX-TRANSFERT)
               END-IF
           END-IF.
      * Recherche du transfert FAC-DATE / FAC-FICHIER.
       LOCALISE-TRANSFERT.
           MOVE 0 TO WS-IDX-TRANSFERT
           MOVE 1 TO IDX-TRANSFERT
           PERFORM CHERCHE-TRANSFERT
               UNTIL IDX-TRANSFERT > NB-TRANSFERTS
               OR WS-IDX-TRANSFERT > 0.
       CHERCHE-TRANSFERT.
           IF TRF-DATE(IDX-TRANSFERT) = FAC-DATE
               AND TRF-FICHIER(IDX-TRANSFERT) = FAC-FICHIER
               THEN
               MOVE IDX-TRANSFERT TO WS-IDX-TRANSFERT
           END-IF
           ADD 1 TO IDX-TRANSFERT.

      * Lignes totales "**" de l'historique des couts : valorisation
      * de chaque passage, et cumul de la periode pour memoire.
       CHARGE-COUTS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT COUTS-FIC
           IF COUTS-STATUT = "00"
               THEN
               PERFORM CHARGE-COUTS-LECT UNTIL EOF-FIC = 1
               CLOSE COUTS-FIC
           ELSE
               DISPLAY "ATTENTION: historique des couts indisponible ("
                   COUTS-STATUT ") - tarif plein de reference partout."
           END-IF.
       CHARGE-COUTS-LECT.
           READ COUTS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CC-AGENCE = "**"
               AND CC-DATE IS NUMERIC
               AND CC-PLIS IS NUMERIC AND CC-COUT IS NUMERIC
               THEN
               IF NB-PASSAGES < 1000
                   THEN
                   ADD 1 TO NB-PASSAGES
                   MOVE CC-DATE TO PAS-DATE(NB-PASSAGES)
                   MOVE CC-PLIS TO PAS-PLIS(NB-PASSAGES)
                   MOVE CC-COUT TO PAS-COUT(NB-PASSAGES)
               END-IF
               IF CC-DATE >= WS-DEBUT-MOIS AND CC-DATE <= WS-FIN-MOIS
                   THEN
                   ADD CC-COUT TO WS-VALORISATION-MOIS
               END-IF
           END-IF.

      * Factures deja controlees : les lignes des AUTRES periodes sont
      * gardees (doublons d'une facture a l'autre, reecriture) ; celles
      * de la periode controlee sont remplacees par ce passage.
       CHARGE-FACTURES-ANTERIEURES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT FACT-HISTO-FIC
           IF FACT-HISTO-STATUT = "00"
               THEN
               PERFORM CHARGE-FACTURES-LECT UNTIL EOF-FIC = 1
               CLOSE FACT-HISTO-FIC
           END-IF
           MOVE NB-FACTURES TO NB-ANTERIEURES.
       CHARGE-FACTURES-LECT.
           READ FACT-HISTO-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND HFA-PERIODE IS NUMERIC
               AND HFA-PERIODE NOT = WS-PERIODE
               THEN
               IF NB-FACTURES < 3000
                   THEN
                   ADD 1 TO NB-FACTURES
                   MOVE HFA-PERIODE TO TFA-PERIODE(NB-FACTURES)
                   MOVE HFA-DATE TO TFA-DATE(NB-FACTURES)
                   MOVE HFA-FICHIER TO TFA-FICHIER(NB-FACTURES)
               ELSE
                   DISPLAY "ATTENTION: plus de 3000 lignes de "
                       "factures controlees - ligne " HFA-PERIODE " "
                       HFA-DATE " ignoree."
               END-IF
           END-IF.

      ******************************************************************
      * Controle d'une ligne de facture : doublon d'abord (la ligne
      * est alors contestee en entier), puis existence et accuse du
      * transfert, enfin pieces, tarif et montant.
      ******************************************************************
       CONTROLE-FACTURE-LECT.
           READ FACTURE-FIC
               AT END MOVE 1 TO EOF-FACTURE
           END-READ
           IF EOF-FACTURE = 0
               THEN
               IF FAC-DATE IS NUMERIC AND FAC-PIECES IS NUMERIC
                   AND FAC-TARIF IS NUMERIC AND FAC-MONTANT IS NUMERIC
                   AND FAC-FICHIER NOT = SPACES
                   THEN
                   PERFORM CONTROLE-LIGNE
               ELSE
                   ADD 1 TO CPT-ILLISIBLES
                   DISPLAY "ATTENTION: ligne de facture illisible : "
                       ENREG-FACTURE
               END-IF
           END-IF.
       CONTROLE-LIGNE.
           ADD 1 TO CPT-LIGNES
           ADD FAC-MONTANT TO WS-TOTAL-FACTURE
           MOVE 0 TO WS-LIGNE-CONTESTEE
           MOVE 0 TO WS-PIECES-REF
           MOVE 0 TO WS-TARIF-REF
           PERFORM LOCALISE-FACTURE
           EVALUATE TRUE
               WHEN WS-IDX-FACTURE > NB-ANTERIEURES
                   MOVE 1 TO IDX-MOTIF
                   MOVE FAC-MONTANT TO WS-A-CONTESTER
                   PERFORM ECRIT-LITIGE
               WHEN WS-IDX-FACTURE > 0
                   MOVE 2 TO IDX-MOTIF
                   MOVE FAC-MONTANT TO WS-A-CONTESTER
                   PERFORM ECRIT-LITIGE
               WHEN OTHER
                   PERFORM CONTROLE-TRANSFERT
           END-EVALUATE
           IF WS-LIGNE-CONTESTEE = 1
               THEN
               ADD 1 TO CPT-CONTESTEES
           END-IF
           IF NB-FACTURES < 3000
               THEN
               ADD 1 TO NB-FACTURES
               MOVE WS-PERIODE TO TFA-PERIODE(NB-FACTURES)
               MOVE FAC-DATE TO TFA-DATE(NB-FACTURES)
               MOVE FAC-FICHIER TO TFA-FICHIER(NB-FACTURES)
           END-IF.
      * Meme transfert deja facture : dans cette facture (entree au-dela
      * des periodes anterieures) ou dans une facture precedente.
       LOCALISE-FACTURE.
           MOVE 0 TO WS-IDX-FACTURE
           MOVE 1 TO IDX-FACTURE
           PERFORM CHERCHE-FACTURE
               UNTIL IDX-FACTURE > NB-FACTURES OR WS-IDX-FACTURE > 0.
       CHERCHE-FACTURE.
           IF TFA-DATE(IDX-FACTURE) = FAC-DATE
               AND TFA-FICHIER(IDX-FACTURE) = FAC-FICHIER
               THEN
               MOVE IDX-FACTURE TO WS-IDX-FACTURE
           END-IF
           ADD 1 TO IDX-FACTURE.

       CONTROLE-TRANSFERT.
           PERFORM LOCALISE-TRANSFERT
           EVALUATE TRUE
               WHEN WS-IDX-TRANSFERT = 0
                   MOVE 3 TO IDX-MOTIF
                   MOVE FAC-MONTANT TO WS-A-CONTESTER
                   PERFORM ECRIT-LITIGE
               WHEN TRF-ETAT(WS-IDX-TRANSFERT) = 0
                   MOVE 4 TO IDX-MOTIF
                   MOVE FAC-MONTANT TO WS-A-CONTESTER
                   PERFORM ECRIT-LITIGE
               WHEN OTHER
                   PERFORM CONTROLE-PRIX
           END-EVALUATE.

      * Pieces reconnues : le compte accuse par le bureau lui-meme.
      * Tarif de reference : reduit si notre valorisation du passage
      * de la date l'a entierement applique, plein sinon.
       CONTROLE-PRIX.
           MOVE TRF-CPT-ACCUSE(WS-IDX-TRANSFERT) TO WS-PIECES-REF
           PERFORM TARIF-REFERENCE
           IF FAC-PIECES > WS-PIECES-REF
               THEN
               MOVE WS-PIECES-REF TO WS-PIECES-RECONNUES
               MOVE 5 TO IDX-MOTIF
               COMPUTE WS-A-CONTESTER
                   = (FAC-PIECES - WS-PIECES-REF) * FAC-TARIF
               PERFORM ECRIT-LITIGE
           ELSE
               MOVE FAC-PIECES TO WS-PIECES-RECONNUES
           END-IF
           IF FAC-TARIF > WS-TARIF-REF
               THEN
               MOVE 6 TO IDX-MOTIF
               COMPUTE WS-A-CONTESTER
                   = WS-PIECES-RECONNUES * (FAC-TARIF - WS-TARIF-REF)
               PERFORM ECRIT-LITIGE
           END-IF
           COMPUTE WS-MONTANT-CALCULE = FAC-PIECES * FAC-TARIF
           IF FAC-MONTANT > WS-MONTANT-CALCULE
               THEN
               MOVE 7 TO IDX-MOTIF
               COMPUTE WS-A-CONTESTER
                   = FAC-MONTANT - WS-MONTANT-CALCULE
               PERFORM ECRIT-LITIGE
           END-IF.
       TARIF-REFERENCE.
           MOVE 0 TO WS-PLIS-JOUR
           MOVE 0 TO WS-COUT-JOUR
           PERFORM CUMULE-PASSAGE VARYING IDX-PASSAGE FROM 1 BY 1
               UNTIL IDX-PASSAGE > NB-PASSAGES
           COMPUTE WS-COUT-JOUR-REDUIT = WS-PLIS-JOUR * WS-TARIF-REDUIT
           IF WS-PLIS-JOUR > 0
               AND WS-COUT-JOUR <= WS-COUT-JOUR-REDUIT
               THEN
               MOVE WS-TARIF-REDUIT TO WS-TARIF-REF
           ELSE
               MOVE WS-TARIF-PLEIN TO WS-TARIF-REF
           END-IF.
       CUMULE-PASSAGE.
           IF PAS-DATE(IDX-PASSAGE) = FAC-DATE
               THEN
               ADD PAS-PLIS(IDX-PASSAGE) TO WS-PLIS-JOUR
               ADD PAS-COUT(IDX-PASSAGE) TO WS-COUT-JOUR
           END-IF.

      * Une ligne de releve par motif retenu (IDX-MOTIF), cumulee au
      * motif et au total a contester.
       ECRIT-LITIGE.
           MOVE 1 TO WS-LIGNE-CONTESTEE
           ADD 1 TO CPT-MOTIF(IDX-MOTIF)
           ADD WS-A-CONTESTER TO MNT-MOTIF(IDX-MOTIF)
           ADD WS-A-CONTESTER TO WS-TOTAL-CONTESTE
           MOVE SPACES TO LIGNE-LITIGE
           MOVE FAC-DATE TO LL-DATE
           PERFORM NOM-COURT
           MOVE LIBELLE-MOTIF(IDX-MOTIF) TO LL-MOTIF
           MOVE FAC-PIECES TO LL-PIECES-FACT
           MOVE WS-PIECES-REF TO LL-PIECES-REF
           MOVE FAC-TARIF TO LL-TARIF-FACT
           MOVE WS-TARIF-REF TO LL-TARIF-REF
           MOVE WS-A-CONTESTER TO LL-CONTESTE
           WRITE ENREG-LITIGE FROM LIGNE-LITIGE
           END-WRITE.
      * Nom du fichier sans son dossier, pour tenir dans la colonne.
       NOM-COURT.
           MOVE 0 TO WS-POS-SEPARATEUR
           PERFORM CHERCHE-SEPARATEUR VARYING IDX-CAR FROM 1 BY 1
               UNTIL IDX-CAR > 39
           ADD 1 TO WS-POS-SEPARATEUR
           MOVE FAC-FICHIER(WS-POS-SEPARATEUR:) TO LL-FICHIER.
       CHERCHE-SEPARATEUR.
           IF FAC-FICHIER(IDX-CAR:1) = "\"
               OR FAC-FICHIER(IDX-CAR:1) = "/"
               THEN
               MOVE IDX-CAR TO WS-POS-SEPARATEUR
           END-IF.

      * Historique des factures controlees reecrit : autres periodes,
      * puis les lignes de ce passage.
       REECRIT-FACTURES.
           OPEN OUTPUT FACT-HISTO-FIC
           IF FACT-HISTO-STATUT = "00"
               THEN
               PERFORM ECRIT-FACTURE-HISTO VARYING IDX-FACTURE
                   FROM 1 BY 1 UNTIL IDX-FACTURE > NB-FACTURES
               CLOSE FACT-HISTO-FIC
           ELSE
               DISPLAY "ATTENTION: historique des factures non ecrit ("
                   FACT-HISTO-STATUT ") : " WS-FACT-HISTO-PATH
           END-IF.
       ECRIT-FACTURE-HISTO.
           MOVE SPACES TO ENREG-FACT-HISTO
           MOVE TFA-PERIODE(IDX-FACTURE) TO HFA-PERIODE
           MOVE TFA-DATE(IDX-FACTURE) TO HFA-DATE
           MOVE TFA-FICHIER(IDX-FACTURE) TO HFA-FICHIER
           WRITE ENREG-FACT-HISTO
           END-WRITE.

      ******************************************************************
      * Totaux par motif, total facture, total a contester et net.
      ******************************************************************
       FIN.
           MOVE SPACES TO ENREG-LITIGE
           WRITE ENREG-LITIGE
           END-WRITE
           PERFORM ECRIT-TOTAL-MOTIF VARYING IDX-MOTIF FROM 1 BY 1
               UNTIL IDX-MOTIF > 7
           MOVE SPACES TO ENREG-LITIGE
           WRITE ENREG-LITIGE
           END-WRITE
           COMPUTE WS-NET-A-PAYER = WS-TOTAL-FACTURE - WS-TOTAL-CONTESTE
           MOVE "LIGNES FACTUREES" TO LC-LIBELLE
           MOVE CPT-LIGNES TO LCN-NOMBRE
           WRITE ENREG-LITIGE FROM LIGNE-CONTROLE
           END-WRITE
           MOVE "LIGNES CONTESTEES" TO LC-LIBELLE
           MOVE CPT-CONTESTEES TO LCN-NOMBRE
           WRITE ENREG-LITIGE FROM LIGNE-CONTROLE
           END-WRITE
           IF CPT-ILLISIBLES > 0
               THEN
               MOVE "LIGNES ILLISIBLES (NON CONTROLEES)" TO LC-LIBELLE
               MOVE CPT-ILLISIBLES TO LCN-NOMBRE
               WRITE ENREG-LITIGE FROM LIGNE-CONTROLE
               END-WRITE
           END-IF
           MOVE "TOTAL FACTURE" TO LC-LIBELLE
           MOVE WS-TOTAL-FACTURE TO LC-MONTANT
           WRITE ENREG-LITIGE FROM LIGNE-CONTROLE
           END-WRITE
           MOVE "TOTAL A CONTESTER" TO LC-LIBELLE
           MOVE WS-TOTAL-CONTESTE TO LC-MONTANT
           WRITE ENREG-LITIGE FROM LIGNE-CONTROLE
           END-WRITE
           MOVE "NET A PAYER" TO LC-LIBELLE
           MOVE WS-NET-A-PAYER TO LC-MONTANT
           WRITE ENREG-LITIGE FROM LIGNE-CONTROLE
           END-WRITE
           MOVE "VALORISATION DU MOIS (CoutsCourrier)" TO LC-LIBELLE
           MOVE WS-VALORISATION-MOIS TO LC-MONTANT
           WRITE ENREG-LITIGE FROM LIGNE-CONTROLE
           END-WRITE
           CLOSE LITIGES-FIC
           DISPLAY "Lignes facturees   : " CPT-LIGNES
           DISPLAY "Lignes contestees  : " CPT-CONTESTEES
           MOVE WS-TOTAL-FACTURE TO WS-MONTANT-ECRAN
           DISPLAY "Total facture      : " WS-MONTANT-ECRAN
           MOVE WS-TOTAL-CONTESTE TO WS-MONTANT-ECRAN
           DISPLAY "Total a contester  : " WS-MONTANT-ECRAN
           DISPLAY "Releve des litiges : " WS-LITIGES-PATH
           IF WS-TOTAL-CONTESTE > 0
               THEN
               MOVE SPACES TO WS-MESSAGE-ALERTE
               STRING "Facture imprimeur " WS-PERIODE " : "
                   WS-MONTANT-ECRAN " a contester"
                   DELIMITED BY SIZE INTO WS-MESSAGE-ALERTE
               END-STRING
               PERFORM ECRIT-ALERTE
               MOVE 4 TO RETURN-CODE
           END-IF.
       ECRIT-TOTAL-MOTIF.
           MOVE LIBELLE-MOTIF(IDX-MOTIF) TO LM-LIBELLE
           MOVE CPT-MOTIF(IDX-MOTIF) TO LM-CPT
           MOVE MNT-MOTIF(IDX-MOTIF) TO LM-MONTANT
           WRITE ENREG-LITIGE FROM LIGNE-MOTIF
           END-WRITE.

      * Depot d'une alerte datee dans le fichier central Alerts.txt
      * (voir ECRIT-ALERTE dans EXO-FICHIER-SORT).
       ECRIT-ALERTE.
           MOVE SPACES TO ENREG-ALERTE
           MOVE WS-DATE TO ALERTE-DATE
           MOVE WS-TIME TO ALERTE-TIME
           MOVE "EXO-COURRIER-FAC" TO ALERTE-PROGRAMME
           MOVE "ATTENTION" TO ALERTE-SEVERITE
           MOVE WS-MESSAGE-ALERTE TO ALERTE-MESSAGE
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT NOT = "00"
               THEN
               OPEN OUTPUT ALERTES-FIC
           END-IF
           WRITE ENREG-ALERTE
           END-WRITE
           CLOSE ALERTES-FIC.

       END PROGRAM EXO-COURRIER-FACTURE.
