      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : droit d'acces d'un client a ses donnees, pendant
      * d'EXO-CLI-OUBLI (qui efface) : pour UN IDCLI, un dossier
      * imprimable unique DossierClient.txt qui rassemble tout ce que
      * le systeme detient sur lui :
      *   - l'enregistrement du maitre ClientsMaster.txt ;
      *   - ses enregistrements de chaine dans la generation courante
      *     de ClientsOUTV4-2 (resolue au catalogue comme dans
      *     EXO-CLI-LOOKUP) ;
      *   - chaque image avant/apres du journal ClientsJournal.txt,
      *     segments bascules compris (index LogSegments.txt, voir
      *     EXO-ROLLOVER-LOGS) ;
      *   - ses lignes du journal d'audit ClientsAuditLog.txt, segments
      *     compris ;
      *   - ses notes de guichet, retours NPAI (quarantaine), son
      *     inscription a la liste d'exclusion courrier, son foyer et
      *     les autres membres du foyer, les fusions qui le citent,
      *     l'historique de ses contacts et son gestionnaire ;
      *   - les consultations de sa fiche (ConsultationsLog.txt) ;
      *   - ses apparitions dans les generations d'archive
      *     ClientsArchive du catalogue (voir EXO-CLI-PURGE).
      * Le dossier porte la date d'edition et l'operateur, identifie
      * comme dans EXO-CLI-LOOKUP (code et mot de passe via SPMDP01).
      * L'edition est elle-meme tracee dans ConsultationsLog.txt
      * (type D, cle DOSSIER) : elle apparait aux dossiers suivants et
      * dans la synthese d'EXO-CONSULT-RAPPORT.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      * octets, chaine et generations de 68, images du journal de 41 ;
      * les elements trop larges pour une ligne passent sur une ligne de
      * suite.
      * Rubrique GELS JURIDIQUES : les gels du client au registre
      * ClientsGelJuridique.txt d'EXO-CLI-GEL (chemin CLI_GEL_PATH), en
      * cours comme leves, avec reference, dates et operateurs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-DOSSIER.
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
               FILE STATUS IS PLAT-STATUT.
           SELECT CATALOGUE-FIC
               ASSIGN TO "C:\Users\Cobol\CatalogueGenerations.txt"
               FILE STATUS IS CATALOGUE-STATUT.
           SELECT SEGMENTS-FIC
               ASSIGN TO WS-SEGMENTS-PATH
               FILE STATUS IS SEGMENTS-STATUT.
           SELECT JOURNAL-FIC
               ASSIGN TO WS-JOURNAL-PATH
               FILE STATUS IS JOURNAL-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-LOG-STATUT.
           SELECT NOTES-FIC
               ASSIGN TO WS-NOTES-PATH
               FILE STATUS IS NOTES-STATUT.
           SELECT QUARANTAINE-FIC
               ASSIGN TO WS-QUARANTAINE-PATH
               FILE STATUS IS QUARANTAINE-STATUT.
           SELECT SANSCOURRIER-FIC
               ASSIGN TO WS-SANSCOURRIER-PATH
               FILE STATUS IS SANSCOURRIER-STATUT.
           SELECT REGISTRE-FIC
               ASSIGN TO WS-REGISTRE-PATH
               FILE STATUS IS REGISTRE-STATUT.
           SELECT FUSIONS-FIC
               ASSIGN TO WS-FUSIONS-PATH
               FILE STATUS IS FUSIONS-STATUT.
           SELECT CONSULT-FIC
               ASSIGN TO WS-CONSULT-PATH
               FILE STATUS IS CONSULT-STATUT.
           SELECT CONTACTS-FIC
               ASSIGN TO WS-CONTACTS-PATH
               FILE STATUS IS CONTACTS-STATUT.
           SELECT PTF-FIC
               ASSIGN TO WS-PTF-PATH
               FILE STATUS IS PTF-STATUT.
           SELECT GEL-FIC
               ASSIGN TO WS-GEL-PATH
               FILE STATUS IS GEL-STATUT.
           SELECT ARCHIVE-FIC
               ASSIGN TO WS-ARCHIVE-PATH
               FILE STATUS IS ARCHIVE-STATUT.
           SELECT DOSSIER-FIC
               ASSIGN TO WS-DOSSIER-PATH
               FILE STATUS IS DOSSIER-STATUT.
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
      * Generation de chaine : enregistrements de 68 octets (voir
      * ENREG-CLI-OUT dans EXO-VI-C-V4), entete "HD" et controle "TR"
      * ecartes par le test IS NUMERIC.
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
      * Index des segments de trace (voir EXO-ROLLOVER-LOGS).
       FD  SEGMENTS-FIC.
       01  ENREG-SEGMENT.
           05 SEG-BASE PIC X(20).
           05 FILLER PIC X.
           05 SEG-PERIODE PIC 9(6).
           05 FILLER PIC X.
           05 SEG-PATH PIC X(60).
           05 FILLER PIC X.
           05 SEG-CHAINE PIC 9(8).
      *
      * Journal avant/apres du maitre (voir ECRIT-JOURNAL dans
      * EXO-CLI-MAINT).
       FD  JOURNAL-FIC.
       01  ENREG-JOURNAL.
           05 JRN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 JRN-TIME PIC 9(8).
           05 FILLER PIC X.
           05 JRN-CODE PIC X.
           05 FILLER PIC X.
           05 JRN-AVANT.
               10 JRN-AVANT-IDCLI PIC X(5).
               10 FILLER PIC X(36).
           05 FILLER PIC X.
           05 JRN-APRES.
               10 JRN-APRES-IDCLI PIC X(5).
               10 FILLER PIC X(36).
      *
      * Journal d'audit clients, 68 octets (voir ENREG-AUDIT-LOG dans
      * EXO-CLI-MAINT).
       FD  AUDIT-LOG-FIC.
       01  ENREG-AUDIT-LOG.
           05 LOG-DATE PIC X(8).
           05 FILLER PIC X.
           05 LOG-TIME PIC X(8).
           05 FILLER PIC X.
           05 LOG-PROGRAMME PIC X(14).
           05 FILLER PIC X.
           05 LOG-TRANS-CODE PIC X.
           05 FILLER PIC X.
           05 LOG-IDCLI PIC X(5).
           05 FILLER PIC X.
           05 LOG-STATUT PIC X(8).
           05 FILLER PIC X.
           05 LOG-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 LOG-OPERATEUR2 PIC X(4).
           05 FILLER PIC X.
           05 LOG-CHAINE PIC X(8).
      *
      * Notes de guichet (voir EXO-CLI-NOTES).
       FD  NOTES-FIC.
       01  ENREG-NOTE.
           05 NOTE-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 NOTE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 NOTE-ETAT PIC X.
           05 FILLER PIC X.
           05 NOTE-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 NOTE-TEXTE PIC X(40).
      *
      * Retours NPAI (voir EXO-CLI-NPAI).
       FD  QUARANTAINE-FIC.
       01  ENREG-QUARANTAINE.
           05 QUA-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 QUA-DATE PIC 9(8).
           05 FILLER PIC X.
           05 QUA-OPERATEUR PIC X(4).
      *
      * Liste d'exclusion courrier (voir EXO-CLI-SANSCOURRIER).
       FD  SANSCOURRIER-FIC.
       01  ENREG-SANSCOURRIER.
           05 SCR-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 SCR-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SCR-OPERATEUR PIC X(4).
      *
      * Registre des foyers (voir EXO-CLI-FOYERS).
       FD  REGISTRE-FIC.
       01  ENREG-REGISTRE.
           05 REG-FOYER PIC 9(5).
           05 FILLER PIC X.
           05 REG-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 REG-PRINCIPAL PIC X.
      *
      * Correspondance des fusions (voir EXO-CLI-FUSION).
       FD  FUSIONS-FIC.
       01  ENREG-FUSION.
           05 FUS-ABSORBE PIC 9(5).
           05 FILLER PIC X.
           05 FUS-SURVIVANT PIC 9(5).
           05 FILLER PIC X.
           05 FUS-DATE PIC 9(8).
           05 FILLER PIC X.
           05 FUS-OPERATEUR PIC X(4).
      *
      * Trace des consultations (voir ENREG-CONSULT dans
      * EXO-CLI-LOOKUP) ; CSL-RESULTAT porte l'IDCLI rendu pour une
      * recherche par IDCLI (type I) ou un dossier (type D).
       FD  CONSULT-FIC.
       01  ENREG-CONSULT.
           05 CSL-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CSL-TIME PIC 9(8).
           05 FILLER PIC X.
           05 CSL-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 CSL-TYPE PIC X.
           05 FILLER PIC X.
           05 CSL-CLE PIC X(10).
           05 FILLER PIC X.
           05 CSL-RESULTAT PIC 9(5).
      *
      * Historique des contacts (voir ENREG-CONTACT dans
      * EXO-CLI-LETTRES).
       FD  CONTACTS-FIC.
       01  ENREG-CONTACT.
           05 CTC-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 CTC-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CTC-CANAL PIC X(8).
           05 FILLER PIC X.
           05 CTC-PROGRAMME PIC X(16).
           05 FILLER PIC X.
           05 CTC-LOT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CTC-LOT-SEQ PIC 9(2).
      *
      * Portefeuille (voir ENREG-PTF dans EXO-CLI-PORTEFEUILLE).
       FD  PTF-FIC.
       01  ENREG-PTF.
           05 PTF-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 PTF-ID-EMPL PIC 9(2).
           05 FILLER PIC X.
           05 PTF-DATE PIC 9(8).
           05 FILLER PIC X.
           05 PTF-OPERATEUR PIC X(4).
      *
      * Registre des gels juridiques (voir ENREG-GEL dans
      * EXO-CLI-GEL).
       FD  GEL-FIC.
       01  ENREG-GEL.
           05 GEL-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 GEL-REFERENCE PIC X(12).
           05 FILLER PIC X.
           05 GEL-DATE-POSE PIC 9(8).
           05 FILLER PIC X.
           05 GEL-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 GEL-DATE-LEVEE PIC 9(8).
           05 FILLER PIC X.
           05 GEL-OPER-LEVEE PIC X(4).
      *
      * Generation d'archive de la purge : enregistrements clients de
      * 68 octets, entete HD et controle TR (voir EXO-CLI-PURGE).
       FD  ARCHIVE-FIC.
       01  ENREG-ARCHIVE.
           05 ARC-IDCLI PIC 9(5).
           05 ARC-RESTE PIC X(63).
      *
       FD  DOSSIER-FIC.
       01  ENREG-DOSSIER PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  MASTER-STATUT PIC XX.
       77  PLAT-STATUT PIC XX.
       77  CATALOGUE-STATUT PIC XX.
       77  SEGMENTS-STATUT PIC XX.
       77  JOURNAL-STATUT PIC XX.
       77  AUDIT-LOG-STATUT PIC XX.
       77  NOTES-STATUT PIC XX.
       77  QUARANTAINE-STATUT PIC XX.
       77  SANSCOURRIER-STATUT PIC XX.
       77  REGISTRE-STATUT PIC XX.
       77  FUSIONS-STATUT PIC XX.
       77  CONSULT-STATUT PIC XX.
       77  CONTACTS-STATUT PIC XX.
       77  PTF-STATUT PIC XX.
       77  GEL-STATUT PIC XX.
       77  ARCHIVE-STATUT PIC XX.
       77  DOSSIER-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-MDP-SAISIE PIC X(8) VALUE SPACES.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-IDCLI-SAISIE PIC X(6) VALUE SPACES.
       77  WS-IDCLI PIC 9(5) VALUE 0.
       77  WS-IDCLI-X PIC X(5) VALUE SPACES.
       77  WS-FOYER PIC 9(5) VALUE 0.
       77  WS-CAT-DATE-RETENUE PIC 9(8) VALUE 0.
       77  WS-CAT-PATH-RETENU PIC X(60) VALUE SPACES.
      * Nombre d'elements de la rubrique en cours et du dossier.
       77  CPT-RUBRIQUE PIC 9(5) VALUE 0.
       77  CPT-DOSSIER PIC 9(6) VALUE 0.
      * Segments ClientsJournal / ClientsAuditLog de l'index, puis
      * generations d'archive du catalogue.
       01  TABLE-SEGMENTS.
           05 SEGMENT-ENTREE OCCURS 200.
               10 TAB-SEG-BASE PIC X(20).
               10 TAB-SEG-PERIODE PIC 9(6).
               10 TAB-SEG-PATH PIC X(60).
       77  NB-SEGMENTS PIC 999 VALUE 0.
       77  IDX-SEGMENT PIC 999 VALUE 0.
       01  TABLE-ARCHIVES.
           05 ARCHIVE-ENTREE OCCURS 50.
               10 TAB-ARC-DATE PIC 9(8).
               10 TAB-ARC-PATH PIC X(60).
       77  NB-ARCHIVES PIC 99 VALUE 0.
       77  IDX-ARCHIVE PIC 99 VALUE 0.
      * Libelle de la source en cours (COURANT ou periode AAAAMM).
       77  WS-SOURCE PIC X(7) VALUE SPACES.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-CLI-PLAT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsOUTV4-2.txt".
       77  WS-SEGMENTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\LogSegments.txt".
       77  WS-JOURNAL-COURANT PIC X(60)
           VALUE "C:\Users\Cobol\ClientsJournal.txt".
       77  WS-JOURNAL-PATH PIC X(60) VALUE SPACES.
       77  WS-AUDIT-COURANT PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60) VALUE SPACES.
       77  WS-NOTES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsNotes.txt".
       77  WS-QUARANTAINE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsQuarantaine.txt".
       77  WS-SANSCOURRIER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsSansCourrier.txt".
       77  WS-REGISTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsFoyersRegistre.txt".
       77  WS-FUSIONS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsFusions.txt".
       77  WS-CONSULT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ConsultationsLog.txt".
       77  WS-CONTACTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsContacts.txt".
       77  WS-PTF-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsPortefeuille.txt".
       77  WS-GEL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsGelJuridique.txt".
       77  WS-ARCHIVE-PATH PIC X(60) VALUE SPACES.
       77  WS-DOSSIER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\DossierClient.txt".
      * Bloc d'appel de SPMDP01 (controle du mot de passe operateur et
      * trace des connexions, voir SPMDP01.cbl).
       01  PARAMETRES-MDP.
           05 CTL-PROGRAMME PIC X(14).
           05 CTL-OPERATEUR PIC X(4).
           05 CTL-MDP PIC X(8).
           05 CTL-CODERETOUR PIC 9.
      * Bloc d'appel de SPCHK01 (cle de controle des numeros client,
      * voir SPCHK01.cbl).
       01  PARAMETRES-CHK.
           05 CHK-FONCTION PIC X.
           05 CHK-IDCLI PIC 9(5).
           05 CHK-CLE PIC 9.
           05 CHK-CODERETOUR PIC 9.
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(38)
              VALUE "DOSSIER DES DONNEES DETENUES - CLIENT ".
           05 LIGNE-TITRE-IDCLI PIC 9(5).
           05 FILLER PIC X(37) VALUE SPACES.
       01  LIGNE-EDITION.
           05 FILLER PIC X(9) VALUE "EDITE LE ".
           05 LIGNE-ED-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE " A ".
           05 LIGNE-ED-TIME PIC 9(8).
           05 FILLER PIC X(5) VALUE " PAR ".
           05 LIGNE-ED-OPERATEUR PIC X(4).
           05 FILLER PIC X(43) VALUE SPACES.
       01  LIGNE-RUBRIQUE.
           05 FILLER PIC X(4) VALUE "=== ".
           05 LIGNE-RUB-TITRE PIC X(76).
       01  LIGNE-SOURCE.
           05 FILLER PIC X(11) VALUE "  source : ".
           05 LIGNE-SOURCE-PATH PIC X(60).
           05 FILLER PIC X(9) VALUE SPACES.
       01  LIGNE-DETAIL.
           05 FILLER PIC XX VALUE SPACES.
           05 LIGNE-DETAIL-TEXTE PIC X(78).
       01  LIGNE-RUB-TOTAL.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LIGNE-RUB-CPT PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE " element(s)".
           05 FILLER PIC X(60) VALUE SPACES.
      * Vues de detail, une par rubrique, mises en LIGNE-DETAIL-TEXTE.
       01  DET-MAITRE.
           05 FILLER PIC X(6) VALUE "IDCLI ".
           05 DET-MAI-IDCLI PIC 9(5).
           05 FILLER PIC X(6) VALUE "  NOM ".
           05 DET-MAI-NOM PIC X(20).
           05 FILLER PIC X(9) VALUE "  PRENOM ".
           05 DET-MAI-PNM PIC X(15).
           05 FILLER PIC X(9) VALUE "  STATUT ".
           05 DET-MAI-STATUT PIC X.
           05 FILLER PIC X(7) VALUE SPACES.
      * Les noms entiers ne laissent plus la place d'une seule ligne :
      * telephone, statut et agence passent sur une ligne de suite.
       01  DET-CHAINE.
           05 DET-CHN-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CHN-PNM PIC X(15).
           05 FILLER PIC X(6) VALUE " ADR. ".
           05 DET-CHN-ADRESSE PIC X(15).
           05 FILLER PIC X(21) VALUE SPACES.
       01  DET-CHAINE-SUITE.
           05 FILLER PIC X(5) VALUE "  TEL".
           05 FILLER PIC X VALUE SPACE.
           05 DET-CHN-TEL PIC X(10).
           05 FILLER PIC X(8) VALUE " STATUT ".
           05 DET-CHN-STATUT PIC X.
           05 FILLER PIC X(8) VALUE " AGENCE ".
           05 DET-CHN-AGENCE PIC XX.
           05 FILLER PIC X(43) VALUE SPACES.
       01  DET-JOURNAL.
           05 DET-JRN-SOURCE PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 DET-JRN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-JRN-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-JRN-CODE PIC X.
           05 FILLER PIC X(7) VALUE " AVANT ".
           05 DET-JRN-AVANT PIC X(41).
           05 FILLER PIC X(3) VALUE SPACES.
      * Image apres sur une ligne de suite, sous l'image avant.
       01  DET-JOURNAL-SUITE.
           05 FILLER PIC X(27) VALUE SPACES.
           05 FILLER PIC X(7) VALUE " APRES ".
           05 DET-JRN-APRES PIC X(41).
           05 FILLER PIC X(3) VALUE SPACES.
       01  DET-AUDIT.
           05 DET-AUD-SOURCE PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 DET-AUD-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-AUD-TIME PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-AUD-PROGRAMME PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 DET-AUD-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 DET-AUD-STATUT PIC X(8).
           05 FILLER PIC X(7) VALUE " OPER. ".
           05 DET-AUD-OPER PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-AUD-OPER2 PIC X(4).
           05 FILLER PIC X(11) VALUE SPACES.
       01  DET-DATE-OPER.
           05 DET-DO-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE " OPER. ".
           05 DET-DO-OPER PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DET-DO-TEXTE PIC X(58).
       01  DET-CONSULT.
           05 DET-CSL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CSL-TIME PIC 9(8).
           05 FILLER PIC X(7) VALUE " OPER. ".
           05 DET-CSL-OPER PIC X(4).
           05 FILLER PIC X(6) VALUE " TYPE ".
           05 DET-CSL-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 DET-CSL-CLE PIC X(10).
           05 FILLER PIC X(32) VALUE SPACES.
       01  DET-CONTACT.
           05 DET-CTC-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CTC-CANAL PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-CTC-PROGRAMME PIC X(16).
           05 FILLER PIC X(6) VALUE " LOT ".
           05 DET-CTC-LOT-DATE PIC 9(8).
           05 FILLER PIC X VALUE "-".
           05 DET-CTC-LOT-SEQ PIC 99.
           05 FILLER PIC X(27) VALUE SPACES.
       01  DET-ARCHIVE.
           05 FILLER PIC X(11) VALUE "GENERATION ".
           05 DET-ARC-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ARC-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 DET-ARC-PNM PIC X(15).
           05 FILLER PIC X(22) VALUE SPACES.
       01  DET-ARCHIVE-SUITE.
           05 FILLER PIC X(20) VALUE SPACES.
           05 DET-ARC-RESTE PIC X(28).
           05 FILLER PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables par les memes variables que les
      * programmes proprietaires de chaque fichier : CLI_MASTER_PATH,
      * CLI_PLAT_PATH, LOG_SEGMENTS_PATH, CLI_JOURNAL_PATH,
      * CLI_AUDIT_PATH, CLI_NOTES_PATH, QUARANTAINE_PATH,
      * CLI_SANSCOURRIER_PATH, FOYERS_REGISTRE_PATH, CLI_FUSIONS_PATH,
      * CONSULT_PATH, CLI_CONTACTS_PATH, CLI_PORTEFEUILLE_PATH ; le
      * dossier lui-meme par DOSSIER_PATH.
       INIT.
           PERFORM IDENTIFIE-OPERATEUR
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-CLI-PLAT-PATH FROM ENVIRONMENT "CLI_PLAT_PATH"
           IF WS-CLI-PLAT-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ClientsOUTV4-2.txt"
                   TO WS-CLI-PLAT-PATH
               PERFORM RESOLVE-CATALOGUE-PLAT
           END-IF
           ACCEPT WS-SEGMENTS-PATH FROM ENVIRONMENT "LOG_SEGMENTS_PATH"
           IF WS-SEGMENTS-PATH = SPACES
               MOVE "C:\Users\Cobol\LogSegments.txt"
                   TO WS-SEGMENTS-PATH
           END-IF
           ACCEPT WS-JOURNAL-COURANT FROM ENVIRONMENT
               "CLI_JOURNAL_PATH"
           IF WS-JOURNAL-COURANT = SPACES
               MOVE "C:\Users\Cobol\ClientsJournal.txt"
                   TO WS-JOURNAL-COURANT
           END-IF
           ACCEPT WS-AUDIT-COURANT FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-COURANT = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-COURANT
           END-IF
           ACCEPT WS-NOTES-PATH FROM ENVIRONMENT "CLI_NOTES_PATH"
           IF WS-NOTES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsNotes.txt" TO WS-NOTES-PATH
           END-IF
           ACCEPT WS-QUARANTAINE-PATH FROM ENVIRONMENT
               "QUARANTAINE_PATH"
           IF WS-QUARANTAINE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsQuarantaine.txt"
                   TO WS-QUARANTAINE-PATH
           END-IF
           ACCEPT WS-SANSCOURRIER-PATH FROM ENVIRONMENT
               "CLI_SANSCOURRIER_PATH"
           IF WS-SANSCOURRIER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsSansCourrier.txt"
                   TO WS-SANSCOURRIER-PATH
           END-IF
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT
               "FOYERS_REGISTRE_PATH"
           IF WS-REGISTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsFoyersRegistre.txt"
                   TO WS-REGISTRE-PATH
           END-IF
           ACCEPT WS-FUSIONS-PATH FROM ENVIRONMENT "CLI_FUSIONS_PATH"
           IF WS-FUSIONS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsFusions.txt"
                   TO WS-FUSIONS-PATH
           END-IF
           ACCEPT WS-CONSULT-PATH FROM ENVIRONMENT "CONSULT_PATH"
           IF WS-CONSULT-PATH = SPACES
               MOVE "C:\Users\Cobol\ConsultationsLog.txt"
                   TO WS-CONSULT-PATH
           END-IF
           ACCEPT WS-CONTACTS-PATH FROM ENVIRONMENT "CLI_CONTACTS_PATH"
           IF WS-CONTACTS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsContacts.txt"
                   TO WS-CONTACTS-PATH
           END-IF
           ACCEPT WS-PTF-PATH FROM ENVIRONMENT "CLI_PORTEFEUILLE_PATH"
           IF WS-PTF-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsPortefeuille.txt"
                   TO WS-PTF-PATH
           END-IF
           ACCEPT WS-GEL-PATH FROM ENVIRONMENT "CLI_GEL_PATH"
           IF WS-GEL-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsGelJuridique.txt"
                   TO WS-GEL-PATH
           END-IF
           ACCEPT WS-DOSSIER-PATH FROM ENVIRONMENT "DOSSIER_PATH"
           IF WS-DOSSIER-PATH = SPACES
               MOVE "C:\Users\Cobol\DossierClient.txt"
                   TO WS-DOSSIER-PATH
           END-IF
           PERFORM SAISIE-IDCLI
           PERFORM CHARGE-SEGMENTS
           PERFORM CHARGE-ARCHIVES
           OPEN OUTPUT DOSSIER-FIC
           IF DOSSIER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: dossier impossible a creer ("
                   DOSSIER-STATUT ") : " WS-DOSSIER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-IDCLI TO LIGNE-TITRE-IDCLI
           WRITE ENREG-DOSSIER FROM LIGNE-TITRE
           END-WRITE
           MOVE WS-DATE TO LIGNE-ED-DATE
           MOVE WS-TIME TO LIGNE-ED-TIME
           MOVE WS-OPERATEUR TO LIGNE-ED-OPERATEUR
           WRITE ENREG-DOSSIER FROM LIGNE-EDITION
           END-WRITE.

      * Identification de l'operateur comme dans EXO-CLI-LOOKUP : le
      * dossier dit qui l'a edite.
       IDENTIFIE-OPERATEUR.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR_CODE"
           IF WS-OPERATEUR = SPACES
               THEN
               DISPLAY "Code operateur (4 caracteres) : "
               ACCEPT WS-OPERATEUR
           END-IF
           IF WS-OPERATEUR = SPACES
               THEN
               DISPLAY "ERREUR: code operateur obligatoire."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-MDP-SAISIE FROM ENVIRONMENT "OPERATEUR_MDP"
           IF WS-MDP-SAISIE = SPACES
               THEN
               DISPLAY "Mot de passe : "
               ACCEPT WS-MDP-SAISIE
           END-IF
           MOVE "EXO-CLI-DOSSIER" TO CTL-PROGRAMME
           MOVE WS-OPERATEUR TO CTL-OPERATEUR
           MOVE WS-MDP-SAISIE TO CTL-MDP
           CALL "SPMDP01" USING PARAMETRES-MDP
           EVALUATE CTL-CODERETOUR
               WHEN 0
                   CONTINUE
               WHEN 1
                   CONTINUE
               WHEN 7
                   DISPLAY "REFUS: code operateur " WS-OPERATEUR
                       " bloque - deblocage par EXO-OPER-DEBLOQUE."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "REFUS: identification rejetee pour "
                       WS-OPERATEUR "."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * IDCLI par DOSSIER_IDCLI ou a la console : 5 chiffres (numero
      * interne) ou 6 chiffres (numero externe, cle verifiee par
      * SPCHK01 comme dans EXO-CLI-LOOKUP).
       SAISIE-IDCLI.
           ACCEPT WS-IDCLI-SAISIE FROM ENVIRONMENT "DOSSIER_IDCLI"
           IF WS-IDCLI-SAISIE = SPACES
               THEN
               DISPLAY "IDCLI du dossier (5 chiffres, ou 6 avec la "
                   "cle) : "
               ACCEPT WS-IDCLI-SAISIE
           END-IF
           EVALUATE TRUE
               WHEN WS-IDCLI-SAISIE(1:5) IS NUMERIC
                   AND WS-IDCLI-SAISIE(6:1) = SPACE
                   MOVE WS-IDCLI-SAISIE(1:5) TO WS-IDCLI
               WHEN WS-IDCLI-SAISIE IS NUMERIC
                   MOVE "V" TO CHK-FONCTION
                   MOVE WS-IDCLI-SAISIE(1:5) TO CHK-IDCLI
                   MOVE WS-IDCLI-SAISIE(6:1) TO CHK-CLE
                   CALL "SPCHK01" USING PARAMETRES-CHK
                   IF CHK-CODERETOUR = 1
                       THEN
                       MOVE WS-IDCLI-SAISIE(1:5) TO WS-IDCLI
                   ELSE
                       DISPLAY "ERREUR: cle de controle fausse pour "
                           WS-IDCLI-SAISIE "."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "ERREUR: IDCLI non numerique."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE WS-IDCLI TO WS-IDCLI-X.

      * Generation courante de ClientsOUTV4-2 : l'entree la plus
      * recente en statut G du catalogue (voir EXO-CLI-LOOKUP).
       RESOLVE-CATALOGUE-PLAT.
           MOVE 0 TO EOF-FIC
           MOVE 0 TO WS-CAT-DATE-RETENUE
           MOVE SPACES TO WS-CAT-PATH-RETENU
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               PERFORM RESOLVE-CATALOGUE-LECT UNTIL EOF-FIC = 1
               CLOSE CATALOGUE-FIC
           END-IF
           IF WS-CAT-PATH-RETENU NOT = SPACES
               THEN
               MOVE WS-CAT-PATH-RETENU TO WS-CLI-PLAT-PATH
           END-IF.
       RESOLVE-CATALOGUE-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               AND CAT-BASE = "ClientsOUTV4-2"
               AND CAT-STATUT = "G"
               AND CAT-DATE IS NUMERIC
               AND CAT-DATE >= WS-CAT-DATE-RETENUE
               THEN
               MOVE CAT-DATE TO WS-CAT-DATE-RETENUE
               MOVE CAT-PATH TO WS-CAT-PATH-RETENU
           END-IF.

      * Segments bascules du journal et de l'audit (voir
      * EXO-ROLLOVER-LOGS).
       CHARGE-SEGMENTS.
           MOVE 0 TO EOF-FIC
           OPEN INPUT SEGMENTS-FIC
           IF SEGMENTS-STATUT = "00"
               THEN
               PERFORM CHARGE-SEGMENTS-LECT UNTIL EOF-FIC = 1
               CLOSE SEGMENTS-FIC
           END-IF.
       CHARGE-SEGMENTS-LECT.
           READ SEGMENTS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND NB-SEGMENTS < 200
               AND (SEG-BASE = "ClientsJournal"
                   OR SEG-BASE = "ClientsAuditLog")
               THEN
               ADD 1 TO NB-SEGMENTS
               MOVE SEG-BASE TO TAB-SEG-BASE(NB-SEGMENTS)
               MOVE SEG-PERIODE TO TAB-SEG-PERIODE(NB-SEGMENTS)
               MOVE SEG-PATH TO TAB-SEG-PATH(NB-SEGMENTS)
           END-IF.

      * Generations d'archive du catalogue (base ClientsArchive, voir
      * EXO-CLI-PURGE et EXO-CLI-OUBLI).
       CHARGE-ARCHIVES.
           MOVE 0 TO EOF-FIC
           OPEN INPUT CATALOGUE-FIC
           IF CATALOGUE-STATUT = "00"
               THEN
               PERFORM CHARGE-ARCHIVES-LECT UNTIL EOF-FIC = 1
               CLOSE CATALOGUE-FIC
           END-IF.
       CHARGE-ARCHIVES-LECT.
           READ CATALOGUE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CAT-BASE = "ClientsArchive"
               AND CAT-PATH NOT = SPACES
               AND NB-ARCHIVES < 50
               THEN
               ADD 1 TO NB-ARCHIVES
               MOVE CAT-DATE TO TAB-ARC-DATE(NB-ARCHIVES)
               MOVE CAT-PATH TO TAB-ARC-PATH(NB-ARCHIVES)
           END-IF.

      ******************************************************************
      * Une rubrique par source : titre, source lue, un detail par
      * element trouve, compte de la rubrique.
      ******************************************************************
       TRAIT.
           PERFORM RUBRIQUE-MAITRE
           PERFORM RUBRIQUE-CHAINE
           PERFORM RUBRIQUE-JOURNAL
           PERFORM RUBRIQUE-AUDIT
           PERFORM RUBRIQUE-NOTES
           PERFORM RUBRIQUE-NPAI
           PERFORM RUBRIQUE-SANSCOURRIER
           PERFORM RUBRIQUE-FOYER
           PERFORM RUBRIQUE-FUSIONS
           PERFORM RUBRIQUE-CONTACTS
           PERFORM RUBRIQUE-PORTEFEUILLE
           PERFORM RUBRIQUE-GELS
           PERFORM RUBRIQUE-CONSULTATIONS
           PERFORM RUBRIQUE-ARCHIVES.

       DEBUT-RUBRIQUE.
           MOVE SPACES TO ENREG-DOSSIER
           WRITE ENREG-DOSSIER
           END-WRITE
           WRITE ENREG-DOSSIER FROM LIGNE-RUBRIQUE
           END-WRITE
           MOVE 0 TO CPT-RUBRIQUE.

       ECRIT-SOURCE.
           WRITE ENREG-DOSSIER FROM LIGNE-SOURCE
           END-WRITE.

       ECRIT-DETAIL.
           WRITE ENREG-DOSSIER FROM LIGNE-DETAIL
           END-WRITE
           ADD 1 TO CPT-RUBRIQUE
           ADD 1 TO CPT-DOSSIER.

      * Ligne de suite d'un element deja compte.
       ECRIT-DETAIL-SUITE.
           WRITE ENREG-DOSSIER FROM LIGNE-DETAIL
           END-WRITE.

       FIN-RUBRIQUE.
           MOVE CPT-RUBRIQUE TO LIGNE-RUB-CPT
           WRITE ENREG-DOSSIER FROM LIGNE-RUB-TOTAL
           END-WRITE.

      * Source absente : signalee dans le dossier, la rubrique reste
      * a zero element.
       SOURCE-ABSENTE.
           MOVE "(fichier indisponible)" TO LIGNE-DETAIL-TEXTE
           WRITE ENREG-DOSSIER FROM LIGNE-DETAIL
           END-WRITE.

       RUBRIQUE-MAITRE.
           MOVE "FICHIER MAITRE" TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-CLI-MASTER-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT = "00"
               THEN
               MOVE WS-IDCLI TO IDCLI-MASTER
               READ CLI-MASTER-FIC
                   INVALID KEY
                       MOVE "(absent du maitre)" TO LIGNE-DETAIL-TEXTE
                       WRITE ENREG-DOSSIER FROM LIGNE-DETAIL
                       END-WRITE
                   NOT INVALID KEY
                       MOVE IDCLI-MASTER TO DET-MAI-IDCLI
                       MOVE NOMCLI-MASTER TO DET-MAI-NOM
                       MOVE PNMCLI-MASTER TO DET-MAI-PNM
                       MOVE STATUT-MASTER TO DET-MAI-STATUT
                       MOVE DET-MAITRE TO LIGNE-DETAIL-TEXTE
                       PERFORM ECRIT-DETAIL
               END-READ
               CLOSE CLI-MASTER-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.

       RUBRIQUE-CHAINE.
           MOVE "GENERATION COURANTE DE LA CHAINE (ClientsOUTV4-2)"
               TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-CLI-PLAT-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT CLI-PLAT-FIC
           IF PLAT-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-CHAINE-LECT UNTIL EOF-FIC = 1
               CLOSE CLI-PLAT-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-CHAINE-LECT.
           READ CLI-PLAT-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND IDCLI-PLAT IS NUMERIC
               AND IDCLI-PLAT = WS-IDCLI
               THEN
               MOVE NOMCLI-PLAT TO DET-CHN-NOM
               MOVE PNMCLI-PLAT TO DET-CHN-PNM
               MOVE ADRESSE-PLAT TO DET-CHN-ADRESSE
               MOVE TELEPHONE-PLAT TO DET-CHN-TEL
               MOVE STATUT-PLAT TO DET-CHN-STATUT
               MOVE AGENCE-PLAT TO DET-CHN-AGENCE
               MOVE DET-CHAINE TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
               MOVE DET-CHAINE-SUITE TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL-SUITE
           END-IF.

      * Journal courant puis chaque segment ClientsJournal de l'index.
       RUBRIQUE-JOURNAL.
           MOVE "JOURNAL AVANT/APRES DU MAITRE (ClientsJournal)"
               TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-JOURNAL-COURANT TO WS-JOURNAL-PATH
           MOVE "COURANT" TO WS-SOURCE
           PERFORM LIT-JOURNAL
           PERFORM RUBRIQUE-JOURNAL-SEGMENT
               VARYING IDX-SEGMENT FROM 1 BY 1
               UNTIL IDX-SEGMENT > NB-SEGMENTS
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-JOURNAL-SEGMENT.
           IF TAB-SEG-BASE(IDX-SEGMENT) = "ClientsJournal"
               THEN
               MOVE TAB-SEG-PATH(IDX-SEGMENT) TO WS-JOURNAL-PATH
               MOVE SPACES TO WS-SOURCE
               MOVE TAB-SEG-PERIODE(IDX-SEGMENT) TO WS-SOURCE(1:6)
               PERFORM LIT-JOURNAL
           END-IF.
       LIT-JOURNAL.
           MOVE WS-JOURNAL-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT JOURNAL-FIC
           IF JOURNAL-STATUT = "00"
               THEN
               PERFORM LIT-JOURNAL-LECT UNTIL EOF-FIC = 1
               CLOSE JOURNAL-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF.
       LIT-JOURNAL-LECT.
           READ JOURNAL-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               AND (JRN-AVANT-IDCLI = WS-IDCLI-X
                   OR JRN-APRES-IDCLI = WS-IDCLI-X)
               THEN
               MOVE WS-SOURCE TO DET-JRN-SOURCE
               MOVE JRN-DATE TO DET-JRN-DATE
               MOVE JRN-TIME TO DET-JRN-TIME
               MOVE JRN-CODE TO DET-JRN-CODE
               MOVE JRN-AVANT TO DET-JRN-AVANT
               MOVE JRN-APRES TO DET-JRN-APRES
               MOVE DET-JOURNAL TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
               MOVE DET-JOURNAL-SUITE TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL-SUITE
           END-IF.

      * Journal d'audit courant puis chaque segment ClientsAuditLog.
       RUBRIQUE-AUDIT.
           MOVE "JOURNAL D'AUDIT (ClientsAuditLog)" TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-AUDIT-COURANT TO WS-AUDIT-LOG-PATH
           MOVE "COURANT" TO WS-SOURCE
           PERFORM LIT-AUDIT
           PERFORM RUBRIQUE-AUDIT-SEGMENT
               VARYING IDX-SEGMENT FROM 1 BY 1
               UNTIL IDX-SEGMENT > NB-SEGMENTS
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-AUDIT-SEGMENT.
           IF TAB-SEG-BASE(IDX-SEGMENT) = "ClientsAuditLog"
               THEN
               MOVE TAB-SEG-PATH(IDX-SEGMENT) TO WS-AUDIT-LOG-PATH
               MOVE SPACES TO WS-SOURCE
               MOVE TAB-SEG-PERIODE(IDX-SEGMENT) TO WS-SOURCE(1:6)
               PERFORM LIT-AUDIT
           END-IF.
       LIT-AUDIT.
           MOVE WS-AUDIT-LOG-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT AUDIT-LOG-FIC
           IF AUDIT-LOG-STATUT = "00"
               THEN
               PERFORM LIT-AUDIT-LECT UNTIL EOF-FIC = 1
               CLOSE AUDIT-LOG-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF.
      * Les lignes anciennes a date AAMMJJ (voir EXO-AUDIT-RESUME)
      * portent l'IDCLI deux positions plus tot.
       LIT-AUDIT-LECT.
           READ AUDIT-LOG-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               IF LOG-DATE IS NUMERIC
                   THEN
                   IF LOG-IDCLI = WS-IDCLI-X
                       THEN
                       MOVE WS-SOURCE TO DET-AUD-SOURCE
                       MOVE LOG-DATE TO DET-AUD-DATE
                       MOVE LOG-TIME TO DET-AUD-TIME
                       MOVE LOG-PROGRAMME TO DET-AUD-PROGRAMME
                       MOVE LOG-TRANS-CODE TO DET-AUD-CODE
                       MOVE LOG-STATUT TO DET-AUD-STATUT
                       MOVE LOG-OPERATEUR TO DET-AUD-OPER
                       MOVE LOG-OPERATEUR2 TO DET-AUD-OPER2
                       MOVE DET-AUDIT TO LIGNE-DETAIL-TEXTE
                       PERFORM ECRIT-DETAIL
                   END-IF
               ELSE
                   IF ENREG-AUDIT-LOG(34:5) = WS-IDCLI-X
                       THEN
                       MOVE WS-SOURCE TO LIGNE-DETAIL-TEXTE
                       MOVE ENREG-AUDIT-LOG(1:66)
                           TO LIGNE-DETAIL-TEXTE(9:66)
                       PERFORM ECRIT-DETAIL
                   END-IF
               END-IF
           END-IF.

       RUBRIQUE-NOTES.
           MOVE "NOTES DE GUICHET (O-ouverte, R-retiree)"
               TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-NOTES-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT NOTES-FIC
           IF NOTES-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-NOTES-LECT UNTIL EOF-FIC = 1
               CLOSE NOTES-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-NOTES-LECT.
           READ NOTES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND NOTE-IDCLI IS NUMERIC
               AND NOTE-IDCLI = WS-IDCLI
               THEN
               MOVE NOTE-DATE TO DET-DO-DATE
               MOVE NOTE-OPERATEUR TO DET-DO-OPER
               MOVE SPACES TO DET-DO-TEXTE
               MOVE NOTE-ETAT TO DET-DO-TEXTE(1:1)
               MOVE NOTE-TEXTE TO DET-DO-TEXTE(3:40)
               MOVE DET-DATE-OPER TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
           END-IF.

       RUBRIQUE-NPAI.
           MOVE "RETOURS NPAI (quarantaine d'adresse)"
               TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-QUARANTAINE-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT QUARANTAINE-FIC
           IF QUARANTAINE-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-NPAI-LECT UNTIL EOF-FIC = 1
               CLOSE QUARANTAINE-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-NPAI-LECT.
           READ QUARANTAINE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND QUA-IDCLI IS NUMERIC
               AND QUA-IDCLI = WS-IDCLI
               THEN
               MOVE QUA-DATE TO DET-DO-DATE
               MOVE QUA-OPERATEUR TO DET-DO-OPER
               MOVE "retour de pli NPAI" TO DET-DO-TEXTE
               MOVE DET-DATE-OPER TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
           END-IF.

       RUBRIQUE-SANSCOURRIER.
           MOVE "LISTE D'EXCLUSION COURRIER" TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-SANSCOURRIER-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT SANSCOURRIER-FIC
           IF SANSCOURRIER-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-SANSCOURRIER-LECT UNTIL EOF-FIC = 1
               CLOSE SANSCOURRIER-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-SANSCOURRIER-LECT.
           READ SANSCOURRIER-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND SCR-IDCLI IS NUMERIC
               AND SCR-IDCLI = WS-IDCLI
               THEN
               MOVE SCR-DATE TO DET-DO-DATE
               MOVE SCR-OPERATEUR TO DET-DO-OPER
               MOVE "inscrit - exclu des envois de courtoisie"
                   TO DET-DO-TEXTE
               MOVE DET-DATE-OPER TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
           END-IF.

      * Foyer : premier passage pour trouver le numero de foyer du
      * client, second passage pour en lister les membres.
       RUBRIQUE-FOYER.
           MOVE "FOYER (registre des foyers)" TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-REGISTRE-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO WS-FOYER
           MOVE 0 TO EOF-FIC
           OPEN INPUT REGISTRE-FIC
           IF REGISTRE-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-FOYER-CHERCHE
                   UNTIL EOF-FIC = 1 OR WS-FOYER NOT = 0
               CLOSE REGISTRE-FIC
               IF WS-FOYER NOT = 0
                   THEN
                   MOVE 0 TO EOF-FIC
                   OPEN INPUT REGISTRE-FIC
                   PERFORM RUBRIQUE-FOYER-MEMBRES UNTIL EOF-FIC = 1
                   CLOSE REGISTRE-FIC
               END-IF
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-FOYER-CHERCHE.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND REG-IDCLI IS NUMERIC
               AND REG-IDCLI = WS-IDCLI
               THEN
               MOVE REG-FOYER TO WS-FOYER
           END-IF.
       RUBRIQUE-FOYER-MEMBRES.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND REG-FOYER = WS-FOYER
               THEN
               MOVE SPACES TO LIGNE-DETAIL-TEXTE
               STRING "FOYER " REG-FOYER "  MEMBRE " REG-IDCLI
                       DELIMITED BY SIZE
                   INTO LIGNE-DETAIL-TEXTE
               END-STRING
               IF REG-PRINCIPAL = "P"
                   THEN
                   MOVE "(membre principal)"
                       TO LIGNE-DETAIL-TEXTE(27:18)
               END-IF
               PERFORM ECRIT-DETAIL
           END-IF.

       RUBRIQUE-FUSIONS.
           MOVE "FUSIONS (numero absorbe -> numero survivant)"
               TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-FUSIONS-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT FUSIONS-FIC
           IF FUSIONS-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-FUSIONS-LECT UNTIL EOF-FIC = 1
               CLOSE FUSIONS-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-FUSIONS-LECT.
           READ FUSIONS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND FUS-ABSORBE IS NUMERIC
               AND FUS-SURVIVANT IS NUMERIC
               AND (FUS-ABSORBE = WS-IDCLI OR FUS-SURVIVANT = WS-IDCLI)
               THEN
               MOVE FUS-DATE TO DET-DO-DATE
               MOVE FUS-OPERATEUR TO DET-DO-OPER
               MOVE SPACES TO DET-DO-TEXTE
               STRING FUS-ABSORBE " fusionne dans " FUS-SURVIVANT
                       DELIMITED BY SIZE
                   INTO DET-DO-TEXTE
               END-STRING
               MOVE DET-DATE-OPER TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
           END-IF.

       RUBRIQUE-CONTACTS.
           MOVE "HISTORIQUE DES CONTACTS" TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-CONTACTS-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT CONTACTS-FIC
           IF CONTACTS-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-CONTACTS-LECT UNTIL EOF-FIC = 1
               CLOSE CONTACTS-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-CONTACTS-LECT.
           READ CONTACTS-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND CTC-IDCLI IS NUMERIC
               AND CTC-IDCLI = WS-IDCLI
               THEN
               MOVE CTC-DATE TO DET-CTC-DATE
               MOVE CTC-CANAL TO DET-CTC-CANAL
               MOVE CTC-PROGRAMME TO DET-CTC-PROGRAMME
               MOVE CTC-LOT-DATE TO DET-CTC-LOT-DATE
               MOVE CTC-LOT-SEQ TO DET-CTC-LOT-SEQ
               MOVE DET-CONTACT TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
           END-IF.

       RUBRIQUE-PORTEFEUILLE.
           MOVE "GESTIONNAIRE DE CLIENTELE (portefeuille)"
               TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-PTF-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT PTF-FIC
           IF PTF-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-PORTEFEUILLE-LECT UNTIL EOF-FIC = 1
               CLOSE PTF-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-PORTEFEUILLE-LECT.
           READ PTF-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND PTF-IDCLI IS NUMERIC
               AND PTF-IDCLI = WS-IDCLI
               THEN
               MOVE PTF-DATE TO DET-DO-DATE
               MOVE PTF-OPERATEUR TO DET-DO-OPER
               MOVE SPACES TO DET-DO-TEXTE
               STRING "confie a l'employe " PTF-ID-EMPL
                       DELIMITED BY SIZE
                   INTO DET-DO-TEXTE
               END-STRING
               MOVE DET-DATE-OPER TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
           END-IF.

      * Gels juridiques du client, en cours comme leves (registre
      * tenu par EXO-CLI-GEL).
       RUBRIQUE-GELS.
           MOVE "GELS JURIDIQUES" TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-GEL-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT GEL-FIC
           IF GEL-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-GELS-LECT UNTIL EOF-FIC = 1
               CLOSE GEL-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-GELS-LECT.
           READ GEL-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND GEL-IDCLI IS NUMERIC
               AND GEL-IDCLI = WS-IDCLI
               THEN
               MOVE GEL-DATE-POSE TO DET-DO-DATE
               MOVE GEL-OPERATEUR TO DET-DO-OPER
               MOVE SPACES TO DET-DO-TEXTE
               IF GEL-DATE-LEVEE = ZERO
                   THEN
                   STRING "gel " GEL-REFERENCE " en cours"
                           DELIMITED BY SIZE
                       INTO DET-DO-TEXTE
                   END-STRING
               ELSE
                   STRING "gel " GEL-REFERENCE " leve le "
                           GEL-DATE-LEVEE " par " GEL-OPER-LEVEE
                           DELIMITED BY SIZE
                       INTO DET-DO-TEXTE
                   END-STRING
               END-IF
               MOVE DET-DATE-OPER TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
           END-IF.

      * Consultations de la fiche : recherches par IDCLI (type I) et
      * dossiers edites (type D) ; une recherche par nom ne porte que
      * le nombre de resultats et ne peut etre rattachee.
       RUBRIQUE-CONSULTATIONS.
           MOVE "CONSULTATIONS DE LA FICHE" TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           MOVE WS-CONSULT-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT CONSULT-FIC
           IF CONSULT-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-CONSULT-LECT UNTIL EOF-FIC = 1
               CLOSE CONSULT-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-CONSULT-LECT.
           READ CONSULT-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND (CSL-TYPE = "I" OR CSL-TYPE = "D")
               AND CSL-RESULTAT IS NUMERIC
               AND CSL-RESULTAT = WS-IDCLI
               THEN
               MOVE CSL-DATE TO DET-CSL-DATE
               MOVE CSL-TIME TO DET-CSL-TIME
               MOVE CSL-OPERATEUR TO DET-CSL-OPER
               MOVE CSL-TYPE TO DET-CSL-TYPE
               MOVE CSL-CLE TO DET-CSL-CLE
               MOVE DET-CONSULT TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
           END-IF.

       RUBRIQUE-ARCHIVES.
           MOVE "GENERATIONS D'ARCHIVE (ClientsArchive)"
               TO LIGNE-RUB-TITRE
           PERFORM DEBUT-RUBRIQUE
           PERFORM RUBRIQUE-ARCHIVE-UNE
               VARYING IDX-ARCHIVE FROM 1 BY 1
               UNTIL IDX-ARCHIVE > NB-ARCHIVES
           PERFORM FIN-RUBRIQUE.
       RUBRIQUE-ARCHIVE-UNE.
           MOVE TAB-ARC-PATH(IDX-ARCHIVE) TO WS-ARCHIVE-PATH
           MOVE WS-ARCHIVE-PATH TO LIGNE-SOURCE-PATH
           PERFORM ECRIT-SOURCE
           MOVE 0 TO EOF-FIC
           OPEN INPUT ARCHIVE-FIC
           IF ARCHIVE-STATUT = "00"
               THEN
               PERFORM RUBRIQUE-ARCHIVE-LECT UNTIL EOF-FIC = 1
               CLOSE ARCHIVE-FIC
           ELSE
               PERFORM SOURCE-ABSENTE
           END-IF.
       RUBRIQUE-ARCHIVE-LECT.
           READ ARCHIVE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND ARC-IDCLI IS NUMERIC
               AND ARC-IDCLI = WS-IDCLI
               THEN
               MOVE TAB-ARC-DATE(IDX-ARCHIVE) TO DET-ARC-DATE
               MOVE ARC-RESTE(1:20) TO DET-ARC-NOM
               MOVE ARC-RESTE(21:15) TO DET-ARC-PNM
               MOVE ARC-RESTE(36:28) TO DET-ARC-RESTE
               MOVE DET-ARCHIVE TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL
               MOVE DET-ARCHIVE-SUITE TO LIGNE-DETAIL-TEXTE
               PERFORM ECRIT-DETAIL-SUITE
           END-IF.

      * Pied du dossier, puis trace de l'edition dans
      * ConsultationsLog.txt (type D).
       FIN.
           MOVE SPACES TO ENREG-DOSSIER
           WRITE ENREG-DOSSIER
           END-WRITE
           MOVE SPACES TO LIGNE-DETAIL-TEXTE
           STRING "FIN DU DOSSIER - " CPT-DOSSIER " element(s)"
                   DELIMITED BY SIZE
               INTO LIGNE-DETAIL-TEXTE
           END-STRING
           WRITE ENREG-DOSSIER FROM LIGNE-DETAIL
           END-WRITE
           CLOSE DOSSIER-FIC
           MOVE SPACES TO ENREG-CONSULT
           OPEN EXTEND CONSULT-FIC
           IF CONSULT-STATUT NOT = "00"
               THEN
               OPEN OUTPUT CONSULT-FIC
           END-IF
           IF CONSULT-STATUT = "00"
               THEN
               MOVE WS-DATE TO CSL-DATE
               MOVE WS-TIME TO CSL-TIME
               MOVE WS-OPERATEUR TO CSL-OPERATEUR
               MOVE "D" TO CSL-TYPE
               MOVE "DOSSIER" TO CSL-CLE
               MOVE WS-IDCLI TO CSL-RESULTAT
               WRITE ENREG-CONSULT
               END-WRITE
               CLOSE CONSULT-FIC
           ELSE
               DISPLAY "ATTENTION: edition non tracee ("
                   CONSULT-STATUT ") : " WS-CONSULT-PATH
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Dossier du client " WS-IDCLI " : " CPT-DOSSIER
               " element(s)."
           DISPLAY "Dossier : " WS-DOSSIER-PATH.

       END PROGRAM EXO-CLI-DOSSIER.
