      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : pupitre de guichet plein ecran, au lieu de jongler
      * entre EXO-CLI-LOOKUP pour trouver le client, EXO-CLI-SAISIE
      * pour saisir un changement et EXO-CLI-NOTES pour ajouter une
      * note, chacun avec sa propre identification et ses questions
      * ligne a ligne.
      * Une seule identification (code et mot de passe via SPMDP01),
      * puis un ecran unique : recherche par IDCLI (5 chiffres, ou 6
      * avec cle SPCHK01) ou par nom/prenom complet ou partiel ; le
      * client trouve s'affiche avec ses donnees maitre, son statut,
      * ses temoins quarantaine NPAI (ClientsQuarantaine.txt) et sans
      * courrier (ClientsSansCourrier.txt) et ses notes ouvertes
      * (ClientsNotes.txt, les cinq plus anciennes a l'ecran, et leur
      * compte). F7/F8 passent au resultat precedent/suivant d'une
      * recherche par nom, F3 termine la session.
      * Depuis le meme ecran :
      *   - C : changement de nom/prenom et/ou transition de statut,
      *     avec date d'effet facultative, valide comme dans
      *     EXO-CLI-SAISIE (droit CHANGE de ClientsDroits.txt, statut
      *     P/A/S/C, transition permise selon la table
      *     d'EXO-CLI-MAINT, date numerique) et ecrit dans
      *     ClientsTrans.txt - meme numerotation, meme trailer, meme
      *     heure limite et meme lot differe ;
      *   - N : ajout d'une note ouverte au client affiche, comme
      *     EXO-CLI-NOTES.
      * Chaque recherche laisse sa ligne dans ConsultationsLog.txt,
      * comme dans EXO-CLI-LOOKUP. Le mode formation reste l'affaire
      * d'EXO-CLI-SAISIE : le guichet refuse de demarrer sous
      * MODE_FORMATION plutot que d'ecrire en production.
      * Perimetre d'agence (SPAGC01), comme EXO-CLI-LOOKUP,
      * EXO-CLI-SAISIE et EXO-CLI-NOTES : un client d'une agence hors
      * du rattachement de l'operateur n'est pas montre par une
      * recherche IDCLI, la recherche par nom le tait (F7/F8 ne
      * l'atteignent pas), et un changement ou une note sur lui est
      * refuse (RC 8) ; chaque refus est trace NONAUTOR au journal
      * d'audit, l'agence du client en second code operateur.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-GUICHET.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * Touche de fonction rendue par chaque ACCEPT d'ecran.
       SPECIAL-NAMES.
           CRT STATUS IS WS-TOUCHE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MASTER-FIC
               ASSIGN TO WS-CLI-MASTER-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDCLI-MASTER
               FILE STATUS IS MASTER-STATUT.
           SELECT TRANS-FIC
               ASSIGN TO WS-TRANS-PATH
               FILE STATUS IS TRANS-STATUT.
           SELECT NOTES-FIC
               ASSIGN TO WS-NOTES-PATH
               FILE STATUS IS NOTES-STATUT.
           SELECT QUARANTAINE-FIC
               ASSIGN TO WS-QUARANTAINE-PATH
               FILE STATUS IS QUARANTAINE-STATUT.
           SELECT SANSCOURRIER-FIC
               ASSIGN TO WS-SANSCOURRIER-PATH
               FILE STATUS IS SANSCOURRIER-STATUT.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT CONSULT-FIC
               ASSIGN TO WS-CONSULT-PATH
               FILE STATUS IS CONSULT-STATUT.
           SELECT EMPMAITRE-FIC
               ASSIGN TO WS-EMPMAITRE-PATH
               FILE STATUS IS EMPMAITRE-STATUT.
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
           SELECT FERIES-FIC
               ASSIGN TO "C:\Users\Cobol\CalendrierFeries.txt"
               FILE STATUS IS FERIES-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
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
      * Meme format que ClientsTrans.txt (voir ENREG-TRANS dans
      * EXO-CLI-MAINT).
       FD  TRANS-FIC.
       01  ENREG-TRANS.
           05 TRANS-CODE PIC X.
           05 TRANS-IDCLI PIC 9(5).
           05 TRANS-NOMCLI PIC X(20).
           05 TRANS-PNMCLI PIC X(15).
           05 TRANS-SEQ PIC 9(5).
           05 TRANS-DATE-EFFET PIC 9(8).
           05 TRANS-STATUT-CLI PIC X.
      *
      * Notes de guichet (voir EXO-CLI-NOTES).
       FD  NOTES-FIC.
       01  ENREG-NOTE.
           05 NOTE-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 NOTE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 NOTE-ETAT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 NOTE-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 NOTE-TEXTE PIC X(40).
      *
      * Quarantaine NPAI (voir EXO-CLI-NPAI) et liste d'exclusion
      * courrier (voir EXO-CLI-SANSCOURRIER) : la presence de l'IDCLI
      * pose le temoin.
       FD  QUARANTAINE-FIC.
       01  ENREG-QUARANTAINE.
           05 QUA-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 QUA-DATE PIC 9(8).
           05 FILLER PIC X.
           05 QUA-OPERATEUR PIC X(4).
      *
       FD  SANSCOURRIER-FIC.
       01  ENREG-SANSCOURRIER.
           05 SCR-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 SCR-DATE PIC 9(8).
           05 FILLER PIC X.
           05 SCR-OPERATEUR PIC X(4).
      *
      * Matrice des droits par operateur et code action (voir
      * EXO-CLI-MAINT).
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
      * Trace des consultations (voir ENREG-CONSULT dans
      * EXO-CLI-LOOKUP).
       FD  CONSULT-FIC.
       01  ENREG-CONSULT.
           05 CSL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CSL-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CSL-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 CSL-TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 CSL-CLE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 CSL-RESULTAT PIC 9(5).
      *
      * Empreinte d'integrite du maitre (voir
      * ECRIT-EMPREINTE-MAITRE dans EXO-CLI-MAINT).
       FD  EMPMAITRE-FIC.
       01  ENREG-EMPMAITRE.
           05 EMM-CPT PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 EMM-SOMME PIC 9(8).
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
      * Calendrier d'exploitation : une date feriee (AAAAMMJJ) par
      * enregistrement (voir EXO-JOB-STREAM).
       FD  FERIES-FIC.
       01  ENREG-FERIE.
           05 FERIE-DATE PIC 9(8).
      *
      * Journal d'audit au dessin d'EXO-CLI-MAINT (68 octets,
      * chaine de controle comprise) : seule la ligne NONAUTOR d'un
      * client hors du perimetre d'agence s'ecrit ici, l'agence du
      * client en second code operateur (AGxx).
       FD  AUDIT-LOG-FIC.
       01  ENREG-AUDIT-LOG.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-PROGRAMME PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-TRANS-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 AUD-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-STATUT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 AUD-OPERATEUR2 PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      * Valeur de controle chainee (voir SPCHN01 et EXO-CLI-MAINT).
           05 AUD-CHAINE PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       77  SORTIR PIC 9 VALUE 0.
      * Touche de fonction du dernier ACCEPT d'ecran (CRT STATUS) :
      * 0 = Entree, 1003 = F3, 1007 = F7, 1008 = F8, 2005 = Echap.
       77  WS-TOUCHE PIC 9(4) VALUE 0.
           88 TOUCHE-FIN VALUE 1003 2005.
           88 TOUCHE-PRECEDENT VALUE 1007.
           88 TOUCHE-SUIVANT VALUE 1008.
       77  MASTER-STATUT PIC XX.
       77  TRANS-STATUT PIC XX.
       77  NOTES-STATUT PIC XX.
       77  QUARANTAINE-STATUT PIC XX.
       77  SANSCOURRIER-STATUT PIC XX.
       77  CONSULT-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  EOF-TRANS PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
       77  WS-MODE-FORMATION PIC X VALUE SPACE.
           88 MODE-FORMATION-ON VALUE "1" "O" "o" "Y" "y".
      * Zones de l'ecran : criteres de recherche, action et message.
       77  WS-ECR-IDCLI PIC X(6) VALUE SPACES.
       77  WS-ECR-NOM PIC X(20) VALUE SPACES.
       77  WS-ECR-PNM PIC X(15) VALUE SPACES.
       77  WS-ECR-ACTION PIC X VALUE SPACE.
       77  WS-ECR-NOUV-NOM PIC X(20) VALUE SPACES.
       77  WS-ECR-NOUV-PNM PIC X(15) VALUE SPACES.
       77  WS-ECR-NOUV-STATUT PIC X VALUE SPACE.
           88 STATUT-SAISIE-VALIDE VALUE "P" "A" "S" "C".
       77  WS-ECR-DATE-EFFET PIC X(8) VALUE SPACES.
       77  WS-ECR-NOTE PIC X(40) VALUE SPACES.
       77  WS-MESSAGE PIC X(79) VALUE SPACES.
      * Client affiche (0 = aucun).
       77  WS-IDCLI-AFFICHE PIC 9(5) VALUE 0.
       77  WS-AFF-NOM PIC X(20) VALUE SPACES.
       77  WS-AFF-PNM PIC X(15) VALUE SPACES.
       77  WS-AFF-STATUT PIC X VALUE SPACE.
       77  WS-AFF-STATUT-LIB PIC X(10) VALUE SPACES.
       77  WS-AFF-QUARANTAINE PIC X(3) VALUE SPACES.
       77  WS-AFF-SANSCOURRIER PIC X(3) VALUE SPACES.
       77  WS-AFF-NB-NOTES PIC ZZ9.
       77  CPT-NOTES-CLIENT PIC 999 VALUE 0.
       01  TABLE-NOTES-ECRAN.
           05 NOTE-ECRAN PIC X(60) OCCURS 5.
       01  LIGNE-NOTE-ECRAN.
           05 LNE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 LNE-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LNE-TEXTE PIC X(40).
           05 FILLER PIC X(6) VALUE SPACES.
      * Resultats d'une recherche par nom, parcourus par F7/F8.
       01  TABLE-RESULTATS.
           05 RESULTAT-IDCLI PIC 9(5) OCCURS 200.
       77  NB-RESULTATS PIC 999 VALUE 0.
       77  IDX-RESULTAT PIC 999 VALUE 0.
       77  WS-AFF-RESULTAT PIC ZZ9.
       77  WS-AFF-NB-RESULTATS PIC ZZ9.
       77  WS-LONG-NOM PIC 99 VALUE 0.
       77  WS-LONG-PNM PIC 99 VALUE 0.
       77  WS-RESULTATS-DEBORDE PIC 9 VALUE 0.
      * Saisie du numero client et sa cle (voir SAISIE-IDCLI dans
      * EXO-CLI-SAISIE).
       77  WS-IDCLI PIC 9(5) VALUE 0.
       77  WS-IDCLI-OK PIC 9 VALUE 0.
       01  PARAMETRES-CHK.
           05 CHK-FONCTION PIC X.
           05 CHK-IDCLI PIC 9(5).
           05 CHK-CLE PIC 9.
           05 CHK-CODERETOUR PIC 9.
      * Changement saisi : date d'effet et controle de transition
      * (voir CONTROLE-TRANSITION-STATUT dans EXO-CLI-MAINT).
       77  WS-DATE-EFFET PIC 9(8) VALUE 0.
       77  WS-STATUT-COURANT PIC X VALUE SPACE.
       77  WS-STATUT-CIBLE PIC X VALUE SPACE.
       77  WS-TRANSITION-OK PIC 9 VALUE 0.
       77  WS-SAISIE-OK PIC 9 VALUE 0.
       77  CPT-SAISIES PIC 999 VALUE 0.
       77  CPT-NOTES-AJOUTEES PIC 999 VALUE 0.
      * Trace des consultations.
       77  WS-CONSULT-TYPE PIC X VALUE SPACE.
       77  WS-CONSULT-CLE PIC X(10) VALUE SPACES.
       77  WS-CONSULT-RESULTAT PIC 9(5) VALUE 0.
      * Identification et droits.
       77  WS-OPERATEUR PIC X(4) VALUE SPACES.
       77  WS-MDP-SAISIE PIC X(8) VALUE SPACES.
       01  PARAMETRES-MDP.
           05 CTL-PROGRAMME PIC X(14).
           05 CTL-OPERATEUR PIC X(4).
           05 CTL-MDP PIC X(8).
           05 CTL-CODERETOUR PIC 9.
       01  TABLE-DROITS.
           05 DROIT-ENTREE OCCURS 100.
               10 TAB-DRT-OPERATEUR PIC X(4).
               10 TAB-DRT-ACTION PIC X(8).
       77  NB-DROITS PIC 999 VALUE 0.
       77  IDX-DROIT PIC 999 VALUE 0.
       77  EOF-DROITS PIC 9 VALUE 0.
       77  DROITS-STATUT PIC XX.
       77  WS-DROITS-PRESENTS PIC 9 VALUE 0.
       77  WS-ACTION-DEMANDEE PIC X(8) VALUE SPACES.
       77  WS-DROIT-ACCORDE PIC 9 VALUE 0.
      * Bloc d'appel de SPAGC01 : perimetre d'agence de l'operateur
      * (voir SPAGC01.cbl) ; code retour 8 = client hors perimetre.
       01  PARAMETRES-AGC.
           05 AGC-OPERATEUR PIC X(4).
           05 AGC-IDCLI PIC 9(5).
           05 AGC-AGENCE PIC XX.
           05 AGC-CODERETOUR PIC 9.
      * Bloc d'appel de SPCHN01 : valeur de controle chainee du
      * journal d'audit (voir SPCHN01.cbl).
       01  PARAMETRES-CHAINE.
           05 CHN-FONCTION PIC X.
           05 CHN-CONTENU PIC X(59).
           05 CHN-CHECK PIC 9(8).
           05 CHN-CODERETOUR PIC 9.
       77  AUDIT-STATUT PIC XX.
      * Code de la ligne NONAUTOR : L-recherche, C-changement, N-note.
       77  WS-AUDIT-CODE PIC X VALUE SPACE.
      * Empreinte du maitre.
       77  EMPMAITRE-STATUT PIC XX.
       77  ALERTES-STATUT PIC XX.
       77  WS-EMP-MAITRE-CPT PIC 9(5) VALUE 0.
       77  WS-EMP-MAITRE-SOMME PIC 9(8) VALUE 0.
       77  WS-EMP-MAITRE-LUE PIC 9 VALUE 0.
       77  CPT-MAITRE-RECOMPTE PIC 9(5) VALUE 0.
       77  WS-SOMME-MAITRE-RECALC PIC 9(8) VALUE 0.
       77  EOF-MAITRE-CTRL PIC 9 VALUE 0.
       77  WS-DATE-ALERTE PIC 9(8).
       77  WS-TIME-ALERTE PIC 9(8).
      * Lot de transactions (voir CHARGE-LOT et CHOIX-LOT dans
      * EXO-CLI-SAISIE).
       77  WS-SEQ-TRANS PIC 9(5) VALUE 0.
       01  TABLE-LOT.
           05 LOT-ENREG OCCURS 1000 PIC X(55).
       77  NB-LOT PIC 9(4) VALUE 0.
       77  IDX-LOT PIC 9(4) VALUE 0.
       77  WS-CPT-LOT PIC 9(5) VALUE 0.
       77  WS-SOMME-LOT PIC 9(8) VALUE 0.
       77  WS-LOT-DEBORDE PIC 9 VALUE 0.
       01  ENREG-TRANS-TRAILER.
           05 TRL-MARQUE PIC X(2) VALUE "TR".
           05 TRL-CPT PIC 9(5).
           05 TRL-SOMME PIC 9(8).
           05 TRL-SAISIE-DATE PIC 9(8).
           05 TRL-SAISIE-HEURE PIC 9(4).
           05 FILLER PIC X(28) VALUE SPACES.
       77  WS-HEURE-LIMITE PIC 9(4) VALUE 1800.
       77  WS-HEURE-LIMITE-SAISIE PIC X(4) VALUE SPACES.
       01  PARAMETRES-PARAM.
           05 PAR-NOM PIC X(20).
           05 PAR-VALEUR PIC X(10).
           05 PAR-SOURCE PIC X.
           05 PAR-CODERETOUR PIC 9.
       77  WS-JOUR-APPLICATION PIC 9(8) VALUE 0.
       77  WS-LOT-DIFFERE PIC 9 VALUE 0.
       77  WS-RENUMEROTE PIC 9 VALUE 0.
       77  CPT-VERSEES PIC 9(4) VALUE 0.
       01  WS-HORO-SAISIE.
           05 WS-HORO-DATE PIC 9(8).
           05 WS-HORO-HHMM PIC 9(4).
       01  WS-HORO-MAX.
           05 WS-HORO-MAX-DATE PIC 9(8) VALUE 0.
           05 WS-HORO-MAX-HHMM PIC 9(4) VALUE 0.
       77  WS-TIME-SAISIE PIC 9(8) VALUE 0.
       01  TABLE-FERIES.
           05 TAB-FERIE PIC 9(8) OCCURS 100.
       77  NB-FERIES PIC 999 VALUE 0.
       77  IDX-FERIE PIC 999 VALUE 0.
       77  WS-FERIE-TROUVE PIC 9 VALUE 0.
       77  EOF-FERIES PIC 9 VALUE 0.
       77  FERIES-STATUT PIC XX.
       77  WS-DATE-CALCUL PIC 9(8) VALUE 0.
       01  WS-DATE-DECOUPE.
           05 WS-DD-AAAA PIC 9(4).
           05 WS-DD-MM PIC 99.
           05 WS-DD-JJ PIC 99.
       77  WS-JOUR-CALCUL PIC 9 VALUE 0.
       77  WS-JJ-MAX PIC 99 VALUE 0.
       77  WS-RESTE-4 PIC 9(4) VALUE 0.
       77  WS-JOUR-OUVRE PIC 9 VALUE 0.
       77  WS-TRANS-PATH-JOUR PIC X(60) VALUE SPACES.
       77  WS-DIFFERE-DST PIC X(72) VALUE SPACES.
       77  WS-DIFFERE-LONG PIC 99 VALUE 0.
       77  WS-DIFFERE-BASE PIC 99 VALUE 0.
       77  WS-DIFFERE-BUFFER PIC X(36) VALUE SPACES.
       77  WS-DIFFERE-STATUT PIC 9(9) COMP-5 VALUE 0.
       77  WS-DIFFERE-PRESENT PIC 9 VALUE 0.
      * Chemins.
       77  WS-CLI-MASTER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMaster.txt".
       77  WS-TRANS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsTrans.txt".
       77  WS-NOTES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsNotes.txt".
       77  WS-QUARANTAINE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsQuarantaine.txt".
       77  WS-SANSCOURRIER-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsSansCourrier.txt".
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
       77  WS-CONSULT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ConsultationsLog.txt".
       77  WS-EMPMAITRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsMasterEmpreinte.txt".
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".
      *
      ******************************************************************
      * Ecrans : identification, puis l'ecran client unique.
      ******************************************************************
       SCREEN SECTION.
       01  ECRAN-CONNEXION.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
              VALUE "EXO-CLI-GUICHET - IDENTIFICATION".
           05 LINE 4 COLUMN 1 VALUE "Code operateur : ".
           05 LINE 4 COLUMN 18 PIC X(4) USING WS-OPERATEUR.
           05 LINE 5 COLUMN 1 VALUE "Mot de passe   : ".
           05 LINE 5 COLUMN 18 PIC X(8) USING WS-MDP-SAISIE SECURE.
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-MESSAGE HIGHLIGHT.
           05 LINE 24 COLUMN 1 VALUE "Entree=valider  F3=abandon".
      *
       01  ECRAN-CLIENT.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "EXO-CLI-GUICHET - GUICHET CLIENT".
           05 LINE 1 COLUMN 50 VALUE "Operateur : ".
           05 LINE 1 COLUMN 62 PIC X(4) FROM WS-OPERATEUR.
           05 LINE 2 COLUMN 50 VALUE "Lot du : ".
           05 LINE 2 COLUMN 59 PIC 9(8) FROM WS-JOUR-APPLICATION.
           05 LINE 3 COLUMN 1 VALUE "IDCLI :".
           05 LINE 3 COLUMN 9 PIC X(6) USING WS-ECR-IDCLI.
           05 LINE 3 COLUMN 17 VALUE "Nom :".
           05 LINE 3 COLUMN 23 PIC X(20) USING WS-ECR-NOM.
           05 LINE 3 COLUMN 45 VALUE "Prenom :".
           05 LINE 3 COLUMN 54 PIC X(15) USING WS-ECR-PNM.
           05 LINE 5 COLUMN 1 VALUE "Client  :".
           05 LINE 5 COLUMN 11 PIC 9(5) FROM WS-IDCLI-AFFICHE.
           05 LINE 5 COLUMN 18 PIC X(20) FROM WS-AFF-NOM.
           05 LINE 5 COLUMN 39 PIC X(15) FROM WS-AFF-PNM.
           05 LINE 5 COLUMN 58 VALUE "Resultat".
           05 LINE 5 COLUMN 67 PIC ZZ9 FROM WS-AFF-RESULTAT.
           05 LINE 5 COLUMN 71 VALUE "/".
           05 LINE 5 COLUMN 73 PIC ZZ9 FROM WS-AFF-NB-RESULTATS.
           05 LINE 6 COLUMN 1 VALUE "Statut  :".
           05 LINE 6 COLUMN 11 PIC X FROM WS-AFF-STATUT.
           05 LINE 6 COLUMN 13 PIC X(10) FROM WS-AFF-STATUT-LIB.
           05 LINE 7 COLUMN 1 VALUE "Quarantaine NPAI :".
           05 LINE 7 COLUMN 20 PIC X(3) FROM WS-AFF-QUARANTAINE
              HIGHLIGHT.
           05 LINE 7 COLUMN 30 VALUE "Sans courrier :".
           05 LINE 7 COLUMN 46 PIC X(3) FROM WS-AFF-SANSCOURRIER
              HIGHLIGHT.
           05 LINE 9 COLUMN 1 VALUE "Notes ouvertes :".
           05 LINE 9 COLUMN 18 PIC ZZ9 FROM WS-AFF-NB-NOTES.
           05 LINE 10 COLUMN 3 PIC X(60) FROM NOTE-ECRAN(1).
           05 LINE 11 COLUMN 3 PIC X(60) FROM NOTE-ECRAN(2).
           05 LINE 12 COLUMN 3 PIC X(60) FROM NOTE-ECRAN(3).
           05 LINE 13 COLUMN 3 PIC X(60) FROM NOTE-ECRAN(4).
           05 LINE 14 COLUMN 3 PIC X(60) FROM NOTE-ECRAN(5).
           05 LINE 16 COLUMN 1
              VALUE "Action (C-changement, N-note) :".
           05 LINE 16 COLUMN 33 PIC X USING WS-ECR-ACTION.
           05 LINE 17 COLUMN 1 VALUE "Nouveau nom :".
           05 LINE 17 COLUMN 15 PIC X(20) USING WS-ECR-NOUV-NOM.
           05 LINE 17 COLUMN 37 VALUE "Nouveau prenom :".
           05 LINE 17 COLUMN 54 PIC X(15) USING WS-ECR-NOUV-PNM.
           05 LINE 18 COLUMN 1 VALUE "Nouveau statut (P/A/S/C) :".
           05 LINE 18 COLUMN 28 PIC X USING WS-ECR-NOUV-STATUT.
           05 LINE 18 COLUMN 37 VALUE "Date d'effet (AAAAMMJJ) :".
           05 LINE 18 COLUMN 63 PIC X(8) USING WS-ECR-DATE-EFFET.
           05 LINE 19 COLUMN 1 VALUE "Note :".
           05 LINE 19 COLUMN 8 PIC X(40) USING WS-ECR-NOTE.
           05 LINE 22 COLUMN 1 PIC X(79) FROM WS-MESSAGE HIGHLIGHT.
           05 LINE 24 COLUMN 1 VALUE
              "Entree=valider  F3=fin  F7=resultat precedent  F8=resu
      -       "ltat suivant".
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM SESSION UNTIL SORTIR = 1
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables par les memes variables que les
      * programmes d'origine : CLI_MASTER_PATH, CLI_TRANS_PATH,
      * CLI_NOTES_PATH, QUARANTAINE_PATH, CLI_SANSCOURRIER_PATH,
      * CLI_DROITS_PATH, CONSULT_PATH et CLI_AUDIT_PATH.
       INIT.
           ACCEPT WS-MODE-FORMATION FROM ENVIRONMENT "MODE_FORMATION"
           IF MODE-FORMATION-ON
               THEN
               DISPLAY "REFUS: formation sous EXO-CLI-SAISIE - le "
                   "guichet travaille en production."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-CLI-MASTER-PATH FROM ENVIRONMENT "CLI_MASTER_PATH"
           IF WS-CLI-MASTER-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "CLI_TRANS_PATH"
           IF WS-TRANS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsTrans.txt" TO WS-TRANS-PATH
           END-IF
           ACCEPT WS-NOTES-PATH FROM ENVIRONMENT "CLI_NOTES_PATH"
           IF WS-NOTES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsNotes.txt"
                   TO WS-NOTES-PATH
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
           ACCEPT WS-CONSULT-PATH FROM ENVIRONMENT "CONSULT_PATH"
           IF WS-CONSULT-PATH = SPACES
               MOVE "C:\Users\Cobol\ConsultationsLog.txt"
                   TO WS-CONSULT-PATH
           END-IF
           PERFORM IDENTIFIE-OPERATEUR
           PERFORM CHOIX-LOT
           PERFORM CHARGE-LOT
           IF WS-LOT-DIFFERE = 0
               THEN
               PERFORM VERSE-LOT-DIFFERE
           END-IF
           PERFORM REECRIT-LOT-SANS-TRAILER
           IF WS-DIFFERE-PRESENT = 1
               THEN
               CALL "CBL_DELETE_FILE" USING WS-DIFFERE-DST
                   RETURNING WS-DIFFERE-STATUT
               MOVE SPACES TO WS-MESSAGE
               STRING "Lot differe verse dans le lot du jour : "
                   CPT-VERSEES " transaction(s) renumerotee(s)."
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           END-IF
           PERFORM CONTROLE-EMPREINTE-MAITRE
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier maitre inaccessible ("
                   MASTER-STATUT ") : " WS-CLI-MASTER-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND TRANS-FIC
           PERFORM EFFACE-CLIENT.

      ******************************************************************
      * Identification unique de la session : code et mot de passe
      * saisis a l'ecran, controles par SPMDP01 (voir
      * CONTROLE-MOT-DE-PASSE dans EXO-CLI-SAISIE). Le code peut etre
      * propose par OPERATEUR_CODE.
      ******************************************************************
       IDENTIFIE-OPERATEUR.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR_CODE"
           MOVE SPACES TO WS-MESSAGE
           DISPLAY ECRAN-CONNEXION
           ACCEPT ECRAN-CONNEXION
           IF TOUCHE-FIN OR WS-OPERATEUR = SPACES
               THEN
               DISPLAY "ERREUR: code operateur obligatoire."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "EXO-CLI-GUICHE" TO CTL-PROGRAMME
           MOVE WS-OPERATEUR TO CTL-OPERATEUR
           MOVE WS-MDP-SAISIE TO CTL-MDP
           CALL "SPMDP01" USING PARAMETRES-MDP
           MOVE SPACES TO WS-MDP-SAISIE
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
           END-EVALUATE
           PERFORM CHARGE-DROITS.

      * Chargement de la matrice des droits, comme dans EXO-CLI-MAINT ;
      * un fichier absent laisse l'ancien regime en place.
       CHARGE-DROITS.
           ACCEPT WS-DROITS-PATH FROM ENVIRONMENT "CLI_DROITS_PATH"
           IF WS-DROITS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsDroits.txt"
                   TO WS-DROITS-PATH
           END-IF
           MOVE 0 TO EOF-DROITS
           OPEN INPUT DROITS-FIC
           IF DROITS-STATUT = "00"
               THEN
               MOVE 1 TO WS-DROITS-PRESENTS
               PERFORM CHARGE-DROITS-LECT UNTIL EOF-DROITS = 1
               CLOSE DROITS-FIC
           END-IF.
       CHARGE-DROITS-LECT.
           READ DROITS-FIC
               AT END MOVE 1 TO EOF-DROITS
           END-READ
           IF EOF-DROITS = 0 AND NB-DROITS < 100
               AND DRT-OPERATEUR NOT = SPACES
               THEN
               ADD 1 TO NB-DROITS
               MOVE DRT-OPERATEUR TO TAB-DRT-OPERATEUR(NB-DROITS)
               MOVE DRT-ACTION TO TAB-DRT-ACTION(NB-DROITS)
           END-IF.

       CONTROLE-DROIT.
           IF WS-DROITS-PRESENTS = 0
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           ELSE
               MOVE 0 TO WS-DROIT-ACCORDE
               MOVE 1 TO IDX-DROIT
               PERFORM CONTROLE-DROIT-ENTREE
                   UNTIL IDX-DROIT > NB-DROITS
                   OR WS-DROIT-ACCORDE = 1
           END-IF.
       CONTROLE-DROIT-ENTREE.
           IF TAB-DRT-OPERATEUR(IDX-DROIT) = WS-OPERATEUR
               AND TAB-DRT-ACTION(IDX-DROIT) = WS-ACTION-DEMANDEE
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           END-IF
           ADD 1 TO IDX-DROIT.

      ******************************************************************
      * Un tour d'ecran : affichage, saisie, puis traitement selon la
      * touche (F3 fin, F7/F8 resultat voisin) ou, sur Entree, selon
      * les zones remplies - recherche IDCLI, recherche par nom,
      * action C ou N sur le client affiche.
      ******************************************************************
       SESSION.
           DISPLAY ECRAN-CLIENT
           ACCEPT ECRAN-CLIENT
           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
               WHEN TOUCHE-FIN
                   MOVE 1 TO SORTIR
               WHEN TOUCHE-PRECEDENT
                   PERFORM RESULTAT-PRECEDENT
               WHEN TOUCHE-SUIVANT
                   PERFORM RESULTAT-SUIVANT
               WHEN WS-ECR-IDCLI NOT = SPACES
                   PERFORM RECHERCHE-PAR-IDCLI
               WHEN WS-ECR-NOM NOT = SPACES
                   PERFORM RECHERCHE-PAR-NOM
               WHEN WS-ECR-ACTION = "C" OR WS-ECR-ACTION = "c"
                   PERFORM SAISIE-CHANGEMENT
               WHEN WS-ECR-ACTION = "N" OR WS-ECR-ACTION = "n"
                   PERFORM SAISIE-NOTE
               WHEN WS-ECR-ACTION NOT = SPACE
                   MOVE "Action invalide : C-changement ou N-note."
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "Saisir un IDCLI ou un nom, ou une action."
                       TO WS-MESSAGE
           END-EVALUATE.

      ******************************************************************
      * Recherches
      ******************************************************************
      * Numero sur 5 chiffres (interne) ou 6 avec cle de controle
      * verifiee par SPCHK01 (voir SAISIE-IDCLI dans EXO-CLI-SAISIE).
       RECHERCHE-PAR-IDCLI.
           MOVE 0 TO WS-IDCLI-OK
           EVALUATE TRUE
               WHEN WS-ECR-IDCLI(1:5) IS NUMERIC
                   AND WS-ECR-IDCLI(6:1) = SPACE
                   MOVE WS-ECR-IDCLI(1:5) TO WS-IDCLI
                   MOVE 1 TO WS-IDCLI-OK
               WHEN WS-ECR-IDCLI IS NUMERIC
                   MOVE "V" TO CHK-FONCTION
                   MOVE WS-ECR-IDCLI(1:5) TO CHK-IDCLI
                   MOVE WS-ECR-IDCLI(6:1) TO CHK-CLE
                   CALL "SPCHK01" USING PARAMETRES-CHK
                   IF CHK-CODERETOUR = 1
                       THEN
                       MOVE WS-ECR-IDCLI(1:5) TO WS-IDCLI
                       MOVE 1 TO WS-IDCLI-OK
                   ELSE
                       MOVE "Cle de controle fausse - numero refuse."
                           TO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE "IDCLI non numerique." TO WS-MESSAGE
           END-EVALUATE
           MOVE SPACES TO WS-ECR-IDCLI
           IF WS-IDCLI-OK = 1
               THEN
               MOVE 0 TO NB-RESULTATS
               MOVE 0 TO IDX-RESULTAT
               MOVE WS-IDCLI TO AGC-IDCLI
               PERFORM CONTROLE-AGENCE-CLIENT
               IF AGC-CODERETOUR = 8
                   THEN
                   PERFORM EFFACE-CLIENT
                   MOVE "L" TO WS-AUDIT-CODE
                   PERFORM REFUS-HORS-AGENCE
               ELSE
                   PERFORM AFFICHE-CLIENT
               END-IF
               MOVE "I" TO WS-CONSULT-TYPE
               MOVE SPACES TO WS-CONSULT-CLE
               MOVE WS-IDCLI TO WS-CONSULT-CLE(1:5)
               MOVE WS-IDCLI-AFFICHE TO WS-CONSULT-RESULTAT
               PERFORM ECRIT-CONSULTATION
           END-IF.

      * Nom (et prenom) complet ou partiel, compare en tete de zone
      * (voir BALAYE-MAITRE-PAR-NOM dans EXO-CLI-LOOKUP) ; les IDCLI
      * trouves sont gardes pour F7/F8 et le premier s'affiche. Comme
      * dans EXO-CLI-LOOKUP, la recherche par nom tait les clients
      * hors du perimetre d'agence de l'operateur : F7/F8 ne les
      * atteignent pas.
       RECHERCHE-PAR-NOM.
           MOVE 0 TO WS-LONG-NOM
           INSPECT WS-ECR-NOM TALLYING WS-LONG-NOM
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-LONG-PNM
           INSPECT WS-ECR-PNM TALLYING WS-LONG-PNM
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LONG-NOM = 0
               THEN
               MOVE "Le nom ne peut commencer par un blanc."
                   TO WS-MESSAGE
           ELSE
               MOVE 0 TO NB-RESULTATS
               MOVE 0 TO WS-RESULTATS-DEBORDE
               PERFORM BALAYE-MAITRE-PAR-NOM
               MOVE "N" TO WS-CONSULT-TYPE
               MOVE SPACES TO WS-CONSULT-CLE
               MOVE WS-ECR-NOM TO WS-CONSULT-CLE(1:5)
               MOVE WS-ECR-PNM TO WS-CONSULT-CLE(6:5)
               MOVE NB-RESULTATS TO WS-CONSULT-RESULTAT
               PERFORM ECRIT-CONSULTATION
               IF NB-RESULTATS = 0
                   THEN
                   PERFORM EFFACE-CLIENT
                   MOVE "Aucun client ne correspond." TO WS-MESSAGE
               ELSE
                   MOVE 1 TO IDX-RESULTAT
                   PERFORM AFFICHE-RESULTAT
                   IF WS-RESULTATS-DEBORDE = 1
                       THEN
                       MOVE "Plus de 200 resultats - affiner le nom."
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-ECR-NOM
           MOVE SPACES TO WS-ECR-PNM.
       BALAYE-MAITRE-PAR-NOM.
           MOVE 0 TO EOF-FIC
           MOVE 0 TO IDCLI-MASTER
           START CLI-MASTER-FIC KEY NOT < IDCLI-MASTER
               INVALID KEY
                   MOVE 1 TO EOF-FIC
           END-START
           PERFORM BALAYE-MAITRE-PAR-NOM-LECT UNTIL EOF-FIC = 1.
       BALAYE-MAITRE-PAR-NOM-LECT.
           READ CLI-MASTER-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               IF NOMCLI-MASTER(1:WS-LONG-NOM)
                   = WS-ECR-NOM(1:WS-LONG-NOM)
                   AND (WS-LONG-PNM = 0
                       OR PNMCLI-MASTER(1:WS-LONG-PNM)
                           = WS-ECR-PNM(1:WS-LONG-PNM))
                   THEN
                   MOVE IDCLI-MASTER TO AGC-IDCLI
                   PERFORM CONTROLE-AGENCE-CLIENT
                   IF AGC-CODERETOUR NOT = 8
                       THEN
                       PERFORM GARDE-RESULTAT
                   END-IF
               END-IF
           END-IF.
       GARDE-RESULTAT.
           IF NB-RESULTATS < 200
               THEN
               ADD 1 TO NB-RESULTATS
               MOVE IDCLI-MASTER TO RESULTAT-IDCLI(NB-RESULTATS)
           ELSE
               MOVE 1 TO WS-RESULTATS-DEBORDE
           END-IF.

       RESULTAT-PRECEDENT.
           IF NB-RESULTATS = 0 OR IDX-RESULTAT <= 1
               THEN
               MOVE "Pas de resultat precedent." TO WS-MESSAGE
           ELSE
               SUBTRACT 1 FROM IDX-RESULTAT
               PERFORM AFFICHE-RESULTAT
           END-IF.
       RESULTAT-SUIVANT.
           IF IDX-RESULTAT >= NB-RESULTATS
               THEN
               MOVE "Pas de resultat suivant." TO WS-MESSAGE
           ELSE
               ADD 1 TO IDX-RESULTAT
               PERFORM AFFICHE-RESULTAT
           END-IF.
       AFFICHE-RESULTAT.
           MOVE RESULTAT-IDCLI(IDX-RESULTAT) TO WS-IDCLI
           PERFORM AFFICHE-CLIENT.

      ******************************************************************
      * Fiche du client WS-IDCLI : maitre, statut, temoins, notes.
      ******************************************************************
       AFFICHE-CLIENT.
           PERFORM EFFACE-CLIENT
           MOVE WS-IDCLI TO IDCLI-MASTER
           READ CLI-MASTER-FIC
               INVALID KEY
                   MOVE SPACES TO WS-MESSAGE
                   STRING "IDCLI " WS-IDCLI " inconnu du maitre."
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
               NOT INVALID KEY
                   MOVE IDCLI-MASTER TO WS-IDCLI-AFFICHE
                   MOVE NOMCLI-MASTER TO WS-AFF-NOM
                   MOVE PNMCLI-MASTER TO WS-AFF-PNM
                   MOVE STATUT-MASTER TO WS-AFF-STATUT
                   PERFORM LIBELLE-STATUT
                   PERFORM CHERCHE-QUARANTAINE
                   PERFORM CHERCHE-SANSCOURRIER
                   PERFORM CHARGE-NOTES-CLIENT
           END-READ
           MOVE IDX-RESULTAT TO WS-AFF-RESULTAT
           MOVE NB-RESULTATS TO WS-AFF-NB-RESULTATS.
       EFFACE-CLIENT.
           MOVE 0 TO WS-IDCLI-AFFICHE
           MOVE SPACES TO WS-AFF-NOM
           MOVE SPACES TO WS-AFF-PNM
           MOVE SPACE TO WS-AFF-STATUT
           MOVE SPACES TO WS-AFF-STATUT-LIB
           MOVE SPACES TO WS-AFF-QUARANTAINE
           MOVE SPACES TO WS-AFF-SANSCOURRIER
           MOVE 0 TO CPT-NOTES-CLIENT
           MOVE 0 TO WS-AFF-NB-NOTES
           MOVE SPACES TO TABLE-NOTES-ECRAN
           MOVE 0 TO WS-AFF-RESULTAT
           MOVE 0 TO WS-AFF-NB-RESULTATS.
      * Statut courant : blanc vaut actif et I vaut suspendu, comme
      * dans CONTROLE-TRANSITION-STATUT d'EXO-CLI-MAINT.
       LIBELLE-STATUT.
           EVALUATE WS-AFF-STATUT
               WHEN "P"
                   MOVE "PROSPECT" TO WS-AFF-STATUT-LIB
               WHEN "A"
                   MOVE "ACTIF" TO WS-AFF-STATUT-LIB
               WHEN SPACE
                   MOVE "ACTIF" TO WS-AFF-STATUT-LIB
               WHEN "S"
                   MOVE "SUSPENDU" TO WS-AFF-STATUT-LIB
               WHEN "I"
                   MOVE "SUSPENDU" TO WS-AFF-STATUT-LIB
               WHEN "C"
                   MOVE "CLOS" TO WS-AFF-STATUT-LIB
               WHEN OTHER
                   MOVE "INCONNU" TO WS-AFF-STATUT-LIB
           END-EVALUATE.

       CHERCHE-QUARANTAINE.
           MOVE "NON" TO WS-AFF-QUARANTAINE
           MOVE 0 TO EOF-FIC
           OPEN INPUT QUARANTAINE-FIC
           IF QUARANTAINE-STATUT = "00"
               THEN
               PERFORM CHERCHE-QUARANTAINE-LECT UNTIL EOF-FIC = 1
               CLOSE QUARANTAINE-FIC
           END-IF.
       CHERCHE-QUARANTAINE-LECT.
           READ QUARANTAINE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND QUA-IDCLI IS NUMERIC
               AND QUA-IDCLI = WS-IDCLI-AFFICHE
               THEN
               MOVE "OUI" TO WS-AFF-QUARANTAINE
               MOVE 1 TO EOF-FIC
           END-IF.

       CHERCHE-SANSCOURRIER.
           MOVE "NON" TO WS-AFF-SANSCOURRIER
           MOVE 0 TO EOF-FIC
           OPEN INPUT SANSCOURRIER-FIC
           IF SANSCOURRIER-STATUT = "00"
               THEN
               PERFORM CHERCHE-SANSCOURRIER-LECT UNTIL EOF-FIC = 1
               CLOSE SANSCOURRIER-FIC
           END-IF.
       CHERCHE-SANSCOURRIER-LECT.
           READ SANSCOURRIER-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND SCR-IDCLI IS NUMERIC
               AND SCR-IDCLI = WS-IDCLI-AFFICHE
               THEN
               MOVE "OUI" TO WS-AFF-SANSCOURRIER
               MOVE 1 TO EOF-FIC
           END-IF.

      * Notes ouvertes du client : toutes comptees, les cinq premieres
      * (les plus anciennes) a l'ecran.
       CHARGE-NOTES-CLIENT.
           MOVE 0 TO CPT-NOTES-CLIENT
           MOVE SPACES TO TABLE-NOTES-ECRAN
           MOVE 0 TO EOF-FIC
           OPEN INPUT NOTES-FIC
           IF NOTES-STATUT = "00"
               THEN
               PERFORM CHARGE-NOTES-CLIENT-LECT UNTIL EOF-FIC = 1
               CLOSE NOTES-FIC
           END-IF
           MOVE CPT-NOTES-CLIENT TO WS-AFF-NB-NOTES.
       CHARGE-NOTES-CLIENT-LECT.
           READ NOTES-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND NOTE-IDCLI IS NUMERIC
               AND NOTE-IDCLI = WS-IDCLI-AFFICHE
               AND NOTE-ETAT = "O"
               THEN
               ADD 1 TO CPT-NOTES-CLIENT
               IF CPT-NOTES-CLIENT <= 5
                   THEN
                   MOVE NOTE-DATE TO LNE-DATE
                   MOVE NOTE-OPERATEUR TO LNE-OPERATEUR
                   MOVE NOTE-TEXTE TO LNE-TEXTE
                   MOVE LIGNE-NOTE-ECRAN
                       TO NOTE-ECRAN(CPT-NOTES-CLIENT)
               END-IF
           END-IF.

      * Trace d'une recherche (voir ECRIT-CONSULTATION dans
      * EXO-CLI-LOOKUP).
       ECRIT-CONSULTATION.
           MOVE SPACES TO ENREG-CONSULT
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           OPEN EXTEND CONSULT-FIC
           IF CONSULT-STATUT = "00"
               THEN
               MOVE WS-DATE TO CSL-DATE
               MOVE WS-TIME TO CSL-TIME
               MOVE WS-OPERATEUR TO CSL-OPERATEUR
               MOVE WS-CONSULT-TYPE TO CSL-TYPE
               MOVE WS-CONSULT-CLE TO CSL-CLE
               MOVE WS-CONSULT-RESULTAT TO CSL-RESULTAT
               WRITE ENREG-CONSULT
               END-WRITE
               CLOSE CONSULT-FIC
           END-IF.

      ******************************************************************
      * Changement et transition de statut : memes controles qu'a la
      * saisie et qu'a l'application, avant l'ecriture au lot.
      ******************************************************************
       SAISIE-CHANGEMENT.
           MOVE 1 TO WS-SAISIE-OK
           MOVE "CHANGE" TO WS-ACTION-DEMANDEE
           PERFORM CONTROLE-DROIT
           MOVE WS-IDCLI-AFFICHE TO AGC-IDCLI
           PERFORM CONTROLE-AGENCE-CLIENT
           EVALUATE TRUE
               WHEN WS-IDCLI-AFFICHE = 0
                   MOVE "Aucun client affiche." TO WS-MESSAGE
                   MOVE 0 TO WS-SAISIE-OK
               WHEN AGC-CODERETOUR = 8
                   MOVE "C" TO WS-AUDIT-CODE
                   PERFORM REFUS-HORS-AGENCE
                   MOVE 8 TO RETURN-CODE
                   MOVE 0 TO WS-SAISIE-OK
               WHEN WS-DROIT-ACCORDE = 0
                   MOVE SPACES TO WS-MESSAGE
                   STRING "REFUS: operateur " WS-OPERATEUR
                       " sans droit CHANGE (ClientsDroits.txt)."
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   MOVE 0 TO WS-SAISIE-OK
               WHEN WS-ECR-NOUV-NOM = SPACES
                   AND WS-ECR-NOUV-PNM = SPACES
                   AND WS-ECR-NOUV-STATUT = SPACE
                   MOVE "Rien a changer : nom, prenom ou statut."
                       TO WS-MESSAGE
                   MOVE 0 TO WS-SAISIE-OK
               WHEN WS-ECR-NOUV-STATUT NOT = SPACE
                   AND NOT STATUT-SAISIE-VALIDE
                   MOVE "Statut invalide : P, A, S ou C." TO WS-MESSAGE
                   MOVE 0 TO WS-SAISIE-OK
               WHEN WS-ECR-DATE-EFFET NOT = SPACES
                   AND WS-ECR-DATE-EFFET IS NOT NUMERIC
                   MOVE "Date d'effet non numerique (AAAAMMJJ)."
                       TO WS-MESSAGE
                   MOVE 0 TO WS-SAISIE-OK
           END-EVALUATE
           IF WS-SAISIE-OK = 1
               THEN
               PERFORM CONTROLE-TRANSITION-STATUT
               IF WS-TRANSITION-OK = 0
                   THEN
                   MOVE SPACES TO WS-MESSAGE
                   STRING "REFUS: transition de statut "
                       WS-STATUT-COURANT " vers " WS-STATUT-CIBLE
                       " non permise."
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   MOVE 0 TO WS-SAISIE-OK
               END-IF
           END-IF
           IF WS-SAISIE-OK = 1
               THEN
               MOVE 0 TO WS-DATE-EFFET
               IF WS-ECR-DATE-EFFET NOT = SPACES
                   THEN
                   MOVE WS-ECR-DATE-EFFET TO WS-DATE-EFFET
               END-IF
               PERFORM ECRIT-TRANS
               MOVE SPACE TO WS-ECR-ACTION
               MOVE SPACES TO WS-ECR-NOUV-NOM
               MOVE SPACES TO WS-ECR-NOUV-PNM
               MOVE SPACE TO WS-ECR-NOUV-STATUT
               MOVE SPACES TO WS-ECR-DATE-EFFET
           END-IF.

      * Table des transitions permises d'EXO-CLI-MAINT, appliquee des
      * la saisie au statut courant du client affiche.
       CONTROLE-TRANSITION-STATUT.
           MOVE WS-AFF-STATUT TO WS-STATUT-COURANT
           EVALUATE WS-STATUT-COURANT
               WHEN SPACE
                   MOVE "A" TO WS-STATUT-COURANT
               WHEN "I"
                   MOVE "S" TO WS-STATUT-COURANT
           END-EVALUATE
           IF WS-ECR-NOUV-STATUT = SPACE
               THEN
               MOVE WS-STATUT-COURANT TO WS-STATUT-CIBLE
               MOVE 1 TO WS-TRANSITION-OK
           ELSE
               MOVE WS-ECR-NOUV-STATUT TO WS-STATUT-CIBLE
               MOVE 0 TO WS-TRANSITION-OK
               EVALUATE WS-STATUT-COURANT ALSO WS-STATUT-CIBLE
                   WHEN "P" ALSO "A"
                       MOVE 1 TO WS-TRANSITION-OK
                   WHEN "P" ALSO "C"
                       MOVE 1 TO WS-TRANSITION-OK
                   WHEN "A" ALSO "S"
                       MOVE 1 TO WS-TRANSITION-OK
                   WHEN "A" ALSO "C"
                       MOVE 1 TO WS-TRANSITION-OK
                   WHEN "S" ALSO "A"
                       MOVE 1 TO WS-TRANSITION-OK
                   WHEN "S" ALSO "C"
                       MOVE 1 TO WS-TRANSITION-OK
               END-EVALUATE
               IF WS-STATUT-COURANT = WS-STATUT-CIBLE
                   THEN
                   MOVE 1 TO WS-TRANSITION-OK
               END-IF
           END-IF.

      * L'heure limite est revue a chaque transaction (voir ECRIT-TRANS
      * dans EXO-CLI-SAISIE).
       ECRIT-TRANS.
           PERFORM HORODATE-SAISIE
           IF WS-LOT-DIFFERE = 0
               AND WS-HORO-HHMM NOT < WS-HEURE-LIMITE
               THEN
               PERFORM BASCULE-LOT-DIFFERE
           END-IF
           ADD 1 TO WS-SEQ-TRANS
           MOVE "C" TO TRANS-CODE
           MOVE WS-IDCLI-AFFICHE TO TRANS-IDCLI
           MOVE WS-ECR-NOUV-NOM TO TRANS-NOMCLI
           MOVE WS-ECR-NOUV-PNM TO TRANS-PNMCLI
           MOVE WS-SEQ-TRANS TO TRANS-SEQ
           MOVE WS-DATE-EFFET TO TRANS-DATE-EFFET
           MOVE WS-ECR-NOUV-STATUT TO TRANS-STATUT-CLI
           WRITE ENREG-TRANS
           END-WRITE
           ADD 1 TO WS-CPT-LOT
           ADD WS-IDCLI-AFFICHE TO WS-SOMME-LOT
           ADD 1 TO CPT-SAISIES
           MOVE WS-HORO-SAISIE TO WS-HORO-MAX
           MOVE SPACES TO WS-MESSAGE
           STRING "Transaction " WS-SEQ-TRANS " enregistree - jour "
               "d'application " WS-JOUR-APPLICATION "."
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING.

      ******************************************************************
      * Note ouverte ajoutee au client affiche, en fin de
      * ClientsNotes.txt (meme enregistrement qu'EXO-CLI-NOTES).
      ******************************************************************
       SAISIE-NOTE.
           MOVE WS-IDCLI-AFFICHE TO AGC-IDCLI
           PERFORM CONTROLE-AGENCE-CLIENT
           EVALUATE TRUE
               WHEN WS-IDCLI-AFFICHE = 0
                   MOVE "Aucun client affiche." TO WS-MESSAGE
               WHEN AGC-CODERETOUR = 8
                   MOVE "N" TO WS-AUDIT-CODE
                   PERFORM REFUS-HORS-AGENCE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ECR-NOTE = SPACES
                   MOVE "Texte de la note obligatoire." TO WS-MESSAGE
               WHEN OTHER
                   PERFORM ECRIT-NOTE
           END-EVALUATE.
       ECRIT-NOTE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO ENREG-NOTE
           MOVE WS-IDCLI-AFFICHE TO NOTE-IDCLI
           MOVE WS-DATE TO NOTE-DATE
           MOVE "O" TO NOTE-ETAT
           MOVE WS-OPERATEUR TO NOTE-OPERATEUR
           MOVE WS-ECR-NOTE TO NOTE-TEXTE
           OPEN EXTEND NOTES-FIC
           IF NOTES-STATUT NOT = "00"
               THEN
               OPEN OUTPUT NOTES-FIC
           END-IF
           IF NOTES-STATUT = "00"
               THEN
               WRITE ENREG-NOTE
               END-WRITE
               CLOSE NOTES-FIC
               ADD 1 TO CPT-NOTES-AJOUTEES
               MOVE SPACE TO WS-ECR-ACTION
               MOVE SPACES TO WS-ECR-NOTE
               PERFORM CHARGE-NOTES-CLIENT
               MOVE "Note ajoutee." TO WS-MESSAGE
           ELSE
               MOVE SPACES TO WS-MESSAGE
               STRING "Fichier des notes inaccessible ("
                   NOTES-STATUT ")."
                   DELIMITED BY SIZE INTO WS-MESSAGE
               END-STRING
           END-IF.

      ******************************************************************
      * Perimetre d'agence (SPAGC01), comme dans EXO-CLI-LOOKUP,
      * EXO-CLI-SAISIE et EXO-CLI-NOTES : un client d'une agence hors
      * du rattachement de l'operateur n'est ni montre, ni change, ni
      * annote. Chaque refus laisse une ligne NONAUTOR au journal
      * d'audit, l'agence du client en second code operateur.
      ******************************************************************
       CONTROLE-AGENCE-CLIENT.
           MOVE WS-OPERATEUR TO AGC-OPERATEUR
           CALL "SPAGC01" USING PARAMETRES-AGC.

       REFUS-HORS-AGENCE.
           MOVE SPACES TO WS-MESSAGE
           STRING "REFUS: client " AGC-IDCLI " de l'agence "
               AGC-AGENCE " hors du perimetre de " WS-OPERATEUR "."
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING
           PERFORM ECRIT-AUDIT-NONAUTOR.

       ECRIT-AUDIT-NONAUTOR.
           ACCEPT WS-AUDIT-LOG-PATH FROM ENVIRONMENT "CLI_AUDIT_PATH"
           IF WS-AUDIT-LOG-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsAuditLog.txt"
                   TO WS-AUDIT-LOG-PATH
           END-IF
           MOVE SPACES TO ENREG-AUDIT-LOG
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO AUD-DATE
           MOVE WS-TIME TO AUD-TIME
           MOVE "EXO-CLI-GUICHE" TO AUD-PROGRAMME
           MOVE WS-AUDIT-CODE TO AUD-TRANS-CODE
           MOVE AGC-IDCLI TO AUD-IDCLI
           MOVE "NONAUTOR" TO AUD-STATUT
           MOVE WS-OPERATEUR TO AUD-OPERATEUR
           MOVE "AG" TO AUD-OPERATEUR2(1:2)
           MOVE AGC-AGENCE TO AUD-OPERATEUR2(3:2)
           MOVE "E" TO CHN-FONCTION
           MOVE ENREG-AUDIT-LOG(1:59) TO CHN-CONTENU
           CALL "SPCHN01" USING PARAMETRES-CHAINE
           MOVE CHN-CHECK TO AUD-CHAINE
           OPEN EXTEND AUDIT-LOG-FIC
           IF AUDIT-STATUT = "00"
               THEN
               WRITE ENREG-AUDIT-LOG
               END-WRITE
               CLOSE AUDIT-LOG-FIC
           END-IF.

      ******************************************************************
      * Lot de transactions, repris d'EXO-CLI-SAISIE : choix du lot du
      * jour ou differe selon l'heure limite et le calendrier,
      * versement du lot differe echu, rechargement sans trailer et
      * trailer reecrit en fin de session.
      ******************************************************************
       CHOIX-LOT.
           MOVE WS-TRANS-PATH TO WS-TRANS-PATH-JOUR
           MOVE "SAISIE_HEURE_LIMITE" TO PAR-NOM
           CALL "SPPAR01" USING PARAMETRES-PARAM
           MOVE PAR-VALEUR TO WS-HEURE-LIMITE-SAISIE
           IF WS-HEURE-LIMITE-SAISIE IS NUMERIC
               AND WS-HEURE-LIMITE-SAISIE < "2400"
               AND WS-HEURE-LIMITE-SAISIE(3:2) < "60"
               THEN
               MOVE WS-HEURE-LIMITE-SAISIE TO WS-HEURE-LIMITE
           END-IF
           PERFORM CHARGE-FERIES
           ACCEPT WS-DATE-CALCUL FROM DATE YYYYMMDD
           ACCEPT WS-JOUR-CALCUL FROM DAY-OF-WEEK
           PERFORM HORODATE-SAISIE
           PERFORM CONTROLE-JOUR-OUVRE
           IF WS-JOUR-OUVRE = 1 AND WS-HORO-HHMM < WS-HEURE-LIMITE
               THEN
               MOVE WS-DATE-CALCUL TO WS-JOUR-APPLICATION
               MOVE 0 TO WS-LOT-DIFFERE
           ELSE
               PERFORM CHOIX-LOT-DIFFERE
           END-IF.

       CHOIX-LOT-DIFFERE.
           MOVE 0 TO WS-JOUR-OUVRE
           PERFORM AVANCE-JOUR-OUVRE UNTIL WS-JOUR-OUVRE = 1
           MOVE WS-DATE-CALCUL TO WS-JOUR-APPLICATION
           MOVE 1 TO WS-LOT-DIFFERE
           PERFORM NOMME-LOT-DIFFERE
           MOVE WS-DIFFERE-DST(1:60) TO WS-TRANS-PATH
           MOVE SPACES TO WS-MESSAGE
           STRING "Heure limite " WS-HEURE-LIMITE
               " passee ou jour non ouvre - saisies au lot du "
               WS-JOUR-APPLICATION
               DELIMITED BY SIZE INTO WS-MESSAGE
           END-STRING.
       AVANCE-JOUR-OUVRE.
           PERFORM AVANCE-JOUR
           PERFORM CONTROLE-JOUR-OUVRE.

       NOMME-LOT-DIFFERE.
           MOVE SPACES TO WS-DIFFERE-DST
           MOVE 0 TO WS-DIFFERE-LONG
           INSPECT WS-TRANS-PATH-JOUR TALLYING WS-DIFFERE-LONG
               FOR CHARACTERS BEFORE INITIAL SPACE
           COMPUTE WS-DIFFERE-BASE = WS-DIFFERE-LONG - 4
           STRING WS-TRANS-PATH-JOUR(1:WS-DIFFERE-BASE)
                   DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-JOUR-APPLICATION DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-DIFFERE-DST
           END-STRING.

       VERSE-LOT-DIFFERE.
           PERFORM NOMME-LOT-DIFFERE
           MOVE 0 TO WS-DIFFERE-PRESENT
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DIFFERE-DST
               WS-DIFFERE-BUFFER
               RETURNING WS-DIFFERE-STATUT
           IF WS-DIFFERE-STATUT = 0
               THEN
               MOVE 1 TO WS-DIFFERE-PRESENT
               MOVE WS-DIFFERE-DST(1:60) TO WS-TRANS-PATH
               MOVE 1 TO WS-RENUMEROTE
               PERFORM CHARGE-LOT
               MOVE 0 TO WS-RENUMEROTE
               MOVE WS-TRANS-PATH-JOUR TO WS-TRANS-PATH
           END-IF.

       CONTROLE-JOUR-OUVRE.
           MOVE 0 TO WS-JOUR-OUVRE
           IF WS-JOUR-CALCUL < 6
               THEN
               MOVE 0 TO WS-FERIE-TROUVE
               PERFORM CHERCHE-FERIE
                   VARYING IDX-FERIE FROM 1 BY 1
                   UNTIL IDX-FERIE > NB-FERIES OR WS-FERIE-TROUVE = 1
               IF WS-FERIE-TROUVE = 0
                   THEN
                   MOVE 1 TO WS-JOUR-OUVRE
               END-IF
           END-IF.
       CHERCHE-FERIE.
           IF TAB-FERIE(IDX-FERIE) = WS-DATE-CALCUL
               THEN
               MOVE 1 TO WS-FERIE-TROUVE
           END-IF.

       AVANCE-JOUR.
           MOVE WS-DATE-CALCUL TO WS-DATE-DECOUPE
           PERFORM CALCUL-JJ-MAX
           IF WS-DD-JJ < WS-JJ-MAX
               THEN
               ADD 1 TO WS-DD-JJ
           ELSE
               MOVE 1 TO WS-DD-JJ
               IF WS-DD-MM < 12
                   THEN
                   ADD 1 TO WS-DD-MM
               ELSE
                   MOVE 1 TO WS-DD-MM
                   ADD 1 TO WS-DD-AAAA
               END-IF
           END-IF
           MOVE WS-DATE-DECOUPE TO WS-DATE-CALCUL
           IF WS-JOUR-CALCUL < 7
               THEN
               ADD 1 TO WS-JOUR-CALCUL
           ELSE
               MOVE 1 TO WS-JOUR-CALCUL
           END-IF.
       CALCUL-JJ-MAX.
           EVALUATE WS-DD-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-JJ-MAX
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-JJ-MAX
               WHEN OTHER
                   DIVIDE WS-DD-AAAA BY 4 GIVING WS-RESTE-4
                       REMAINDER WS-RESTE-4
                   IF WS-RESTE-4 = 0
                       THEN
                       MOVE 29 TO WS-JJ-MAX
                   ELSE
                       MOVE 28 TO WS-JJ-MAX
                   END-IF
           END-EVALUATE.

       CHARGE-FERIES.
           MOVE 0 TO NB-FERIES
           MOVE 0 TO EOF-FERIES
           OPEN INPUT FERIES-FIC
           IF FERIES-STATUT = "00"
               THEN
               PERFORM CHARGE-FERIES-LECT UNTIL EOF-FERIES = 1
               CLOSE FERIES-FIC
           END-IF.
       CHARGE-FERIES-LECT.
           READ FERIES-FIC
               AT END MOVE 1 TO EOF-FERIES
           END-READ
           IF EOF-FERIES = 0 AND FERIE-DATE IS NUMERIC
               AND NB-FERIES < 100
               THEN
               ADD 1 TO NB-FERIES
               MOVE FERIE-DATE TO TAB-FERIE(NB-FERIES)
           END-IF.

       HORODATE-SAISIE.
           ACCEPT WS-HORO-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-SAISIE FROM TIME
           MOVE WS-TIME-SAISIE(1:4) TO WS-HORO-HHMM.

       CHARGE-LOT.
           MOVE 0 TO EOF-TRANS
           OPEN INPUT TRANS-FIC
           IF TRANS-STATUT = "00"
               THEN
               PERFORM CHARGE-LOT-LECT UNTIL EOF-TRANS = 1
               CLOSE TRANS-FIC
           END-IF
           IF WS-LOT-DEBORDE = 1
               THEN
               DISPLAY "ERREUR: lot existant trop grand pour la "
                   "table (1000 max) - saisie refusee."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHARGE-LOT-LECT.
           READ TRANS-FIC
               AT END MOVE 1 TO EOF-TRANS
           END-READ
           IF EOF-TRANS = 0 AND ENREG-TRANS(1:2) = "TR"
               AND ENREG-TRANS(16:12) IS NUMERIC
               AND ENREG-TRANS(16:12) > WS-HORO-MAX
               THEN
               MOVE ENREG-TRANS(16:12) TO WS-HORO-MAX
           END-IF
           IF EOF-TRANS = 0 AND ENREG-TRANS(1:2) NOT = "TR"
               THEN
               IF NB-LOT < 1000
                   THEN
                   ADD 1 TO NB-LOT
                   IF WS-RENUMEROTE = 1
                       THEN
                       ADD 1 TO WS-SEQ-TRANS
                       MOVE WS-SEQ-TRANS TO TRANS-SEQ
                       ADD 1 TO CPT-VERSEES
                   END-IF
                   MOVE ENREG-TRANS TO LOT-ENREG(NB-LOT)
                   ADD 1 TO WS-CPT-LOT
                   IF TRANS-IDCLI IS NUMERIC
                       THEN
                       ADD TRANS-IDCLI TO WS-SOMME-LOT
                   END-IF
                   IF TRANS-SEQ IS NUMERIC
                       AND TRANS-SEQ > WS-SEQ-TRANS
                       THEN
                       MOVE TRANS-SEQ TO WS-SEQ-TRANS
                   END-IF
               ELSE
                   MOVE 1 TO WS-LOT-DEBORDE
               END-IF
           END-IF.

       REECRIT-LOT-SANS-TRAILER.
           OPEN OUTPUT TRANS-FIC
           MOVE 1 TO IDX-LOT
           PERFORM REECRIT-LOT-ENREG UNTIL IDX-LOT > NB-LOT
           CLOSE TRANS-FIC.
       REECRIT-LOT-ENREG.
           MOVE LOT-ENREG(IDX-LOT) TO ENREG-TRANS
           WRITE ENREG-TRANS
           END-WRITE
           ADD 1 TO IDX-LOT.

       BASCULE-LOT-DIFFERE.
           PERFORM ECRIT-TRAILER
           CLOSE TRANS-FIC
           ACCEPT WS-DATE-CALCUL FROM DATE YYYYMMDD
           ACCEPT WS-JOUR-CALCUL FROM DAY-OF-WEEK
           PERFORM CHOIX-LOT-DIFFERE
           MOVE 0 TO NB-LOT
           MOVE 0 TO WS-CPT-LOT
           MOVE 0 TO WS-SOMME-LOT
           MOVE 0 TO WS-SEQ-TRANS
           MOVE ZEROS TO WS-HORO-MAX
           PERFORM CHARGE-LOT
           PERFORM REECRIT-LOT-SANS-TRAILER
           OPEN EXTEND TRANS-FIC.

       ECRIT-TRAILER.
           MOVE WS-CPT-LOT TO TRL-CPT
           MOVE WS-SOMME-LOT TO TRL-SOMME
           MOVE WS-HORO-MAX-DATE TO TRL-SAISIE-DATE
           MOVE WS-HORO-MAX-HHMM TO TRL-SAISIE-HEURE
           WRITE ENREG-TRANS FROM ENREG-TRANS-TRAILER
           END-WRITE.

      ******************************************************************
      * Empreinte d'integrite du maitre, comme dans EXO-CLI-SAISIE : un
      * maitre en ecart refuse la session.
      ******************************************************************
       CONTROLE-EMPREINTE-MAITRE.
           ACCEPT WS-EMPMAITRE-PATH FROM ENVIRONMENT
               "CLI_EMPREINTE_PATH"
           IF WS-EMPMAITRE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsMasterEmpreinte.txt"
                   TO WS-EMPMAITRE-PATH
           END-IF
           PERFORM LIT-EMPREINTE-MAITRE
           IF WS-EMP-MAITRE-LUE = 1
               THEN
               PERFORM RECOMPTE-MAITRE
               IF CPT-MAITRE-RECOMPTE NOT = WS-EMP-MAITRE-CPT
                   OR WS-SOMME-MAITRE-RECALC NOT = WS-EMP-MAITRE-SOMME
                   THEN
                   DISPLAY "ERREUR: empreinte du maitre en ecart - "
                       "recompte " CPT-MAITRE-RECOMPTE "/"
                       WS-SOMME-MAITRE-RECALC " vs empreinte "
                       WS-EMP-MAITRE-CPT "/" WS-EMP-MAITRE-SOMME
                   PERFORM ECRIT-ALERTE-EMP-MAITRE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       LIT-EMPREINTE-MAITRE.
           MOVE 0 TO WS-EMP-MAITRE-LUE
           OPEN INPUT EMPMAITRE-FIC
           IF EMPMAITRE-STATUT = "00"
               THEN
               READ EMPMAITRE-FIC
               END-READ
               IF EMPMAITRE-STATUT = "00"
                   THEN
                   MOVE EMM-CPT TO WS-EMP-MAITRE-CPT
                   MOVE EMM-SOMME TO WS-EMP-MAITRE-SOMME
                   MOVE 1 TO WS-EMP-MAITRE-LUE
               END-IF
               CLOSE EMPMAITRE-FIC
           END-IF.
       RECOMPTE-MAITRE.
           MOVE 0 TO CPT-MAITRE-RECOMPTE
           MOVE 0 TO WS-SOMME-MAITRE-RECALC
           MOVE 0 TO EOF-MAITRE-CTRL
           OPEN INPUT CLI-MASTER-FIC
           IF MASTER-STATUT = "00"
               THEN
               PERFORM RECOMPTE-MAITRE-LECT UNTIL EOF-MAITRE-CTRL = 1
               CLOSE CLI-MASTER-FIC
           END-IF.
       RECOMPTE-MAITRE-LECT.
           READ CLI-MASTER-FIC NEXT RECORD
               AT END MOVE 1 TO EOF-MAITRE-CTRL
           END-READ
           IF EOF-MAITRE-CTRL = 0
               THEN
               ADD 1 TO CPT-MAITRE-RECOMPTE
               ADD IDCLI-MASTER TO WS-SOMME-MAITRE-RECALC
           END-IF.
       ECRIT-ALERTE-EMP-MAITRE.
           MOVE SPACES TO ENREG-ALERTE
           ACCEPT WS-DATE-ALERTE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-ALERTE FROM TIME
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT = "00"
               THEN
               MOVE WS-DATE-ALERTE TO ALERTE-DATE
               MOVE WS-TIME-ALERTE TO ALERTE-TIME
               MOVE "EXO-CLI-GUICHET" TO ALERTE-PROGRAMME
               MOVE "ERREUR" TO ALERTE-SEVERITE
               MOVE "empreinte du maitre en ecart - maitre suspect"
                   TO ALERTE-MESSAGE
               WRITE ENREG-ALERTE
               END-WRITE
               CLOSE ALERTES-FIC
           END-IF.

      * Trailer du lot reecrit en fin de session, comme dans
      * EXO-CLI-SAISIE.
       FIN.
           PERFORM ECRIT-TRAILER
           CLOSE CLI-MASTER-FIC TRANS-FIC
           DISPLAY "Transactions saisies : " CPT-SAISIES
           DISPLAY "Notes ajoutees       : " CPT-NOTES-AJOUTEES.

       END PROGRAM EXO-CLI-GUICHET.
