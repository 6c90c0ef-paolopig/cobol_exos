      *   rendu ou compte de resultats, date/heure) -
      *   EXO-CONSULT-RAPPORT en fait la synthese et signale les
      *   sessions de lecture anormalement volumineuses.
      * - l'historique des contacts du client (ClientsContacts.txt :
      *   lettres, etiquettes, transmissions au siege, retours NPAI,
      *   avec date, programme et lot) s'affiche en fin de
      *   consultation, apres les notes.
      * - le gestionnaire de clientele du client (portefeuille
      *   ClientsPortefeuille.txt tenu par EXO-CLI-PORTEFEUILLE, nom et
      *   service lus au fichier employes) s'affiche sous le statut.
      * - les reclamations non closes du client (registre
      *   ClientsReclamations.txt tenu par EXO-CLI-RECLAM) s'affichent
      *   a la suite de ses notes ouvertes, avec leur compte.
      * - NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre de 41
      *   octets, fichier plat de 68, recherche par nom sur 20 et 15
      *   caracteres.
      * - adresse et telephone du client affiches sous le statut (lus
      *   au fichier plat de la derniere generation en mode indexe, le
      *   maitre ne les portant pas), masques par SPMSQ01 pour un
      *   operateur sans le droit CONTACT de ClientsDroits.txt ; chaque
      *   affichage en clair laisse une ligne de type C dans
      *   ConsultationsLog.txt.
      * - perimetre d'agence (SPAGC01) : un client d'une agence hors du
      *   rattachement de l'operateur n'est pas montre - refus trace
      *   NONAUTOR au journal d'audit avec l'agence en second code
      *   operateur - et les recherches par nom le taisent, sauf pour le
      *   siege (AGENCE**).
      * - gels juridiques du client (registre ClientsGelJuridique.txt
      *   tenu par EXO-CLI-GEL, chemin CLI_GEL_PATH) affiches sous le
      *   gestionnaire, en cours comme leves, avec reference, dates et
      *   operateurs.
      * - liens du client avec d'autres clients (registre
      *   ClientsLiens.txt tenu par EXO-CLI-LIENS, chemin
      *   CLI_LIENS_PATH) affiches sous les gels, dans les deux sens
      *   (garant, representant legal ou contact de / a pour garant,
      *   representant legal ou contact), en cours comme termines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-LOOKUP.
           SELECT CONSULT-FIC
               ASSIGN TO WS-CONSULT-PATH
               FILE STATUS IS CONSULT-STATUT.
           SELECT DROITS-FIC
               ASSIGN TO WS-DROITS-PATH
               FILE STATUS IS DROITS-STATUT.
           SELECT NOTES-FIC
               ASSIGN TO WS-NOTES-PATH
               FILE STATUS IS NOTES-STATUT.
           SELECT CONTACTS-FIC
               ASSIGN TO WS-CONTACTS-PATH
               FILE STATUS IS CONTACTS-STATUT.
           SELECT PTF-FIC
               ASSIGN TO WS-PTF-PATH
               FILE STATUS IS PTF-STATUT.
           SELECT EMPL-FIC
               ASSIGN TO WS-EMPL-PATH
               FILE STATUS IS EMPL-STATUT.
           SELECT RECLAM-FIC
               ASSIGN TO WS-RECLAM-PATH
               FILE STATUS IS RECLAM-STATUT.
           SELECT AUDIT-LOG-FIC
               ASSIGN TO WS-AUDIT-LOG-PATH
               FILE STATUS IS AUDIT-STATUT.
           SELECT GEL-FIC
               ASSIGN TO WS-GEL-PATH
               FILE STATUS IS GEL-STATUT.
           SELECT LIENS-FIC
               ASSIGN TO WS-LIENS-PATH
               FILE STATUS IS LIENS-STATUT.
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
      * Fichier plat de repli : sortie de chaine a enregistrements de
      * 68 octets, avec entete "HD" et controle "TR" ecartes par le
      * test IS NUMERIC.
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
      * Catalogue des generations (voir ECRIT-CATALOGUE dans
      * EXO-VI-C-V4) : le mode de repli y resout la derniere bonne
           05 FILLER PIC X.
           05 NOTE-TEXTE PIC X(40).
      *
      * Registre des reclamations (voir ENREG-RECLAM dans
      * EXO-CLI-RECLAM).
       FD  RECLAM-FIC.
       01  ENREG-RECLAM.
           05 RCL-NUMERO PIC 9(6).
           05 FILLER PIC X.
           05 RCL-IDCLI PIC 9(5).
           05 FILLER PIC X.
           05 RCL-CATEGORIE PIC X(4).
           05 FILLER PIC X.
           05 RCL-AGENCE PIC XX.
           05 FILLER PIC X.
           05 RCL-OPERATEUR PIC X(4).
           05 FILLER PIC X.
           05 RCL-DATE-RECUE PIC 9(8).
           05 FILLER PIC X.
           05 RCL-EMPL PIC 9(2).
           05 FILLER PIC X.
           05 RCL-ETAT PIC X.
           05 FILLER PIC X.
           05 RCL-DATE-CLOTURE PIC 9(8).
           05 FILLER PIC X.
           05 RCL-OBJET PIC X(40).
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
      * Registre des liens entre clients (voir ENREG-LIEN dans
      * EXO-CLI-LIENS).
       FD  LIENS-FIC.
       01  ENREG-LIEN.
           05 LIE-IDCLI-ORIGINE PIC 9(5).
           05 FILLER PIC X.
           05 LIE-IDCLI-CIBLE PIC 9(5).
           05 FILLER PIC X.
           05 LIE-TYPE PIC X.
           05 FILLER PIC X.
           05 LIE-DATE-DEBUT PIC 9(8).
           05 FILLER PIC X.
           05 LIE-DATE-FIN PIC 9(8).
           05 FILLER PIC X.
           05 LIE-OPERATEUR PIC X(4).
      *
      * Portefeuille (voir ENREG-PTF dans EXO-CLI-PORTEFEUILLE) et
      * fichier employes (voir EXO-EMPL-MAINT).
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
       FD  EMPL-FIC.
       01  ENREG-EMPL.
           05 ID-EMPL PIC 9(2).
           05 NOM-EMPL PIC X(10).
           05 DATE-EMB-EMPL PIC 9(8).
           05 SERVICE-EMPL PIC X(3).
      *
      * Trace des consultations : une ligne datee par recherche, avec
      * l'operateur, le type de critere (I-IDCLI, N-nom), le critere
      * saisi, et l'IDCLI rendu (ou, pour une recherche par nom, le
      * nombre de resultats). Le type C marque l'affichage en clair
      * de l'adresse et du telephone d'un client (cle et resultat :
      * son IDCLI). Le critere nom y garde le dessin d'origine
      * (5 caracteres de nom, 5 de prenom) pour la continuite de la
      * trace.
       FD  CONSULT-FIC.
       01  ENREG-CONSULT.
           05 CSL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 CSL-RESULTAT PIC 9(5).
      *
      * Matrice des droits par operateur et code action (voir
      * EXO-CLI-MAINT) : l'action CONTACT autorise l'affichage en
      * clair de l'adresse et du telephone ; absente, l'ancien regime
      * demeure.
       FD  DROITS-FIC.
       01  ENREG-DROIT.
           05 DRT-OPERATEUR PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 DRT-ACTION PIC X(8).
      *
      * Correspondance des renumerotations ecrite par TRAIT-RENUM dans
      * EXO-VI-C-V4 : une recherche sur un ancien numero explique ou
      * l'enregistrement est parti.
       01  ENREG-MAPPING.
           05 MAP-ANCIEN PIC 9(5).
           05 FILLER PIC X.
           05 MAP-NOM PIC X(20).
           05 FILLER PIC X.
           05 MAP-NOUVEAU PIC 9(5).
           05 FILLER PIC X.
           05 ALERTE-SEVERITE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-MESSAGE PIC X(60).
      *
      * Journal d'audit au dessin d'EXO-CLI-MAINT (68 octets,
      * chaine de controle comprise) : seule la ligne NONAUTOR d'une
      * consultation hors du perimetre d'agence s'ecrit ici, l'agence
      * du client en second code operateur (AGxx).
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
       77  EOF PIC 9 VALUE 0.
           88 MODE-INDEXE VALUE "I".
           88 MODE-SEQUENTIEL VALUE "S".
       77  WS-CRITERE PIC 9 VALUE 1.
       77  WS-NOM-RECHERCHE PIC X(20) VALUE SPACES.
       77  WS-PNM-RECHERCHE PIC X(15) VALUE SPACES.
       77  WS-LONG-NOM PIC 99 VALUE 0.
       77  WS-LONG-PNM PIC 99 VALUE 0.
       77  CPT-RESULTATS PIC 999 VALUE 0.
       77  CPT-RESULTATS-ECRAN PIC ZZ9.
       77  WS-CLI-MASTER-PATH PIC X(60)
       77  CPT-NOTES-OUVERTES PIC 999 VALUE 0.
       77  WS-NOTES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsNotes.txt".
       77  RECLAM-STATUT PIC XX.
       77  EOF-RECLAM PIC 9 VALUE 0.
       77  CPT-RECLAM-OUVERTES PIC 999 VALUE 0.
       77  WS-RECLAM-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsReclamations.txt".
       77  CONTACTS-STATUT PIC XX.
       77  EOF-CONTACTS PIC 9 VALUE 0.
       77  CPT-CONTACTS PIC 9(5) VALUE 0.
       77  WS-IDCLI-CONTACTS PIC 9(5) VALUE 0.
       77  WS-CONTACTS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsContacts.txt".
       77  GEL-STATUT PIC XX.
       77  EOF-GEL PIC 9 VALUE 0.
       77  CPT-GELS-EN-COURS PIC 999 VALUE 0.
       77  WS-GEL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsGelJuridique.txt".
       77  LIENS-STATUT PIC XX.
       77  EOF-LIENS PIC 9 VALUE 0.
       77  CPT-LIENS-EN-COURS PIC 999 VALUE 0.
       77  WS-LIEN-DATE-JOUR PIC 9(8).
       77  WS-LIEN-ETAT PIC X(8) VALUE SPACES.
       77  WS-LIBELLE-LIEN PIC X(26) VALUE SPACES.
       77  WS-LIEN-AUTRE PIC 9(5) VALUE 0.
       77  WS-LIENS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsLiens.txt".
       77  PTF-STATUT PIC XX.
       77  EMPL-STATUT PIC XX.
       77  EOF-PTF PIC 9 VALUE 0.
       77  EOF-EMPL PIC 9 VALUE 0.
       77  WS-GESTIONNAIRE PIC 99 VALUE 0.
       77  WS-PTF-DATE PIC 9(8) VALUE 0.
       77  WS-PTF-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsPortefeuille.txt".
       77  WS-EMPL-PATH PIC X(60)
           VALUE "C:\Users\Cobol\BubblesortATrier.txt".
      * Bloc d'appel de SPMDP01 (controle du mot de passe operateur et
      * trace des connexions, voir SPMDP01.cbl).
       01  PARAMETRES-MDP.
           05 CTL-MDP PIC X(8).
           05 CTL-CODERETOUR PIC 9.
       77  WS-MDP-SAISIE PIC X(8) VALUE SPACES.
       01  TABLE-DROITS.
           05 DROIT-ENTREE OCCURS 100.
               10 TAB-DRT-OPERATEUR PIC X(4).
               10 TAB-DRT-ACTION PIC X(8).
       77  NB-DROITS PIC 999 VALUE 0.
       77  IDX-DROIT PIC 999 VALUE 0.
       77  EOF-DROITS PIC 9 VALUE 0.
       77  DROITS-STATUT PIC XX.
       77  WS-DROITS-PRESENTS PIC 9 VALUE 0.
       77  WS-DROIT-ACCORDE PIC 9 VALUE 0.
       77  WS-DROITS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsDroits.txt".
      * Droit CONTACT de l'operateur, etabli une fois a
      * l'identification : 1 = coordonnees en clair, 0 = masquees.
       77  WS-CONTACT-CLAIR PIC 9 VALUE 0.
       77  EOF-PLAT-COORD PIC 9 VALUE 0.
       77  WS-COORD-TROUVEES PIC 9 VALUE 0.
      * Bloc d'appel de SPMSQ01 : masquage de l'adresse et du
      * telephone (voir SPMSQ01.cbl).
       01  PARAMETRES-MSQ.
           05 MSQ-ADRESSE PIC X(15).
           05 MSQ-TELEPHONE PIC X(10).
      * Bloc d'appel de SPCHK01 : cle de controle des numeros client
      * cites a l'exterieur (voir SPCHK01.cbl). Un numero saisi sur 6
      * chiffres porte sa cle et se verifie ; sur 5 chiffres, il est
           05 CHK-IDCLI PIC 9(5).
           05 CHK-CLE PIC 9.
           05 CHK-CODERETOUR PIC 9.
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
       77  WS-AUDIT-LOG-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsAuditLog.txt".


       PROCEDURE DIVISION.
               MOVE "C:\Users\Cobol\ClientsMaster.txt"
                   TO WS-CLI-MASTER-PATH
           END-IF
           ACCEPT WS-RECLAM-PATH FROM ENVIRONMENT "CLI_RECLAM_PATH"
           IF WS-RECLAM-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsReclamations.txt"
                   TO WS-RECLAM-PATH
           END-IF
           ACCEPT WS-CONTACTS-PATH FROM ENVIRONMENT "CLI_CONTACTS_PATH"
           IF WS-CONTACTS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsContacts.txt"
                   TO WS-CONTACTS-PATH
           END-IF
           ACCEPT WS-GEL-PATH FROM ENVIRONMENT "CLI_GEL_PATH"
           IF WS-GEL-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsGelJuridique.txt"
                   TO WS-GEL-PATH
           END-IF
           ACCEPT WS-LIENS-PATH FROM ENVIRONMENT "CLI_LIENS_PATH"
           IF WS-LIENS-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsLiens.txt"
                   TO WS-LIENS-PATH
           END-IF
           ACCEPT WS-PTF-PATH FROM ENVIRONMENT "CLI_PORTEFEUILLE_PATH"
           IF WS-PTF-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsPortefeuille.txt"
                   TO WS-PTF-PATH
           END-IF
           ACCEPT WS-EMPL-PATH FROM ENVIRONMENT "EMPL_FIC_PATH"
           IF WS-EMPL-PATH = SPACES
               MOVE "C:\Users\Cobol\BubblesortATrier.txt"
                   TO WS-EMPL-PATH
           END-IF
           ACCEPT WS-CLI-PLAT-PATH FROM ENVIRONMENT "CLI_PLAT_PATH"
           IF WS-CLI-PLAT-PATH = SPACES
               THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTROLE-MOT-DE-PASSE
           PERFORM CHARGE-DROITS
           PERFORM CONTROLE-DROIT-CONTACT
           MOVE WS-DROIT-ACCORDE TO WS-CONTACT-CLAIR.

      * Controle du mot de passe via SPMDP01, comme dans
      * EXO-CLI-MAINT : code bloque ou mot de passe refuse arretent
                   STOP RUN
           END-EVALUATE.

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

       CONTROLE-DROIT-CONTACT.
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
               AND TAB-DRT-ACTION(IDX-DROIT) = "CONTACT"
               THEN
               MOVE 1 TO WS-DROIT-ACCORDE
           END-IF
           ADD 1 TO IDX-DROIT.

      * Une ligne de trace par consultation, quel qu'en soit le
      * resultat.
       ECRIT-CONSULTATION.
           ELSE
               PERFORM RECHERCHE-IDCLI-VALIDE
           END-IF.
      * Un client hors du perimetre d'agence de l'operateur n'est pas
      * montre : refus a l'ecran, ligne NONAUTOR au journal d'audit,
      * et consultation tracee sans resultat.
       RECHERCHE-IDCLI-VALIDE.
           MOVE WS-IDCLI-RECHERCHE TO AGC-IDCLI
           PERFORM CONTROLE-AGENCE-CLIENT
           IF AGC-CODERETOUR = 8
               THEN
               DISPLAY "REFUS: client " WS-IDCLI-RECHERCHE
                   " de l'agence " AGC-AGENCE " hors du perimetre de "
                   WS-OPERATEUR "."
               PERFORM ECRIT-AUDIT-NONAUTOR
               MOVE "I" TO WS-CONSULT-TYPE
               MOVE SPACES TO WS-CONSULT-CLE
               MOVE WS-IDCLI-RECHERCHE TO WS-CONSULT-CLE(1:5)
               MOVE 0 TO WS-CONSULT-RESULTAT
               PERFORM ECRIT-CONSULTATION
           ELSE
               PERFORM RECHERCHE-IDCLI-AUTORISE
           END-IF.
       RECHERCHE-IDCLI-AUTORISE.
           IF MODE-INDEXE
               THEN
               PERFORM LECTURE-MAITRE
      * direct en mode indexe seulement ; en repli sequentiel, le
      * message suffit).
       AFFICHE-SURVIVANT.
           MOVE WS-FUSION-SURVIVANT TO AGC-IDCLI
           PERFORM CONTROLE-AGENCE-CLIENT
           IF AGC-CODERETOUR = 8
               THEN
               DISPLAY "Survivant " WS-FUSION-SURVIVANT
                   " hors du perimetre (agence " AGC-AGENCE ")."
               PERFORM ECRIT-AUDIT-NONAUTOR
           END-IF
           IF MODE-INDEXE AND AGC-CODERETOUR NOT = 8
               THEN
               MOVE WS-FUSION-SURVIVANT TO IDCLI-MASTER
               READ CLI-MASTER-FIC
                       OR PNMCLI-MASTER(1:WS-LONG-PNM)
                           = WS-PNM-RECHERCHE(1:WS-LONG-PNM))
                   THEN
                   MOVE IDCLI-MASTER TO AGC-IDCLI
                   PERFORM CONTROLE-AGENCE-CLIENT
                   IF AGC-CODERETOUR NOT = 8
                       THEN
                       ADD 1 TO CPT-RESULTATS
                       DISPLAY IDCLI-MASTER " " NOMCLI-MASTER " "
                           PNMCLI-MASTER
                   END-IF
               END-IF
           END-IF.

                       OR PNMCLI-PLAT(1:WS-LONG-PNM)
                           = WS-PNM-RECHERCHE(1:WS-LONG-PNM))
                   THEN
                   MOVE IDCLI-PLAT TO AGC-IDCLI
                   PERFORM CONTROLE-AGENCE-CLIENT
                   IF AGC-CODERETOUR NOT = 8
                       THEN
                       ADD 1 TO CPT-RESULTATS
                       DISPLAY IDCLI-PLAT " " NOMCLI-PLAT " "
                           PNMCLI-PLAT
                   END-IF
               END-IF
           END-IF.

           DISPLAY "NOM    : " NOMCLI-MASTER
           DISPLAY "PRENOM : " PNMCLI-MASTER
           DISPLAY "STATUT : " STATUT-MASTER
           MOVE IDCLI-MASTER TO WS-IDCLI-CONTACTS
           PERFORM AFFICHE-COORDONNEES
           PERFORM AFFICHE-GESTIONNAIRE
           PERFORM AFFICHE-GELS
           PERFORM AFFICHE-LIENS
           PERFORM AFFICHE-NOTES
           PERFORM AFFICHE-RECLAMATIONS
           PERFORM AFFICHE-CONTACTS.

      * Le maitre ne porte ni adresse ni telephone : en mode indexe,
      * ils sont lus au fichier plat de la derniere generation pour
      * le client WS-IDCLI-CONTACTS. Client absent du fichier plat :
      * rien ne s'affiche.
       AFFICHE-COORDONNEES.
           MOVE 0 TO WS-COORD-TROUVEES
           MOVE 0 TO EOF-PLAT-COORD
           OPEN INPUT CLI-PLAT-FIC
           PERFORM AFFICHE-COORDONNEES-LECT
               UNTIL EOF-PLAT-COORD = 1 OR WS-COORD-TROUVEES = 1
           CLOSE CLI-PLAT-FIC
           IF WS-COORD-TROUVEES = 1
               THEN
               PERFORM AFFICHE-COORD-CLIENT
           END-IF.
       AFFICHE-COORDONNEES-LECT.
           READ CLI-PLAT-FIC
               AT END MOVE 1 TO EOF-PLAT-COORD
           END-READ
           IF EOF-PLAT-COORD = 0
               THEN
               IF IDCLI-PLAT IS NUMERIC
                   AND IDCLI-PLAT = WS-IDCLI-CONTACTS
                   THEN
                   MOVE 1 TO WS-COORD-TROUVEES
                   MOVE ADRESSE-PLAT TO MSQ-ADRESSE
                   MOVE TELEPHONE-PLAT TO MSQ-TELEPHONE
               END-IF
           END-IF.

      * Adresse et telephone (PARAMETRES-MSQ) : masques par SPMSQ01
      * sans le droit CONTACT ; en clair, l'affichage laisse une ligne
      * de type C dans la trace des consultations.
       AFFICHE-COORD-CLIENT.
           IF WS-CONTACT-CLAIR = 0
               THEN
               CALL "SPMSQ01" USING PARAMETRES-MSQ
           END-IF
           DISPLAY "ADRESSE: " MSQ-ADRESSE
           DISPLAY "TELEPH.: " MSQ-TELEPHONE
           IF WS-CONTACT-CLAIR = 1
               AND (MSQ-ADRESSE NOT = SPACES
                   OR MSQ-TELEPHONE NOT = SPACES)
               THEN
               MOVE "C" TO WS-CONSULT-TYPE
               MOVE SPACES TO WS-CONSULT-CLE
               MOVE WS-IDCLI-CONTACTS TO WS-CONSULT-CLE(1:5)
               MOVE WS-IDCLI-CONTACTS TO WS-CONSULT-RESULTAT
               PERFORM ECRIT-CONSULTATION
           END-IF.

      * Gestionnaire de clientele du client (WS-IDCLI-CONTACTS) au
      * portefeuille, avec son nom et son service ; un employe sorti
      * du fichier employes est signale comme tel. Sans portefeuille,
      * rien ne s'affiche.
       AFFICHE-GESTIONNAIRE.
           MOVE 0 TO WS-GESTIONNAIRE
           MOVE 0 TO EOF-PTF
           OPEN INPUT PTF-FIC
           IF PTF-STATUT = "00"
               THEN
               PERFORM AFFICHE-GESTIONNAIRE-PTF
                   UNTIL EOF-PTF = 1 OR WS-GESTIONNAIRE NOT = 0
               CLOSE PTF-FIC
           END-IF
           IF WS-GESTIONNAIRE NOT = 0
               THEN
               MOVE 0 TO EOF-EMPL
               OPEN INPUT EMPL-FIC
               IF EMPL-STATUT = "00"
                   THEN
                   PERFORM AFFICHE-GESTIONNAIRE-EMPL
                       UNTIL EOF-EMPL NOT = 0
                   CLOSE EMPL-FIC
               ELSE
                   MOVE 1 TO EOF-EMPL
               END-IF
               IF EOF-EMPL = 1
                   THEN
                   DISPLAY "GESTION: " WS-GESTIONNAIRE
                       " (sorti du fichier employes) depuis le "
                       WS-PTF-DATE
               END-IF
           END-IF.
       AFFICHE-GESTIONNAIRE-PTF.
           READ PTF-FIC
               AT END MOVE 1 TO EOF-PTF
           END-READ
           IF EOF-PTF = 0 AND PTF-IDCLI IS NUMERIC
               AND PTF-IDCLI = WS-IDCLI-CONTACTS
               AND PTF-ID-EMPL IS NUMERIC
               THEN
               MOVE PTF-ID-EMPL TO WS-GESTIONNAIRE
               MOVE PTF-DATE TO WS-PTF-DATE
           END-IF.
      * Lecture jusqu'a l'employe : EOF-EMPL passe a 2 quand il est
      * trouve, a 1 s'il n'y est plus.
       AFFICHE-GESTIONNAIRE-EMPL.
           READ EMPL-FIC
               AT END MOVE 1 TO EOF-EMPL
           END-READ
           IF EOF-EMPL = 0 AND ID-EMPL IS NUMERIC
               AND ID-EMPL = WS-GESTIONNAIRE
               THEN
               DISPLAY "GESTION: " ID-EMPL " " NOM-EMPL " service "
                   SERVICE-EMPL " depuis le " WS-PTF-DATE
               MOVE 2 TO EOF-EMPL
           END-IF.

      * Gels juridiques du client (WS-IDCLI-CONTACTS) au registre
      * tenu par EXO-CLI-GEL, en cours comme leves, avec le compte
      * des gels en cours. Un registre absent n'affiche rien.
       AFFICHE-GELS.
           MOVE 0 TO CPT-GELS-EN-COURS
           MOVE 0 TO EOF-GEL
           OPEN INPUT GEL-FIC
           IF GEL-STATUT = "00"
               THEN
               PERFORM AFFICHE-GELS-LECT UNTIL EOF-GEL = 1
               CLOSE GEL-FIC
           END-IF
           IF CPT-GELS-EN-COURS NOT = 0
               THEN
               DISPLAY "GEL JURIDIQUE EN COURS : " CPT-GELS-EN-COURS
           END-IF.
       AFFICHE-GELS-LECT.
           READ GEL-FIC
               AT END MOVE 1 TO EOF-GEL
           END-READ
           IF EOF-GEL = 0 AND GEL-IDCLI IS NUMERIC
               AND GEL-IDCLI = WS-IDCLI-CONTACTS
               THEN
               IF GEL-DATE-LEVEE = ZERO
                   THEN
                   ADD 1 TO CPT-GELS-EN-COURS
                   DISPLAY "GEL " GEL-REFERENCE " pose le "
                       GEL-DATE-POSE " (" GEL-OPERATEUR ") EN COURS"
               ELSE
                   DISPLAY "GEL " GEL-REFERENCE " pose le "
                       GEL-DATE-POSE " (" GEL-OPERATEUR ") leve le "
                       GEL-DATE-LEVEE " (" GEL-OPER-LEVEE ")"
               END-IF
           END-IF.

      * Liens du client (WS-IDCLI-CONTACTS) au registre tenu par
      * EXO-CLI-LIENS, dans les deux sens : ce qu'il est pour les
      * autres clients (garant, representant legal, contact) et ce
      * que les autres sont pour lui. En cours comme termines, avec le
      * compte des liens en cours. Un registre absent n'affiche rien.
       AFFICHE-LIENS.
           ACCEPT WS-LIEN-DATE-JOUR FROM DATE YYYYMMDD
           MOVE 0 TO CPT-LIENS-EN-COURS
           MOVE 0 TO EOF-LIENS
           OPEN INPUT LIENS-FIC
           IF LIENS-STATUT = "00"
               THEN
               PERFORM AFFICHE-LIENS-LECT UNTIL EOF-LIENS = 1
               CLOSE LIENS-FIC
           END-IF
           IF CPT-LIENS-EN-COURS NOT = 0
               THEN
               DISPLAY "Liens en cours : " CPT-LIENS-EN-COURS
           END-IF.
       AFFICHE-LIENS-LECT.
           READ LIENS-FIC
               AT END MOVE 1 TO EOF-LIENS
           END-READ
           IF EOF-LIENS = 0 AND LIE-IDCLI-ORIGINE IS NUMERIC
               AND LIE-IDCLI-CIBLE IS NUMERIC
               AND (LIE-IDCLI-ORIGINE = WS-IDCLI-CONTACTS
                   OR LIE-IDCLI-CIBLE = WS-IDCLI-CONTACTS)
               THEN
               PERFORM AFFICHE-LIEN-CLIENT
           END-IF.
       AFFICHE-LIEN-CLIENT.
           IF LIE-DATE-FIN = ZERO
               OR LIE-DATE-FIN > WS-LIEN-DATE-JOUR
               THEN
               ADD 1 TO CPT-LIENS-EN-COURS
               MOVE "EN COURS" TO WS-LIEN-ETAT
           ELSE
               MOVE "TERMINE" TO WS-LIEN-ETAT
           END-IF
           IF LIE-IDCLI-ORIGINE = WS-IDCLI-CONTACTS
               THEN
               MOVE LIE-IDCLI-CIBLE TO WS-LIEN-AUTRE
               EVALUATE LIE-TYPE
                   WHEN "G"
                       MOVE "garant de" TO WS-LIBELLE-LIEN
                   WHEN "R"
                       MOVE "representant legal de" TO WS-LIBELLE-LIEN
                   WHEN "C"
                       MOVE "contact de" TO WS-LIBELLE-LIEN
                   WHEN OTHER
                       MOVE "lie a" TO WS-LIBELLE-LIEN
               END-EVALUATE
           ELSE
               MOVE LIE-IDCLI-ORIGINE TO WS-LIEN-AUTRE
               EVALUATE LIE-TYPE
                   WHEN "G"
                       MOVE "a pour garant" TO WS-LIBELLE-LIEN
                   WHEN "R"
                       MOVE "a pour representant legal"
                           TO WS-LIBELLE-LIEN
                   WHEN "C"
                       MOVE "a pour contact" TO WS-LIBELLE-LIEN
                   WHEN OTHER
                       MOVE "lie a" TO WS-LIBELLE-LIEN
               END-EVALUATE
           END-IF
           DISPLAY "LIEN " WS-LIBELLE-LIEN " " WS-LIEN-AUTRE " du "
               LIE-DATE-DEBUT " au " LIE-DATE-FIN " (" LIE-OPERATEUR
               ") " WS-LIEN-ETAT.

      * Notes ouvertes du client consulte, avec leur compte (un
      * dossier qui accumule des notes se voit tout de suite). Un
                   NOTE-OPERATEUR ") : " NOTE-TEXTE
           END-IF.

      * Reclamations non closes (O-ouverte, E-en cours) du client
      * consulte, a cote de ses notes ; un registre absent n'affiche
      * rien.
       AFFICHE-RECLAMATIONS.
           MOVE 0 TO CPT-RECLAM-OUVERTES
           MOVE 0 TO EOF-RECLAM
           OPEN INPUT RECLAM-FIC
           IF RECLAM-STATUT = "00"
               THEN
               PERFORM AFFICHE-RECLAMATIONS-LECT UNTIL EOF-RECLAM = 1
               CLOSE RECLAM-FIC
           END-IF
           IF CPT-RECLAM-OUVERTES NOT = 0
               THEN
               DISPLAY "Reclamations ouvertes : " CPT-RECLAM-OUVERTES
           END-IF.
       AFFICHE-RECLAMATIONS-LECT.
           READ RECLAM-FIC
               AT END MOVE 1 TO EOF-RECLAM
           END-READ
           IF EOF-RECLAM = 0 AND RCL-IDCLI IS NUMERIC
               AND RCL-IDCLI = IDCLI-MASTER
               AND RCL-ETAT NOT = "C"
               THEN
               ADD 1 TO CPT-RECLAM-OUVERTES
               DISPLAY "RECLAMATION " RCL-NUMERO " " RCL-CATEGORIE
                   " du " RCL-DATE-RECUE " etat " RCL-ETAT
                   " empl " RCL-EMPL " : " RCL-OBJET
           END-IF.

      * Historique des contacts du client (WS-IDCLI-CONTACTS), dans
      * l'ordre ou ils ont ete ecrits, avec leur compte. Un historique
      * absent n'affiche simplement rien.
       AFFICHE-CONTACTS.
           MOVE 0 TO CPT-CONTACTS
           MOVE 0 TO EOF-CONTACTS
           OPEN INPUT CONTACTS-FIC
           IF CONTACTS-STATUT = "00"
               THEN
               PERFORM AFFICHE-CONTACTS-LECT UNTIL EOF-CONTACTS = 1
               CLOSE CONTACTS-FIC
           END-IF
           IF CPT-CONTACTS NOT = 0
               THEN
               DISPLAY "Contacts : " CPT-CONTACTS
           END-IF.
       AFFICHE-CONTACTS-LECT.
           READ CONTACTS-FIC
               AT END MOVE 1 TO EOF-CONTACTS
           END-READ
           IF EOF-CONTACTS = 0 AND CTC-IDCLI IS NUMERIC
               AND CTC-IDCLI = WS-IDCLI-CONTACTS
               THEN
               ADD 1 TO CPT-CONTACTS
               DISPLAY "CONTACT du " CTC-DATE " " CTC-CANAL " ("
                   CTC-PROGRAMME ") lot " CTC-LOT-DATE "/"
                   CTC-LOT-SEQ
           END-IF.

      * Repli : parcours sequentiel du fichier plat jusqu'a trouver
      * l'IDCLI demande ou atteindre la fin. IDCLI-PLAT IS NUMERIC
      * ecarte l'entete "HD" et l'enregistrement de controle "TR"
                   DISPLAY "IDCLI  : " IDCLI-PLAT
                   DISPLAY "NOM    : " NOMCLI-PLAT
                   DISPLAY "PRENOM : " PNMCLI-PLAT
                   MOVE IDCLI-PLAT TO WS-IDCLI-CONTACTS
                   MOVE ADRESSE-PLAT TO MSQ-ADRESSE
                   MOVE TELEPHONE-PLAT TO MSQ-TELEPHONE
                   PERFORM AFFICHE-COORD-CLIENT
                   PERFORM AFFICHE-GESTIONNAIRE
                   PERFORM AFFICHE-GELS
                   PERFORM AFFICHE-CONTACTS
               END-IF
           END-IF.

      * Perimetre d'agence du client AGC-IDCLI pour l'operateur de la
      * session, par SPAGC01.
       CONTROLE-AGENCE-CLIENT.
           MOVE WS-OPERATEUR TO AGC-OPERATEUR
           CALL "SPAGC01" USING PARAMETRES-AGC.

      * Ligne NONAUTOR d'une consultation refusee : le client en
      * IDCLI, son agence en second code operateur.
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
           MOVE "EXO-CLI-LOOKUP" TO AUD-PROGRAMME
           MOVE "L" TO AUD-TRANS-CODE
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

       FIN.
           IF MODE-INDEXE
               THEN
