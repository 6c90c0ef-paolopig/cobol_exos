      * EXO-VI-C-V4 d'un cote, cle RECORD KEY de l'autre), la
      * comparaison est donc une fusion sequentielle classique, comme
      * dans EXO-VI-B.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : sortie du jour
      * de 68 octets, maitre de 41, lot delta de 55.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-DELTA.
      *
       DATA DIVISION.
       FILE SECTION.
      * Sortie dedoublonnee du jour : enregistrements clients de 68
      * octets, plus une entete "HD" et un enregistrement de controle
      * "TR" ecartes par le test IS NUMERIC.
       FD  CLI-JOUR-FIC.
       01  ENREG-CLI-JOUR.
           05 IDCLI-JOUR PIC 9(5).
           05 NOMCLI-JOUR PIC X(20).
           05 PNMCLI-JOUR PIC X(15).
           05 FILLER PIC X(25).
           05 STATUT-JOUR PIC X.
           05 FILLER PIC X(2).
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
      * Cycle de vie du client : P-prospect, A-actif, S-suspendu,
      * C-clos (transitions gardees par EXO-CLI-MAINT).
           05 STATUT-MASTER PIC X.
       01  ENREG-TRANS.
           05 TRANS-CODE PIC X.
           05 TRANS-IDCLI PIC 9(5).
           05 TRANS-NOMCLI PIC X(20).
           05 TRANS-PNMCLI PIC X(15).
           05 TRANS-SEQ PIC 9(5).
           05 TRANS-DATE-EFFET PIC 9(8).
      * Cycle de vie demande (voir TRANS-STATUT dans EXO-CLI-MAINT) :
           05 TRL-MARQUE PIC X(2) VALUE "TR".
           05 TRL-CPT PIC 9(5).
           05 TRL-SOMME PIC 9(8).
           05 FILLER PIC X(40) VALUE SPACES.
      * Cles de comparaison en 9(6) : 999999 sert de borne de fin de
      * fichier, au-dela de tout IDCLI reel (comme le MOVE 99 TO NOCLI
      * en fin de fichier dans EXO-VI-B).
