      * une fusion sequentielle ; les enregistrements "HD" et "TR"
      * sont ecartes par le test IS NUMERIC comme chez les autres
      * lecteurs de la chaine.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : generations de
      * 68 octets, etat porte a 80 colonnes pour montrer les noms
      * entiers.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-COMPARE.
       FD  ANCIEN-FIC.
       01  ENREG-ANCIEN.
           05 IDCLI-ANC PIC 9(5).
           05 NOMCLI-ANC PIC X(20).
           05 PNMCLI-ANC PIC X(15).
           05 ADRESSE-ANC PIC X(15).
           05 TELEPHONE-ANC PIC X(10).
           05 STATUT-ANC PIC X.
       FD  NOUVEAU-FIC.
       01  ENREG-NOUVEAU.
           05 IDCLI-NOUV PIC 9(5).
           05 NOMCLI-NOUV PIC X(20).
           05 PNMCLI-NOUV PIC X(15).
           05 ADRESSE-NOUV PIC X(15).
           05 TELEPHONE-NOUV PIC X(10).
           05 STATUT-NOUV PIC X.
           05 AGENCE-NOUV PIC XX.
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  EOF-ANCIEN PIC 9 VALUE 0.
           05 LIGNE-TITRE-ANCIEN PIC X(8).
           05 FILLER PIC X(4) VALUE " AU ".
           05 LIGNE-TITRE-NOUVEAU PIC X(8).
           05 FILLER PIC X(37) VALUE SPACES.
       01  LIGNE-AJOUT.
           05 FILLER PIC X(15) VALUE "AJOUTE   IDCLI ".
           05 LIGNE-AJOUT-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-AJOUT-DETAIL PIC X(46).
           05 FILLER PIC X(13) VALUE SPACES.
       01  LIGNE-RETRAIT.
           05 FILLER PIC X(15) VALUE "RETIRE   IDCLI ".
           05 LIGNE-RETRAIT-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-RETRAIT-DETAIL PIC X(46).
           05 FILLER PIC X(13) VALUE SPACES.
       01  LIGNE-MODIF.
           05 FILLER PIC X(15) VALUE "MODIFIE  IDCLI ".
           05 LIGNE-MODIF-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-MODIF-CHAMP PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LIGNE-MODIF-ANCIEN PIC X(20).
           05 FILLER PIC X(4) VALUE " -> ".
           05 LIGNE-MODIF-NOUVEAU PIC X(20).
           05 FILLER PIC X(4) VALUE SPACES.
       01  LIGNE-SYNTHESE.
           05 LIGNE-SYNTHESE-LIBELLE PIC X(22).
           05 LIGNE-SYNTHESE-CPT PIC ZZZZ9.
           05 FILLER PIC X(53) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
