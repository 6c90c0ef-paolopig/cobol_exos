      * en trop, compte a part et sans faire d'ecart.
      * Codes retour : 0 = boucle refermee, 8 = ecarts residuels,
      * 12 = entree inaccessible.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres (sortie du jour
      * 68 octets, maitre 41, file d'approbation 78).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-CONTROLE.
       FD  CLI-JOUR-FIC.
       01  ENREG-CLI-JOUR.
           05 IDCLI-JOUR PIC 9(5).
           05 NOMCLI-JOUR PIC X(20).
           05 PNMCLI-JOUR PIC X(15).
           05 FILLER PIC X(28).
      *
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
           05 STATUT-MASTER PIC X.
      *
       FD  RAPPORT-FIC.
       01  ENREG-SUPPR-ATT.
           05 FILLER PIC X.
           05 SAT-IDCLI PIC X(5).
           05 FILLER PIC X(72).
      *
       WORKING-STORAGE SECTION.
       77  JOUR-STATUT PIC XX.
