      * liste les attentes non encore approuvees (IDCLI, operateur de
      * saisie, date, anciennete) et appose le code de l'approbateur
      * sur celle qu'il choisit.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : l'image de la
      * transaction en attente d'approbation passe a 55 octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-APPROUVE.
           05 SAT-TRANS.
               10 SAT-TRANS-CODE PIC X.
               10 SAT-TRANS-IDCLI PIC 9(5).
               10 FILLER PIC X(49).
           05 FILLER PIC X VALUE SPACE.
           05 SAT-OPER-SAISIE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      * etant reecrit en fin avec les approbations apposees.
       01  TABLE-SUPPR-ATT.
           05 SUPPR-ATT-ENTREE OCCURS 500.
               10 TAB-SAT-TRANS PIC X(55).
               10 TAB-SAT-OPER-SAISIE PIC X(4).
               10 TAB-SAT-DATE PIC 9(8).
               10 TAB-SAT-AGE PIC 9(3).
