      * collision avec un IDCLI deja present dans ClientsIN.txt, le
      * premier numero libre au-dela du plus grand connu est attribue.
      * ADRESSE, TELEPHONE et STATUT recoivent les valeurs par defaut
      * convenues, et les enregistrements de 68 octets sont ajoutes en
      * fin de fichier, prets pour le dedoublonnage quotidien.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : les noms de
      * NomsPrenoms.txt (5 caracteres) y sont cadres a gauche.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-PONT.
       FD  CLI-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
