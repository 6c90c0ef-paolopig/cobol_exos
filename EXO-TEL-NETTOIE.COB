      * recopie sur l'original prealablement sauvegarde en .bak, comme
      * dans EXO-CLI-PURGE ; les enregistrements de service "HD" et
      * "TR" traversent inchanges.
      * Enregistrement client de 68 octets (noms a 20 caracteres,
      * prenoms a 15).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-TEL-NETTOIE.
       FD  CLI-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
           05 AGENCE PIC XX.
      *
       FD  CLI-NET-FIC.
       01  ENREG-CLI-NET PIC X(68).
      *
      * Une exception par numero non normalisable : IDCLI, valeur
      * brute trouvee, motif rendu par SPTEL01.
