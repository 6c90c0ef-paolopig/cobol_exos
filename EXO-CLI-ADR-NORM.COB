      * sur une vraie liste au lieu d'expedier vers "75001 MARSEILLE".
      * L'adresse normalisee est tout de meme ecrite : l'exception
      * signale, elle ne bloque pas.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres :
      * l'enregistrement client lu passe a 68 octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-ADR-NORM.
       FD  CLI-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
