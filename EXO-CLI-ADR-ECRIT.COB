      * Une adresse corrigee leve la quarantaine NPAI de son client :
      * les retours de ClientsQuarantaine.txt portant cet IDCLI sont
      * retires a la reecriture du fichier de quarantaine.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres :
      * l'enregistrement client passe a 68 octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-ADR-ECRIT.
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
       FD  CLI-COR-FIC.
       01  ENREG-CLI-COR PIC X(68).
      *
      * Adresses normalisees keyees par IDCLI (voir ENREG-ADR-NORM
      * dans EXO-CLI-ADR-NORM).
