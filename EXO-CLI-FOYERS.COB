      * au registre reprend son numero, un groupe nouveau recoit
      * max+1. EXO-CLI-ETIQUETTES sait alors n'editer qu'un pli par
      * foyer (mode ETIQ_MODE_FOYER).
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : les lignes
      * membres du rapport portent les noms entiers.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-FOYERS.
       FD  CLI-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
       SD  CLI-TMP.
       01  ENREG-CLI-TMP.
           05 IDCLI-TMP PIC 9(5).
           05 NOMCLI-TMP PIC X(20).
           05 PNMCLI-TMP PIC X(15).
           05 ADRESSE-TMP PIC X(15).
           05 TELEPHONE-TMP PIC X(10).
           05 FILLER PIC X(3).
           05 MEMBRE-LIGNE OCCURS 50.
               10 MEMBRE-IDCLI PIC 9(5).
               10 FILLER PIC X VALUE SPACE.
               10 MEMBRE-NOM PIC X(20).
               10 FILLER PIC X VALUE SPACE.
               10 MEMBRE-PNM PIC X(15).
      * Registre precedent charge en table pour la stabilite des
      * numeros : un groupe dont un membre y figure reprend le numero.
       01  TABLE-REGISTRE-PREC.
           05 FILLER PIC X(9) VALUE " MEMBRES".
       01  LIGNE-MEMBRE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 LIGNE-MEMBRE-DETAIL PIC X(42).
           05 FILLER PIC X(10) VALUE SPACES.
       01  LIGNE-TOTAL.
           05 FILLER PIC X(32)
               VALUE "COURRIERS ECONOMISES PAR FOYER: ".
