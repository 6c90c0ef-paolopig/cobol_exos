      * et cr�er un fichier sortie sans doublon
      * - V2 : doublon sur idcli, on garde le dernier nom
      *  et on enleve les autres
      * - noms portes a 20 caracteres et prenoms a 15 : l'enregistrement
      *   client passe a 68 octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-VI-C-V2.
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
       FD  CLI-OUT-FIC.
       01  ENREG-CLI-OUT PIC X(68).
      *
      * Enregistrement cale sur 80 octets : tous les programmes qui
      * alimentent RunLog.txt partagent cette longueur, pour que le
           05 FILLER PIC X(42) VALUE SPACES.
      *
       WORKING-STORAGE SECTION.
       01  PREV-ENREG-CLIENT PIC X(68).
       77  EOF PIC 9 VALUE 0.
       77  PREV-IDCLI PIC 9(5) VALUE 0.
       77  CPT-ENREG PIC 9(5) VALUE 0.
