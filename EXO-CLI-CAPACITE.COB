      * l'espace 1-99999. Au-dela du seuil configurable
      * (CAPACITE_SEUIL_PCT, defaut 80), une alerte datee part dans
      * Alerts.txt pour que le mur se voie des mois a l'avance.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres :
      * l'enregistrement maitre passe a 41 octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-CAPACITE.
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
      * Cycle de vie du client : P-prospect, A-actif, S-suspendu,
      * C-clos (transitions gardees par EXO-CLI-MAINT).
           05 STATUT-MASTER PIC X.
