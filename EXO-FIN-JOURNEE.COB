      * doivent tomber juste (trailer de chaque fichier contre son
      * recomptage, maitre contre la sortie dedoublonnee) rendent le
      * code retour 8 des qu'un seul ne balance pas.
      * Fichiers traile et maitre relus au format elargi (noms a 20
      * caracteres, prenoms a 15).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-FIN-JOURNEE.
       FD  VERIF-FIC.
       01  ENREG-VERIF.
           05 IDCLI-VERIF PIC 9(5).
           05 FILLER PIC X(63).
       01  ENREG-VERIF-TRAILER REDEFINES ENREG-VERIF.
           05 TR-MARQUE PIC X(2).
           05 TR-CPT PIC 9(5).
           05 TR-SOMME PIC 9(8).
           05 FILLER PIC X(53).
      *
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
      * Cycle de vie du client : P-prospect, A-actif, S-suspendu,
      * C-clos (transitions gardees par EXO-CLI-MAINT).
           05 STATUT-MASTER PIC X.
