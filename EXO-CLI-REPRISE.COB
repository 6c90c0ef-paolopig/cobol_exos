      * date/heure limite choisie, comme dans toute exploitation de
      * fichier maitre digne de ce nom. Sans limite saisie, le journal
      * est rejoue en entier.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : maitre et
      * images du journal de 41 octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-REPRISE.
       FD  CLI-MASTER-FIC.
       01  ENREG-CLI-MASTER.
           05 IDCLI-MASTER PIC 9(5).
           05 NOMCLI-MASTER PIC X(20).
           05 PNMCLI-MASTER PIC X(15).
      * Cycle de vie du client : P-prospect, A-actif, S-suspendu,
      * C-clos (transitions gardees par EXO-CLI-MAINT).
           05 STATUT-MASTER PIC X.
           05 FILLER PIC X.
           05 JRN-AVANT.
               10 JRN-AVANT-IDCLI PIC X(5).
               10 FILLER PIC X(36).
           05 FILLER PIC X.
           05 JRN-APRES.
               10 JRN-APRES-IDCLI PIC X(5).
               10 FILLER PIC X(36).
      *
      * Empreinte d'integrite du maitre (voir ECRIT-EMPREINTE-MAITRE
      * dans EXO-CLI-MAINT) : reecrite apres le rejeu, sinon toute la
