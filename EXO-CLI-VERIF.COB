      * le bureau d'impression, au lieu de faire confiance au fichier.
      * Codes retour : 0 = trailer conforme, 8 = ecart detecte,
      * 12 = pas d'enregistrement de controle trouve.
      * Enregistrements de la chaine client relus sur 68 octets (noms a
      * 20 caracteres, prenoms a 15).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-VERIF.
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
       WORKING-STORAGE SECTION.
       77  EOF PIC 9 VALUE 0.
