      * des droits ClientsDroits.txt est en service (voir
      * EXO-CLI-MAINT), la restauration exige le droit RESTAURE - un
      * refus est trace NONAUTOR dans le journal d'audit.
      * Enregistrements de la chaine client relus sur 68 octets (noms a
      * 20 caracteres, prenoms a 15).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-RESTAURE.
           05 CAT-PATH PIC X(60).
      *
      * Fichier restaure, relu pour la preuve : enregistrements de la
      * chaine client (68 octets), IDCLI numerique en detail, "TR" en
      * controle.
       FD  RESTAURE-FIC.
       01  ENREG-RESTAURE.
           05 IDCLI-REST PIC 9(5).
           05 FILLER PIC X(63).
       01  ENREG-RESTAURE-TRAILER REDEFINES ENREG-RESTAURE.
           05 TR-MARQUE PIC X(2).
           05 TR-CPT PIC 9(5).
           05 TR-SOMME PIC 9(8).
           05 FILLER PIC X(53).
      *
      * Enregistrement cale sur 80 octets : tous les programmes qui
      * alimentent RunLog.txt partagent cette longueur, pour que le
