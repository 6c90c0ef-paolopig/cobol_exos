      * est edite avec ADRESSE et TELEPHONE cote a cote, pour qu'un
      * humain decide quel IDCLI conserver et leve la transaction D
      * correspondante pour EXO-CLI-MAINT.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : les homonymes
      * se comparent sur les noms entiers (DUPONT et DUPONCEL ne se
      * confondent plus), rapport en 80 colonnes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-HOMONYMES.
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
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  EOF-TMP PIC 9 VALUE 0.
       77  CPT-SUSPECTS PIC 9(5) VALUE 0.
       77  NB-MEMBRES PIC 99 VALUE 0.
       77  IDX-MEMBRE PIC 99 VALUE 0.
       77  WS-NOM-GROUPE PIC X(20) VALUE SPACES.
       77  WS-PNM-GROUPE PIC X(15) VALUE SPACES.
       77  PREMIER-GROUPE PIC 9 VALUE 1.
      * Enregistrements du groupe nom/prenom en cours, avec adresse et
      * telephone pour l'arbitrage humain.
           VALUE "C:\Users\Cobol\ClientsHomonymesRapport.txt".
       01  LIGNE-GROUPE.
           05 FILLER PIC X(11) VALUE "PERSONNE : ".
           05 LIGNE-GROUPE-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-GROUPE-PNM PIC X(15).
           05 FILLER PIC X(17) VALUE " SOUS PLUSIEURS I".
           05 FILLER PIC X(16) VALUE "DCLI :".
       01  LIGNE-MEMBRE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LIGNE-MEMBRE-DETAIL PIC X(33).
           05 FILLER PIC X(43) VALUE SPACES.
       01  LIGNE-TOTAL.
           05 FILLER PIC X(29)
               VALUE "GROUPES SUSPECTS DETECTES : ".
           05 LIGNE-TOTAL-CPT PIC ZZZZ9.
           05 FILLER PIC X(46) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
