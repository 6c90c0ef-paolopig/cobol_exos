      * MAX-LIGNES-PAGE lignes, et sous-totaux par agence avant la
      * ligne TOTAL CLIENTS (un code agence a blanc est ramene a
      * l'agence "01", comme dans EXO-VI-C-V4).
      * Noms edites sur 20 caracteres et prenoms sur 15 ; la ligne du
      * rapport passe a 60 colonnes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-VI-C-RAPPORT.
       FD  CLI-OUT-FIC2.
       01  ENREG-CLI-OUT2.
           05 IDCLI-OUT2 PIC 9(5).
           05 NOMCLI-OUT2 PIC X(20).
           05 PNMCLI-OUT2 PIC X(15).
           05 FILLER PIC X(26).
           05 AGENCE-OUT2 PIC XX.
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  EOF PIC 9 VALUE 0.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 LIGNE-ENTETE-2-PAGE PIC Z9.
           05 FILLER PIC X(32) VALUE SPACES.
       01  LIGNE-ENTETE-3 PIC X(60)
           VALUE "   ID NOM                  PRENOM".
       01  LIGNE-DETAIL.
           05 LIGNE-DETAIL-ID PIC ZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-DETAIL-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-DETAIL-PNM PIC X(15).
           05 FILLER PIC X(18) VALUE SPACES.
       01  LIGNE-TOTAL.
           05 FILLER PIC X(17) VALUE "TOTAL CLIENTS : ".
           05 LIGNE-TOTAL-CPT PIC ZZZ9.
