      *   par la zone de tri seulement : le NOMCLI d'origine est ecrit
      *   inchange, mais les clients accentues ne retombent plus apres
      *   le Z dans les listes.
      * - un jour rattrape par EXO-JOB-STREAM est traite sous sa date
      *   (JOB_DATE_TRAITEMENT) : l'entete et le controle de lot
      *   portent le jour rattrape et non la date du passage.
      * - les noms passent a 20 caracteres et les prenoms a 15
      *   (enregistrement de 68 octets), la cle de classement repliee
      *   suit la largeur du nom.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-FICHIER-SORT.
       FD  CLI-FIC.
       01  ENREG-CLI-FIC.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
       SD  CLI-TMP.
       01  ENREG-CLI-TMP.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 FILLER PIC X(26).
           05 AGENCE PIC XX.
      * Cle de classement repliee, presente dans la zone de tri
      * seulement : les 68 premiers octets restent l'enregistrement
      * ecrit, la cle n'atteint jamais le fichier.
           05 CLE-NOMCLI PIC X(20).

       FD  CLI-SORT.
       01  ENREG-CLI-SORT  PIC X(68).

       FD  CLI-SORT-ID.
       01  ENREG-CLI-SORT-ID  PIC X(68).

      * Fichier central des alertes de la chaine : une ligne datee par
      * condition ATTENTION/ERREUR, relue par EXO-JOB-STREAM en fin de
      * zero hors chaine pilotee.
           05 HD-LOT PIC 9(2).
       77  WS-DATE-ENTETE PIC 9(8).
      * Date de traitement transmise par EXO-JOB-STREAM quand il
      * rattrape un jour saute (a blanc sinon).
       77  WS-DATE-TRAITEMENT-ENV PIC X(8) VALUE SPACES.
       77  LOT-STATUT PIC XX.
       77  WS-LOT-DATE PIC 9(8) VALUE 0.
       77  WS-LOT-SEQ PIC 9(2) VALUE 0.
      * EXO-VI-C-V4.
       PREPARE-ENTETE.
           ACCEPT WS-DATE-ENTETE FROM DATE YYYYMMDD
           ACCEPT WS-DATE-TRAITEMENT-ENV FROM ENVIRONMENT
               "JOB_DATE_TRAITEMENT"
           IF WS-DATE-TRAITEMENT-ENV IS NUMERIC
               THEN
               MOVE WS-DATE-TRAITEMENT-ENV TO WS-DATE-ENTETE
               DISPLAY "Date de traitement (rattrapage) : "
                   WS-DATE-ENTETE
           END-IF
           PERFORM LIT-LOT-COURANT
           IF WS-LOT-PRESENT = 1 AND WS-LOT-DATE = WS-DATE-ENTETE
               THEN
                           THEN
                           MOVE "01" TO AGENCE OF ENREG-CLI-FIC
                       END-IF
                       MOVE ENREG-CLI-FIC TO ENREG-CLI-TMP(1:68)
                       MOVE NOMCLI OF ENREG-CLI-FIC TO CLE-NOMCLI
                       PERFORM NORMALISE-CLE-NOMCLI
                       RELEASE ENREG-CLI-TMP
