      * est validee contre les PICTURE d'ENREG-CLIENT : IDCLI numerique
      * de 5 chiffres au plus, STATUT limite a A/I (A par defaut),
      * longueurs de champs respectees. Les lignes conformes sortent en
      * enregistrements fixes de 68 octets prets pour ClientsIN.txt ;
      * les fautives partent dans un fichier d'erreurs avec leur
      * numero de ligne et un motif.
      * Noms acceptes jusqu'a 20 caracteres et prenoms jusqu'a 15, comme
      * dans l'enregistrement client.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CSV-IMPORT.
       FD  CLI-OUT-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
      * Champs decoupes de la ligne CSV, surdimensionnes pour pouvoir
      * controler les longueurs avant troncature.
       77  WS-CHAMP-IDCLI PIC X(10) VALUE SPACES.
       77  WS-CHAMP-NOM PIC X(25) VALUE SPACES.
       77  WS-CHAMP-PNM PIC X(20) VALUE SPACES.
       77  WS-CHAMP-ADR PIC X(20) VALUE SPACES.
       77  WS-CHAMP-TEL PIC X(15) VALUE SPACES.
       77  WS-CHAMP-STATUT PIC X(5) VALUE SPACES.
      * Zone de travail du rognage : le dernier champ de la ligne
      * absorbe le remplissage a blanc de l'enregistrement de 80, ses
      * blancs de queue ne doivent pas compter dans sa longueur.
       77  WS-TRIM-ZONE PIC X(25) VALUE SPACES.
       77  WS-TRIM-LONG PIC 99 VALUE 0.
      * Bloc d'appel de SPTEL01 (voir PARAMETRES dans SPTEL01.cbl) :
      * le telephone saisi librement dans le tableur est normalise a
      * dernier caractere utile (un champ plus long que la zone de
      * travail est d'abord ramene a sa taille).
       ROGNE-BLANCS.
           IF WS-TRIM-LONG > 25
               THEN
               MOVE 25 TO WS-TRIM-LONG
           END-IF
           PERFORM ROGNE-BLANCS-PAS
               UNTIL WS-TRIM-LONG = 0
               END-IF
           END-IF
           IF WS-MOTIF = SPACES AND
               (WS-LONG-NOM = 0 OR WS-LONG-NOM > 20)
               THEN
               MOVE "NOMLG" TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES AND WS-LONG-PNM > 15
               THEN
               MOVE "PNMLG" TO WS-MOTIF
           END-IF
               END-IF
           END-IF.

      * Ecriture de l'enregistrement fixe de 68 octets : l'IDCLI plus
      * court que 5 chiffres est cadre a droite et complete de zeros,
      * le STATUT absent vaut A-actif et l'agence vaut "01" (le CSV
      * des tableurs ne porte pas de colonne agence).
       ECRIT-CLIENT.
           MOVE WS-CHAMP-IDCLI(1:WS-LONG-IDCLI) TO IDCLI
           MOVE WS-CHAMP-NOM(1:20) TO NOMCLI
           MOVE WS-CHAMP-PNM(1:15) TO PNMCLI
           MOVE WS-CHAMP-ADR(1:15) TO ADRESSE
           MOVE WS-CHAMP-TEL(1:10) TO TELEPHONE
           IF WS-LONG-STATUT = 0
