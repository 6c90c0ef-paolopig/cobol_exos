      * Author: PAOLO PIGNOTTI
      * Date: 22/08/2026
      * Objectif : generer un jeu d'essai synthetique au format exact
      * ENREG-CLIENT de 68 octets, pour repeter EXO-VI-C-V4,
      * EXO-FICHIER-SORT et EXO-CLI-MAINT a volume realiste avant une
      * mise en production - le plafond de 20 passages du bubblesort
      * ne s'est montre qu'en production, faute de volume d'essai.
      * NOMCLI, pourcentage d'inactifs, enregistrement de controle
      * "TR" optionnel. Le tirage pseudo-aleatoire est un generateur
      * congruentiel reproductible : meme graine, meme jeu d'essai.
      * Noms generes sur 14 caracteres et prenoms sur 11, pour eprouver
      * les zones elargies a 20 et 15.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-GEN-JEU-ESSAI.
       FD  GEN-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
           PERFORM TIRAGE
           IF WS-TIRAGE < WS-PCT-NOMS
               THEN
               MOVE "NOMPARTAGE" TO NOMCLI
               ADD 1 TO CPT-NOMS-PARTAGES
           ELSE
               ADD 1 TO WS-NOM-SEQ
               MOVE SPACES TO NOMCLI
               STRING "NOMCLIENT-" DELIMITED BY SIZE
                   WS-NOM-SEQ DELIMITED BY SIZE
                   INTO NOMCLI
               END-STRING
           END-IF
           MOVE SPACES TO PNMCLI
           STRING "PRENOM-" DELIMITED BY SIZE
               WS-NOM-SEQ DELIMITED BY SIZE
               INTO PNMCLI
           END-STRING
