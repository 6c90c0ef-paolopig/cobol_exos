      * comprise ; l'annulation exige l'habilitation de
      * ClientsOperateurs.txt) ou change sa date d'effet. Le fichier
      * d'attente est reecrit en fin de session.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : la transaction
      * en attente passe a 55 octets.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-ATTENTE.
       DATA DIVISION.
       FILE SECTION.
      * Transactions en attente, au format de TRANS-WS dans
      * EXO-CLI-MAINT (55 octets, statut de cycle de vie compris).
       FD  ATTENTE-FIC.
       01  ENREG-ATTENTE.
           05 ATT-CODE PIC X.
           05 ATT-IDCLI PIC 9(5).
           05 ATT-NOMCLI PIC X(20).
           05 ATT-PNMCLI PIC X(15).
           05 ATT-SEQ PIC X(5).
           05 ATT-DATE-EFFET PIC X(8).
           05 ATT-STATUT-CLI PIC X.
      * Attente chargee en table ; une entree annulee est mise a blanc
      * et n'est pas reecrite (meme convention que TRAIT-ATTENTE).
       01  TABLE-ATTENTE.
           05 ATTENTE-ENREG OCCURS 1000 PIC X(55).
       77  NB-ATTENTE PIC 9(4) VALUE 0.
       77  IDX-ATTENTE PIC 9(4) VALUE 0.
       77  WS-ATTENTE-DEBORDE PIC 9 VALUE 0.
               DISPLAY IDX-ATTENTE " "
                   ATTENTE-ENREG(IDX-ATTENTE)(1:1) " IDCLI "
                   ATTENTE-ENREG(IDX-ATTENTE)(2:5) " effet "
                   ATTENTE-ENREG(IDX-ATTENTE)(47:8)
           END-IF
           ADD 1 TO IDX-ATTENTE.

               IF WS-DATE-SAISIE IS NUMERIC
                   THEN
                   MOVE WS-DATE-SAISIE
                       TO ATTENTE-ENREG(WS-CHOIX)(47:8)
                   ADD 1 TO CPT-REDATEES
                   DISPLAY "Attente " WS-CHOIX " redatee au "
                       WS-DATE-SAISIE "."
