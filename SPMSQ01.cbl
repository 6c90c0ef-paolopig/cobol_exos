      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : masquage des coordonnees d'un client (adresse et
      * telephone) pour les operateurs qui n'ont pas le droit CONTACT
      * de la matrice ClientsDroits.txt, en sous-programme appelable
      * comme SPTEL01 : un bloc PARAMETRES par PROCEDURE DIVISION USING
      * porte l'adresse et le telephone, rendus masques sur place.
      * Regles : l'adresse est entierement masquee (chaque caractere
      * non blanc devient "*", les blancs restent pour garder la forme
      * de la ligne) ; le telephone ne garde que ses deux derniers
      * chiffres, ce qui suffit au guichet pour faire confirmer un
      * numero par le client. Une zone a blanc reste a blanc.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPMSQ01.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  IDX-CAR PIC 99 VALUE 0.
       77  NB-GARDES PIC 9 VALUE 0.
       LINKAGE SECTION.
       01  PARAMETRES.
           05 MSQ-ADRESSE PIC X(15).
           05 MSQ-TELEPHONE PIC X(10).

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
           PERFORM MASQUE-ADRESSE
               VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 15
           MOVE 0 TO NB-GARDES
           PERFORM MASQUE-TELEPHONE
               VARYING IDX-CAR FROM 10 BY -1 UNTIL IDX-CAR < 1
           GOBACK.

       MASQUE-ADRESSE.
           IF MSQ-ADRESSE(IDX-CAR:1) NOT = SPACE
               THEN
               MOVE "*" TO MSQ-ADRESSE(IDX-CAR:1)
           END-IF.

      * De droite a gauche : les deux premiers caracteres non blancs
      * rencontres sont gardes, les suivants masques.
       MASQUE-TELEPHONE.
           IF MSQ-TELEPHONE(IDX-CAR:1) NOT = SPACE
               THEN
               IF NB-GARDES < 2
                   THEN
                   ADD 1 TO NB-GARDES
               ELSE
                   MOVE "*" TO MSQ-TELEPHONE(IDX-CAR:1)
               END-IF
           END-IF.

       END PROGRAM SPMSQ01.
