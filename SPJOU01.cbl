      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : calcul de dates en jours, en sous-programme
      * appelable comme SPIDC01. Les fenetres glissantes ("les M
      * derniers jours", une anciennete en jours) exigent de compter
      * en jours a travers les fins de mois et les annees bissextiles,
      * ce qu'aucun programme ne savait faire. Deux fonctions :
      *   N : date AAAAMMJJ (JOU-DATE) -> numero de jour (JOU-NUMERO),
      *       compte continu ou la difference de deux numeros donne
      *       l'ecart en jours ;
      *   D : numero de jour (JOU-NUMERO) -> date AAAAMMJJ (JOU-DATE).
      * Le numero est compte depuis le 1er mars de l'an 0 du
      * calendrier gregorien proleptique : l'annee commencant en mars,
      * le 29 fevrier tombe en fin d'annee et le calcul reste
      * lineaire. Toutes les divisions sont entieres (DIVIDE ...
      * GIVING sur des zones sans decimales).
      * Codes retour : 0 = calcul fait, 9 = date ou fonction invalide.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPJOU01.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DATE-DECOUPE.
           05 WS-AAAA PIC 9(4).
           05 WS-MM PIC 9(2).
           05 WS-JJ PIC 9(2).
       77  WS-ANNEE PIC S9(5) VALUE 0.
       77  WS-MOIS-MARS PIC S9(3) VALUE 0.
       77  WS-QUART PIC S9(5) VALUE 0.
       77  WS-SIECLE PIC S9(5) VALUE 0.
       77  WS-QUATRE-SIECLES PIC S9(5) VALUE 0.
       77  WS-JOURS-MOIS PIC S9(5) VALUE 0.
       77  WS-JOUR-ANNEE PIC S9(5) VALUE 0.
       77  WS-NUMERO PIC S9(9) VALUE 0.
       77  WS-TRAVAIL PIC S9(11) VALUE 0.
       77  WS-RESTE PIC S9(5) VALUE 0.
       77  WS-JJ-MAX PIC 99 VALUE 0.
       01  TABLE-JOURS-MOIS-VALEURS.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01  TABLE-JOURS-MOIS REDEFINES TABLE-JOURS-MOIS-VALEURS.
           05 JOURS-DU-MOIS PIC 99 OCCURS 12.
       LINKAGE SECTION.
       01  PARAMETRES.
           05 JOU-FONCTION PIC X.
           05 JOU-DATE PIC 9(8).
           05 JOU-NUMERO PIC 9(7).
           05 JOU-CODERETOUR PIC 9.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
           MOVE 0 TO JOU-CODERETOUR
           EVALUATE JOU-FONCTION
               WHEN "N"
                   PERFORM DATE-VERS-NUMERO
               WHEN "D"
                   PERFORM NUMERO-VERS-DATE
               WHEN OTHER
                   MOVE 9 TO JOU-CODERETOUR
           END-EVALUATE
           GOBACK.

      * Controle de la date puis numero de jour : 365 par annee, plus
      * les bissextiles (annee/4 - annee/100 + annee/400), plus les
      * jours des mois ecoules depuis mars ((153 * mois + 2) / 5).
       DATE-VERS-NUMERO.
           MOVE 0 TO JOU-NUMERO
           MOVE JOU-DATE TO WS-DATE-DECOUPE
           IF JOU-DATE IS NOT NUMERIC
               OR WS-MM < 1 OR WS-MM > 12 OR WS-JJ < 1
               THEN
               MOVE 9 TO JOU-CODERETOUR
           ELSE
               MOVE JOURS-DU-MOIS(WS-MM) TO WS-JJ-MAX
               IF WS-MM = 2
                   THEN
                   PERFORM CONTROLE-BISSEXTILE
               END-IF
               IF WS-JJ > WS-JJ-MAX
                   THEN
                   MOVE 9 TO JOU-CODERETOUR
               ELSE
                   MOVE WS-AAAA TO WS-ANNEE
                   IF WS-MM <= 2
                       THEN
                       SUBTRACT 1 FROM WS-ANNEE
                       COMPUTE WS-MOIS-MARS = WS-MM + 9
                   ELSE
                       COMPUTE WS-MOIS-MARS = WS-MM - 3
                   END-IF
                   PERFORM JOURS-AVANT-ANNEE
                   COMPUTE WS-TRAVAIL = 153 * WS-MOIS-MARS + 2
                   DIVIDE WS-TRAVAIL BY 5 GIVING WS-JOURS-MOIS
                   COMPUTE WS-NUMERO = WS-NUMERO + WS-JOURS-MOIS
                       + WS-JJ - 1
                   MOVE WS-NUMERO TO JOU-NUMERO
               END-IF
           END-IF.

      * Fevrier compte 29 jours les annees divisibles par 4, sauf les
      * siecles non divisibles par 400.
       CONTROLE-BISSEXTILE.
           DIVIDE WS-AAAA BY 4 GIVING WS-QUART REMAINDER WS-RESTE
           IF WS-RESTE = 0
               THEN
               MOVE 29 TO WS-JJ-MAX
               DIVIDE WS-AAAA BY 100 GIVING WS-SIECLE
                   REMAINDER WS-RESTE
               IF WS-RESTE = 0
                   THEN
                   DIVIDE WS-AAAA BY 400 GIVING WS-QUATRE-SIECLES
                       REMAINDER WS-RESTE
                   IF WS-RESTE NOT = 0
                       THEN
                       MOVE 28 TO WS-JJ-MAX
                   END-IF
               END-IF
           END-IF.

      * Jours ecoules avant le 1er mars de WS-ANNEE, dans WS-NUMERO.
       JOURS-AVANT-ANNEE.
           DIVIDE WS-ANNEE BY 4 GIVING WS-QUART
           DIVIDE WS-ANNEE BY 100 GIVING WS-SIECLE
           DIVIDE WS-ANNEE BY 400 GIVING WS-QUATRE-SIECLES
           COMPUTE WS-NUMERO = 365 * WS-ANNEE + WS-QUART - WS-SIECLE
               + WS-QUATRE-SIECLES.

      * Inverse : l'annee est estimee (10000 * numero + 14780) /
      * 3652425 puis corrigee d'un cran si le numero tombe avant son
      * 1er mars ; le mois depuis mars vient de (100 * jour + 52) /
      * 3060.
       NUMERO-VERS-DATE.
           COMPUTE WS-TRAVAIL = 10000 * JOU-NUMERO + 14780
           DIVIDE WS-TRAVAIL BY 3652425 GIVING WS-ANNEE
           PERFORM JOURS-AVANT-ANNEE
           COMPUTE WS-JOUR-ANNEE = JOU-NUMERO - WS-NUMERO
           IF WS-JOUR-ANNEE < 0
               THEN
               SUBTRACT 1 FROM WS-ANNEE
               PERFORM JOURS-AVANT-ANNEE
               COMPUTE WS-JOUR-ANNEE = JOU-NUMERO - WS-NUMERO
           END-IF
           COMPUTE WS-TRAVAIL = 100 * WS-JOUR-ANNEE + 52
           DIVIDE WS-TRAVAIL BY 3060 GIVING WS-MOIS-MARS
           COMPUTE WS-TRAVAIL = 306 * WS-MOIS-MARS + 5
           DIVIDE WS-TRAVAIL BY 10 GIVING WS-JOURS-MOIS
           COMPUTE WS-JJ = WS-JOUR-ANNEE - WS-JOURS-MOIS + 1
           IF WS-MOIS-MARS < 10
               THEN
               COMPUTE WS-MM = WS-MOIS-MARS + 3
           ELSE
               COMPUTE WS-MM = WS-MOIS-MARS - 9
               ADD 1 TO WS-ANNEE
           END-IF
           MOVE WS-ANNEE TO WS-AAAA
           MOVE WS-DATE-DECOUPE TO JOU-DATE.

       END PROGRAM SPJOU01.
