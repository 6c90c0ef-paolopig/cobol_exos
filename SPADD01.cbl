      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : addition et soustraction en precision arbitraire
      * par tables de chiffres, pendant de SPMUL01 et SPDIV01 et au
      * meme regime d'appel : un bloc PARAMETRES par PROCEDURE
      * DIVISION USING porte l'operation (+ addition, - soustraction
      * de Y a X), le premier operande (10 chiffres cadres a droite,
      * la taille du produit de SPMUL01), le second (9 chiffres),
      * leurs longueurs et signes, et recoit le resultat (10
      * chiffres), son signe et un code retour (1 = calcul fait, 9 =
      * parametres invalides ou capacite depassee). Le calcul se fait
      * chiffre a chiffre, de droite a gauche, avec RETENUE pour
      * l'addition et EMPRUNT pour la soustraction, comme on le pose
      * a la main. Une retenue qui sort du 10e chiffre est un
      * depassement : code 9, resultat nul.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPADD01.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CHAINE-X.
           05 ELEM-X OCCURS 10 PIC 9.
       01  CHAINE-X-NUM REDEFINES CHAINE-X PIC 9(10).
       01  CHAINE-Y.
           05 ELEM-Y OCCURS 10 PIC 9.
       01  CHAINE-Y-NUM REDEFINES CHAINE-Y PIC 9(10).
      * Pour la soustraction, le plus grand des deux en valeur absolue
      * (GRAND) et l'autre (PETIT).
       01  CHAINE-G.
           05 ELEM-G OCCURS 10 PIC 9.
       01  CHAINE-G-NUM REDEFINES CHAINE-G PIC 9(10).
       01  CHAINE-P.
           05 ELEM-P OCCURS 10 PIC 9.
       01  CHAINE-P-NUM REDEFINES CHAINE-P PIC 9(10).
       01  RESULTAT.
           05 RSLT-NUM OCCURS 10 PIC 9.
       01  RESULTAT-NUM REDEFINES RESULTAT PIC 9(10).
       77  IDX-CHIFFRE PIC 99 VALUE 0.
       77  RETENUE PIC 9 VALUE 0.
       77  EMPRUNT PIC 9 VALUE 0.
       77  ZON PIC 99.
       01  ZON2.
           05 ZONP OCCURS 2 PIC 9.
      * Signe effectif de Y : inverse pour une soustraction, X - Y
      * etant X + (-Y).
       77  WS-SIGNE-Y PIC X VALUE "+".
       77  WS-SIGNE-GRAND PIC X VALUE "+".
       LINKAGE SECTION.
       01  PARAMETRES.
           05 ADD-OPERATION PIC X.
               88 ADD-OPERATION-ADDITION VALUE "+".
               88 ADD-OPERATION-SOUSTRACTION VALUE "-".
           05 ADD-CHAINE-X PIC 9(10).
           05 ADD-LONG-X PIC 99.
           05 ADD-SIGNE-X PIC X.
               88 ADD-SIGNE-X-POSITIF VALUE "+".
               88 ADD-SIGNE-X-NEGATIF VALUE "-".
           05 ADD-CHAINE-Y PIC 9(9).
           05 ADD-LONG-Y PIC 9.
           05 ADD-SIGNE-Y PIC X.
               88 ADD-SIGNE-Y-POSITIF VALUE "+".
               88 ADD-SIGNE-Y-NEGATIF VALUE "-".
           05 ADD-RESULTAT PIC 9(10).
           05 ADD-SIGNE-RESULTAT PIC X.
           05 ADD-CODERETOUR PIC 9.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
           PERFORM INIT
           IF ADD-CODERETOUR NOT = 9
               THEN
               PERFORM TRAIT
               PERFORM FIN
           END-IF
           GOBACK.

      * Controle des parametres : operation + ou -, longueurs
      * plausibles et respectees (aucun chiffre significatif a gauche
      * de la longueur annoncee), signes + ou -.
       INIT.
           MOVE 0 TO ADD-CODERETOUR
           MOVE 0 TO RESULTAT-NUM
           MOVE 0 TO ADD-RESULTAT
           MOVE "+" TO ADD-SIGNE-RESULTAT
           MOVE 0 TO RETENUE
           MOVE 0 TO EMPRUNT
           IF NOT ADD-OPERATION-ADDITION
               AND NOT ADD-OPERATION-SOUSTRACTION
               THEN
               MOVE 9 TO ADD-CODERETOUR
           END-IF
           IF ADD-LONG-X = 0 OR ADD-LONG-X > 10
               OR ADD-LONG-Y = 0
               THEN
               MOVE 9 TO ADD-CODERETOUR
           END-IF
           IF (ADD-SIGNE-X NOT = "+" AND ADD-SIGNE-X NOT = "-")
               OR (ADD-SIGNE-Y NOT = "+" AND ADD-SIGNE-Y NOT = "-")
               THEN
               MOVE 9 TO ADD-CODERETOUR
           END-IF
           IF ADD-CODERETOUR NOT = 9
               THEN
               MOVE ADD-CHAINE-X TO CHAINE-X-NUM
               MOVE ADD-CHAINE-Y TO CHAINE-Y-NUM
               PERFORM CONTROLE-LONGUEUR
                   VARYING IDX-CHIFFRE FROM 1 BY 1
                   UNTIL IDX-CHIFFRE > 10
               MOVE ADD-SIGNE-Y TO WS-SIGNE-Y
               IF ADD-OPERATION-SOUSTRACTION
                   THEN
                   IF ADD-SIGNE-Y-POSITIF
                       THEN
                       MOVE "-" TO WS-SIGNE-Y
                   ELSE
                       MOVE "+" TO WS-SIGNE-Y
                   END-IF
               END-IF
           END-IF.
       CONTROLE-LONGUEUR.
           IF IDX-CHIFFRE <= 10 - ADD-LONG-X
               AND ELEM-X(IDX-CHIFFRE) NOT = 0
               THEN
               MOVE 9 TO ADD-CODERETOUR
           END-IF
           IF IDX-CHIFFRE <= 10 - ADD-LONG-Y
               AND ELEM-Y(IDX-CHIFFRE) NOT = 0
               THEN
               MOVE 9 TO ADD-CODERETOUR
           END-IF.

      * Memes signes effectifs : on additionne les valeurs absolues et
      * le resultat prend le signe de X. Signes differents : on retire
      * la plus petite valeur absolue de la plus grande, dont le
      * resultat prend le signe.
       TRAIT.
           IF ADD-SIGNE-X = WS-SIGNE-Y
               THEN
               PERFORM ADDITIONNE-CHIFFRE
                   VARYING IDX-CHIFFRE FROM 10 BY -1
                   UNTIL IDX-CHIFFRE < 1
               MOVE ADD-SIGNE-X TO ADD-SIGNE-RESULTAT
               IF RETENUE NOT = 0
                   THEN
                   MOVE 9 TO ADD-CODERETOUR
               END-IF
           ELSE
               IF CHAINE-X-NUM < CHAINE-Y-NUM
                   THEN
                   MOVE CHAINE-Y-NUM TO CHAINE-G-NUM
                   MOVE CHAINE-X-NUM TO CHAINE-P-NUM
                   MOVE WS-SIGNE-Y TO WS-SIGNE-GRAND
               ELSE
                   MOVE CHAINE-X-NUM TO CHAINE-G-NUM
                   MOVE CHAINE-Y-NUM TO CHAINE-P-NUM
                   MOVE ADD-SIGNE-X TO WS-SIGNE-GRAND
               END-IF
               PERFORM SOUSTRAIT-CHIFFRE
                   VARYING IDX-CHIFFRE FROM 10 BY -1
                   UNTIL IDX-CHIFFRE < 1
               MOVE WS-SIGNE-GRAND TO ADD-SIGNE-RESULTAT
           END-IF.

      * Addition posee : chiffre de X, chiffre de Y et retenue ; les
      * unites restent au resultat, la dizaine part en retenue.
       ADDITIONNE-CHIFFRE.
           COMPUTE ZON = ELEM-X(IDX-CHIFFRE) + ELEM-Y(IDX-CHIFFRE)
               + RETENUE
           MOVE ZON TO ZON2
           MOVE ZONP(2) TO RSLT-NUM(IDX-CHIFFRE)
           MOVE ZONP(1) TO RETENUE.

      * Soustraction posee : quand le chiffre du haut ne suffit pas,
      * on lui prete une dizaine et l'emprunt est rendu au rang
      * suivant. GRAND >= PETIT, donc rien ne reste a emprunter a la
      * fin.
       SOUSTRAIT-CHIFFRE.
           IF ELEM-G(IDX-CHIFFRE) < ELEM-P(IDX-CHIFFRE) + EMPRUNT
               THEN
               COMPUTE ZON = ELEM-G(IDX-CHIFFRE) + 10
                   - ELEM-P(IDX-CHIFFRE) - EMPRUNT
               MOVE 1 TO EMPRUNT
           ELSE
               COMPUTE ZON = ELEM-G(IDX-CHIFFRE)
                   - ELEM-P(IDX-CHIFFRE) - EMPRUNT
               MOVE 0 TO EMPRUNT
           END-IF
           MOVE ZON TO ZON2
           MOVE ZONP(2) TO RSLT-NUM(IDX-CHIFFRE).

      * Un resultat nul est toujours positif, comme
      * CALCUL-SIGNE-RESULTAT dans SPMUL01 ; un depassement rend un
      * resultat nul et le code 9.
       FIN.
           IF ADD-CODERETOUR = 9
               THEN
               MOVE 0 TO ADD-RESULTAT
               MOVE "+" TO ADD-SIGNE-RESULTAT
           ELSE
               MOVE RESULTAT-NUM TO ADD-RESULTAT
               IF ADD-RESULTAT = 0
                   THEN
                   MOVE "+" TO ADD-SIGNE-RESULTAT
               END-IF
               MOVE 1 TO ADD-CODERETOUR
           END-IF.

       END PROGRAM SPADD01.
