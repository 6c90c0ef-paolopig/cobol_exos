      * un operande qui n'est pas un facteur exact du produit (reste
      * non nul) arrete proprement la contre-passation, produit
      * conserve, code retour 4.
      * Mode verification (GLOT_VERIF=O) : chaque multiplication est
      * prouvee en redivisant le nouveau produit par l'operande via
      * SPDIV01, chaque contre-passation en remultipliant le quotient
      * par l'operande via SPMUL01 ; la valeur de controle doit rendre
      * le produit precedent (reste nul). Une etape en ecart arrete le
      * passage, valeur obtenue et valeur de controle tracees, produit
      * precedent conserve, code retour 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-VI-G-LOT.
           05 FILLER PIC X VALUE SPACE.
           05 TRACE-PROD-SIGNE PIC X.
           05 TRACE-PROD-VALEUR PIC 9(10).
      * Mode verification : valeur rendue par l'operation inverse et
      * verdict (O = prouvee, E = ecart) ; a blanc hors verification.
           05 FILLER PIC X VALUE SPACE.
           05 TRACE-CTRL-SIGNE PIC X.
           05 TRACE-CTRL-VALEUR PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 TRACE-VERIF PIC X.
      *
       WORKING-STORAGE SECTION.
       77  EOF-OPER PIC 9 VALUE 0.
       77  WS-MODE-GLOT PIC X VALUE "M".
           88 MODE-MULTIPLIE VALUE "M".
           88 MODE-CONTREPASSE VALUE "B".
      * Verification par l'operation inverse (GLOT_VERIF=O) : valeur
      * de controle, ecart constate, et moities du quotient quand
      * SPMUL01 ne peut pas le prendre d'un seul tenant.
       77  WS-VERIF PIC X VALUE "N".
           88 VERIF-ACTIVE VALUE "O".
       77  WS-ARRET-VERIF PIC 9 VALUE 0.
       77  WS-ECART-VERIF PIC 9 VALUE 0.
       77  WS-CTRL-VALEUR PIC 9(10) VALUE 0.
       77  WS-CTRL-SIGNE PIC X VALUE "+".
       77  WS-NOUVEAU-PRODUIT PIC 9(10) VALUE 0.
       77  WS-NOUVEAU-SIGNE PIC X VALUE "+".
       77  WS-LONG-QUOTIENT PIC 99 VALUE 0.
       77  WS-QUOTIENT-HAUT PIC 9(9) VALUE 0.
       77  WS-QUOTIENT-UNITE PIC 9 VALUE 0.
       77  WS-CTRL-HAUT PIC 9(10) VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
               UNTIL EOF-OPER = 1 OR WS-ARRET-CAPACITE = 1
                   OR WS-ARRET-VERIF = 1
           PERFORM FIN
           STOP RUN.

               DISPLAY "Mode contre-passation : les operandes sont "
                   "divises hors du produit."
           END-IF
           ACCEPT WS-VERIF FROM ENVIRONMENT "GLOT_VERIF"
           IF NOT VERIF-ACTIVE
               THEN
               MOVE "N" TO WS-VERIF
           END-IF
           IF VERIF-ACTIVE
               THEN
               DISPLAY "Mode verification : chaque etape est prouvee "
                   "par l'operation inverse."
           END-IF
           PERFORM AMORCE-PRODUIT
           OPEN INPUT OPERANDES-FIC
           IF OPERANDES-STATUT NOT = "00"
                       "(reste " DIV-RESTE ") - produit conserve"
                   MOVE 1 TO WS-ARRET-CAPACITE
               WHEN OTHER
                   MOVE DIV-QUOTIENT TO WS-NOUVEAU-PRODUIT
                   MOVE DIV-SIGNE-QUOTIENT TO WS-NOUVEAU-SIGNE
                   IF VERIF-ACTIVE
                       THEN
                       PERFORM VERIFIE-DIVISION
                   END-IF
                   PERFORM APPLIQUE-ETAPE
           END-EVALUATE.

      * Nombre de chiffres significatifs du produit courant, pour le
           MOVE WS-PRODUIT TO WS-RESTE-CALC
           PERFORM CALCUL-LONG-PRODUIT-PAS
               UNTIL WS-RESTE-CALC < 10.
      * Meme calcul sur une valeur deja posee dans WS-RESTE-CALC.
       CALCUL-LONG-VALEUR.
           MOVE 1 TO WS-LONG-CALC
           PERFORM CALCUL-LONG-PRODUIT-PAS
               UNTIL WS-RESTE-CALC < 10.
       CALCUL-LONG-PRODUIT-PAS.
           DIVIDE WS-RESTE-CALC BY 10 GIVING WS-RESTE-CALC
           ADD 1 TO WS-LONG-CALC.
                   "depassee apres l'etape " CPT-ETAPES " - dernier "
                   "produit valide conserve"
               MOVE 1 TO WS-ARRET-CAPACITE
           ELSE
               MOVE MUL-RESULTAT TO WS-NOUVEAU-PRODUIT
               MOVE MUL-SIGNE-RESULTAT TO WS-NOUVEAU-SIGNE
               IF VERIF-ACTIVE
                   THEN
                   PERFORM VERIFIE-MULTIPLICATION
               END-IF
               PERFORM APPLIQUE-ETAPE
           END-IF.

      * Une etape prouvee (ou non verifiee) devient le produit courant ;
      * une etape en ecart est tracee avec sa valeur de controle et
      * arrete le passage, le produit precedent restant acquis.
       APPLIQUE-ETAPE.
           IF WS-ECART-VERIF = 1
               THEN
               DISPLAY "ARRET: verification en ecart apres l'etape "
                   CPT-ETAPES " - obtenu " WS-NOUVEAU-SIGNE
                   WS-NOUVEAU-PRODUIT ", controle " WS-CTRL-SIGNE
                   WS-CTRL-VALEUR " - produit precedent conserve"
               PERFORM ECRIT-TRACE
               MOVE 1 TO WS-ARRET-VERIF
           ELSE
               ADD 1 TO CPT-ETAPES
               MOVE WS-NOUVEAU-PRODUIT TO WS-PRODUIT
               MOVE WS-NOUVEAU-SIGNE TO WS-SIGNE-PRODUIT
               PERFORM ECRIT-TRACE
               READ OPERANDES-FIC
                   AT END MOVE 1 TO EOF-OPER
               END-READ
           END-IF.

      * Preuve d'une multiplication : le nouveau produit redivise par
      * l'operande via SPDIV01 doit rendre le produit precedent, reste
      * nul. Un operande nul n'a pas d'inverse : le produit doit
      * alors etre nul.
       VERIFIE-MULTIPLICATION.
           MOVE 0 TO WS-ECART-VERIF
           IF OPER-VALEUR = 0
               THEN
               MOVE 0 TO WS-CTRL-VALEUR
               MOVE "+" TO WS-CTRL-SIGNE
               IF WS-NOUVEAU-PRODUIT NOT = 0
                   THEN
                   MOVE 1 TO WS-ECART-VERIF
               END-IF
           ELSE
               MOVE WS-NOUVEAU-PRODUIT TO DIV-CHAINE-X
               MOVE WS-NOUVEAU-PRODUIT TO WS-RESTE-CALC
               PERFORM CALCUL-LONG-VALEUR
               MOVE WS-LONG-CALC TO DIV-LONG-X
               MOVE WS-NOUVEAU-SIGNE TO DIV-SIGNE-X
               MOVE OPER-VALEUR TO DIV-CHAINE-Y
               MOVE OPER-SIGNE TO DIV-SIGNE-Y
               MOVE MUL-LONG-Y TO DIV-LONG-Y
               CALL "SPDIV01" USING PARAMETRES-DIV
               MOVE DIV-QUOTIENT TO WS-CTRL-VALEUR
               MOVE DIV-SIGNE-QUOTIENT TO WS-CTRL-SIGNE
               IF DIV-CODERETOUR NOT = 1 OR DIV-RESTE NOT = 0
                   THEN
                   MOVE 1 TO WS-ECART-VERIF
               END-IF
               PERFORM COMPARE-CONTROLE
           END-IF.

      * Preuve d'une contre-passation : le quotient remultiplie par
      * l'operande via SPMUL01 doit rendre le produit precedent.
      * SPMUL01 limite X a 9 chiffres et la somme des longueurs a 10 ;
      * au-dela, le quotient est pris en deux morceaux.
       VERIFIE-DIVISION.
           MOVE 0 TO WS-ECART-VERIF
           MOVE WS-NOUVEAU-PRODUIT TO WS-RESTE-CALC
           PERFORM CALCUL-LONG-VALEUR
           MOVE WS-LONG-CALC TO WS-LONG-QUOTIENT
           IF WS-LONG-QUOTIENT + MUL-LONG-Y > 10
               THEN
               PERFORM VERIFIE-DIVISION-SCINDEE
           ELSE
               MOVE WS-NOUVEAU-PRODUIT TO MUL-CHAINE-X
               MOVE WS-LONG-QUOTIENT TO MUL-LONG-X
               MOVE WS-NOUVEAU-SIGNE TO MUL-SIGNE-X
               MOVE OPER-VALEUR TO MUL-CHAINE-Y
               MOVE OPER-SIGNE TO MUL-SIGNE-Y
               CALL "SPMUL01" USING PARAMETRES
               MOVE MUL-RESULTAT TO WS-CTRL-VALEUR
               MOVE MUL-SIGNE-RESULTAT TO WS-CTRL-SIGNE
               IF MUL-CODERETOUR NOT = 1
                   THEN
                   MOVE 1 TO WS-ECART-VERIF
               END-IF
           END-IF
           PERFORM COMPARE-CONTROLE.

      * Quotient Q = dizaines x 10 + unite : les deux morceaux passent
      * chacun par SPMUL01 et le controle vaut (dizaines x operande) x
      * 10 + unite x operande.
       VERIFIE-DIVISION-SCINDEE.
           DIVIDE WS-NOUVEAU-PRODUIT BY 10 GIVING WS-QUOTIENT-HAUT
               REMAINDER WS-QUOTIENT-UNITE
           MOVE WS-QUOTIENT-HAUT TO MUL-CHAINE-X
           COMPUTE MUL-LONG-X = WS-LONG-QUOTIENT - 1
           MOVE WS-NOUVEAU-SIGNE TO MUL-SIGNE-X
           MOVE OPER-VALEUR TO MUL-CHAINE-Y
           MOVE OPER-SIGNE TO MUL-SIGNE-Y
           CALL "SPMUL01" USING PARAMETRES
           MOVE MUL-RESULTAT TO WS-CTRL-HAUT
           MOVE MUL-SIGNE-RESULTAT TO WS-CTRL-SIGNE
           IF MUL-CODERETOUR NOT = 1
               THEN
               MOVE 1 TO WS-ECART-VERIF
               MOVE WS-CTRL-HAUT TO WS-CTRL-VALEUR
           ELSE
               MOVE WS-QUOTIENT-UNITE TO MUL-CHAINE-X
               MOVE 1 TO MUL-LONG-X
               MOVE "+" TO MUL-SIGNE-X
               MOVE "+" TO MUL-SIGNE-Y
               CALL "SPMUL01" USING PARAMETRES
               IF MUL-CODERETOUR NOT = 1
                   THEN
                   MOVE 1 TO WS-ECART-VERIF
               END-IF
               COMPUTE WS-CTRL-VALEUR = WS-CTRL-HAUT * 10
                   + MUL-RESULTAT
                   ON SIZE ERROR
                       MOVE 1 TO WS-ECART-VERIF
               END-COMPUTE
           END-IF.

      * La valeur de controle doit egaler le produit precedent, signe
      * compris (un produit nul est toujours positif).
       COMPARE-CONTROLE.
           IF WS-CTRL-VALEUR NOT = WS-PRODUIT
               THEN
               MOVE 1 TO WS-ECART-VERIF
           END-IF
           IF WS-PRODUIT NOT = 0
               AND WS-CTRL-SIGNE NOT = WS-SIGNE-PRODUIT
               THEN
               MOVE 1 TO WS-ECART-VERIF
           END-IF.

      * Longueur de l'operande : meme calcul que pour le produit, sur
      * la valeur du jour.
       CALCUL-LONG-OPERANDE.
               UNTIL WS-RESTE-CALC < 10
           MOVE WS-LONG-CALC TO MUL-LONG-Y.

      * Une etape en ecart porte le numero qu'elle aurait eu, la
      * valeur obtenue et la valeur de controle.
       ECRIT-TRACE.
           MOVE SPACES TO ENREG-TRACE
           MOVE CPT-ETAPES TO TRACE-ETAPE
           MOVE OPER-VALEUR TO TRACE-OPER-VALEUR
           MOVE WS-SIGNE-PRODUIT TO TRACE-PROD-SIGNE
           MOVE WS-PRODUIT TO TRACE-PROD-VALEUR
           IF VERIF-ACTIVE
               THEN
               MOVE WS-CTRL-SIGNE TO TRACE-CTRL-SIGNE
               MOVE WS-CTRL-VALEUR TO TRACE-CTRL-VALEUR
               MOVE "O" TO TRACE-VERIF
               IF WS-ECART-VERIF = 1
                   THEN
                   COMPUTE TRACE-ETAPE = CPT-ETAPES + 1
                   MOVE WS-NOUVEAU-SIGNE TO TRACE-PROD-SIGNE
                   MOVE WS-NOUVEAU-PRODUIT TO TRACE-PROD-VALEUR
                   MOVE "E" TO TRACE-VERIF
               END-IF
           END-IF
           WRITE ENREG-TRACE
           END-WRITE.

           PERFORM ECRIT-PRODUIT-FINAL
           DISPLAY "Etapes appliquees : " CPT-ETAPES
           DISPLAY "Produit final     : " WS-SIGNE-PRODUIT WS-PRODUIT
           IF WS-ARRET-VERIF = 1
               THEN
               DISPLAY "ATTENTION: verification en ecart, voir "
                   WS-TRACE-PATH
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ARRET-CAPACITE = 1
                   THEN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF CPT-ETAPES = 0
                       THEN
                       DISPLAY "ATTENTION: fichier d'operandes vide : "
                           WS-OPERANDES-PATH
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

