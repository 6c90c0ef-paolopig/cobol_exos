      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : calculette par lots en precision arbitraire. Un
      * fichier d'operations (code operation, signe, operande sur 9
      * chiffres) est applique ligne a ligne a une valeur courante, en
      * appelant pour chaque ligne le sous-programme de la famille des
      * tables de chiffres qui convient : SPADD01 pour + et -, SPMUL01
      * pour * (ou x), SPDIV01 pour / (ou :). Le code = charge
      * l'operande comme nouvelle valeur courante. La valeur est
      * amorcee depuis ResultatCalcul.txt quand il existe (passage
      * precedent), sinon de zero, et la valeur finale y est
      * reecrite, au format d'EXO-VI-G (signe puis 10 chiffres).
      * Chaque etape est tracee (numero, operation, operande, valeur
      * obtenue). Arret propre, derniere valeur bonne conservee et
      * tracee avec le motif, code retour 4 : depassement des 10
      * chiffres (ou valeur trop longue pour SPMUL01), division par
      * zero, division inexacte (reste non nul). Une ligne illisible
      * arrete de meme avec le code retour 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-VI-G-CALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATIONS-FIC
               ASSIGN TO WS-OPERATIONS-PATH
               FILE STATUS IS OPERATIONS-STATUT.
           SELECT RESULTAT-FIC
               ASSIGN TO WS-RESULTAT-PATH
               FILE STATUS IS RESULTAT-STATUT.
           SELECT TRACE-FIC
               ASSIGN TO WS-TRACE-PATH.
       DATA DIVISION.
       FILE SECTION.
      * Une operation par enregistrement : code (+ - * x / : =),
      * signe puis valeur cadree a droite sur 9 chiffres.
       FD  OPERATIONS-FIC.
       01  ENREG-OPERATION.
           05 OPE-CODE PIC X.
               88 OPE-ADDITION VALUE "+".
               88 OPE-SOUSTRACTION VALUE "-".
               88 OPE-MULTIPLICATION VALUE "*" "x" "X".
               88 OPE-DIVISION VALUE "/" ":".
               88 OPE-CHARGEMENT VALUE "=".
           05 OPE-SIGNE PIC X.
           05 OPE-VALEUR PIC 9(9).
      *
      * Meme dessin que la sortie d'EXO-VI-G : signe puis 10 chiffres.
       FD  RESULTAT-FIC.
       01  ENREG-RESULTAT.
           05 SIGNE-RESULTAT-OUT PIC X.
           05 RESULTAT-OUT PIC 9(10).
      *
       FD  TRACE-FIC.
       01  ENREG-TRACE.
           05 TRACE-ETAPE PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 TRACE-CODE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 TRACE-OPER-SIGNE PIC X.
           05 TRACE-OPER-VALEUR PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 TRACE-VAL-SIGNE PIC X.
           05 TRACE-VAL-VALEUR PIC 9(10).
           05 FILLER PIC X VALUE SPACE.
           05 TRACE-MOTIF PIC X(20).
      *
       WORKING-STORAGE SECTION.
       77  EOF-OPER PIC 9 VALUE 0.
       77  OPERATIONS-STATUT PIC XX.
       77  RESULTAT-STATUT PIC XX.
       77  CPT-ETAPES PIC 9(5) VALUE 0.
       77  CPT-LUES PIC 9(5) VALUE 0.
       77  WS-ARRET PIC 9 VALUE 0.
       77  WS-ARRET-LIGNE PIC 9 VALUE 0.
       77  WS-MOTIF PIC X(20) VALUE SPACES.
       77  WS-VALEUR PIC 9(10) VALUE 0.
       77  WS-SIGNE-VALEUR PIC X VALUE "+".
       77  WS-LONG-CALC PIC 99 VALUE 0.
       77  WS-RESTE-CALC PIC 9(10) VALUE 0.
       77  WS-OPERATIONS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\OperationsCalcul.txt".
       77  WS-RESULTAT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ResultatCalcul.txt".
       77  WS-TRACE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\CalculTrace.txt".
      * Bloc d'appel de SPADD01 (voir PARAMETRES dans SPADD01.cbl).
       01  PARAMETRES-ADD.
           05 ADD-OPERATION PIC X.
           05 ADD-CHAINE-X PIC 9(10).
           05 ADD-LONG-X PIC 99.
           05 ADD-SIGNE-X PIC X.
           05 ADD-CHAINE-Y PIC 9(9).
           05 ADD-LONG-Y PIC 9.
           05 ADD-SIGNE-Y PIC X.
           05 ADD-RESULTAT PIC 9(10).
           05 ADD-SIGNE-RESULTAT PIC X.
           05 ADD-CODERETOUR PIC 9.
      * Bloc d'appel de SPMUL01 (voir PARAMETRES dans SPMUL01.cbl).
       01  PARAMETRES.
           05 MUL-CHAINE-X PIC 9(9).
           05 MUL-LONG-X PIC 9.
           05 MUL-SIGNE-X PIC X.
           05 MUL-CHAINE-Y PIC 9(9).
           05 MUL-LONG-Y PIC 9.
           05 MUL-SIGNE-Y PIC X.
           05 MUL-RESULTAT PIC 9(10).
           05 MUL-SIGNE-RESULTAT PIC X.
           05 MUL-CODERETOUR PIC 9.
      * Bloc d'appel de SPDIV01 (voir PARAMETRES dans SPDIV01.cbl).
       01  PARAMETRES-DIV.
           05 DIV-CHAINE-X PIC 9(10).
           05 DIV-LONG-X PIC 99.
           05 DIV-SIGNE-X PIC X.
           05 DIV-CHAINE-Y PIC 9(9).
           05 DIV-LONG-Y PIC 9.
           05 DIV-SIGNE-Y PIC X.
           05 DIV-QUOTIENT PIC 9(10).
           05 DIV-SIGNE-QUOTIENT PIC X.
           05 DIV-RESTE PIC 9(9).
           05 DIV-CODERETOUR PIC 9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
               UNTIL EOF-OPER = 1 OR WS-ARRET = 1
           PERFORM FIN
           STOP RUN.

      * Les chemins par defaut ci-dessus peuvent etre surcharges a
      * l'execution via les variables d'environnement
      * CALC_OPERATIONS_PATH, CALC_RESULTAT_PATH et CALC_TRACE_PATH.
       INIT.
           ACCEPT WS-OPERATIONS-PATH FROM ENVIRONMENT
               "CALC_OPERATIONS_PATH"
           IF WS-OPERATIONS-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\OperationsCalcul.txt"
                   TO WS-OPERATIONS-PATH
           END-IF
           ACCEPT WS-RESULTAT-PATH FROM ENVIRONMENT
               "CALC_RESULTAT_PATH"
           IF WS-RESULTAT-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\ResultatCalcul.txt"
                   TO WS-RESULTAT-PATH
           END-IF
           ACCEPT WS-TRACE-PATH FROM ENVIRONMENT "CALC_TRACE_PATH"
           IF WS-TRACE-PATH = SPACES
               THEN
               MOVE "C:\Users\Cobol\CalculTrace.txt"
                   TO WS-TRACE-PATH
           END-IF
           PERFORM AMORCE-VALEUR
           OPEN INPUT OPERATIONS-FIC
           IF OPERATIONS-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: fichier d'operations introuvable ("
                   OPERATIONS-STATUT ") : " WS-OPERATIONS-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRACE-FIC
           PERFORM LIT-OPERATION.

      * Amorcage de la valeur courante depuis le resultat d'un
      * passage precedent quand le fichier existe, sinon zero.
       AMORCE-VALEUR.
           OPEN INPUT RESULTAT-FIC
           IF RESULTAT-STATUT = "00"
               THEN
               READ RESULTAT-FIC
               END-READ
               IF RESULTAT-STATUT = "00"
                   AND RESULTAT-OUT IS NUMERIC
                   AND (SIGNE-RESULTAT-OUT = "+"
                       OR SIGNE-RESULTAT-OUT = "-")
                   THEN
                   MOVE RESULTAT-OUT TO WS-VALEUR
                   MOVE SIGNE-RESULTAT-OUT TO WS-SIGNE-VALEUR
                   DISPLAY "Valeur amorcee depuis " WS-RESULTAT-PATH
                   DISPLAY "Amorce : " WS-SIGNE-VALEUR WS-VALEUR
               END-IF
               CLOSE RESULTAT-FIC
           END-IF.

       LIT-OPERATION.
           READ OPERATIONS-FIC
               AT END MOVE 1 TO EOF-OPER
           END-READ
           IF EOF-OPER = 0
               THEN
               ADD 1 TO CPT-LUES
           END-IF.

      * Une ligne est lisible si son code est connu, son signe + ou -
      * et son operande numerique ; sinon arret avant tout calcul.
       TRAIT.
           MOVE SPACES TO WS-MOTIF
           IF OPE-VALEUR IS NOT NUMERIC
               OR (OPE-SIGNE NOT = "+" AND OPE-SIGNE NOT = "-")
               THEN
               MOVE "LIGNE ILLISIBLE" TO WS-MOTIF
               MOVE 1 TO WS-ARRET-LIGNE
           ELSE
               EVALUATE TRUE
                   WHEN OPE-ADDITION
                   WHEN OPE-SOUSTRACTION
                       PERFORM ADDITIONNE-ETAPE
                   WHEN OPE-MULTIPLICATION
                       PERFORM MULTIPLIE-ETAPE
                   WHEN OPE-DIVISION
                       PERFORM DIVISE-ETAPE
                   WHEN OPE-CHARGEMENT
                       MOVE OPE-VALEUR TO WS-VALEUR
                       MOVE OPE-SIGNE TO WS-SIGNE-VALEUR
                       IF WS-VALEUR = 0
                           THEN
                           MOVE "+" TO WS-SIGNE-VALEUR
                       END-IF
                   WHEN OTHER
                       MOVE "OPERATION INCONNUE" TO WS-MOTIF
                       MOVE 1 TO WS-ARRET-LIGNE
               END-EVALUATE
           END-IF
           IF WS-MOTIF = SPACES
               THEN
               ADD 1 TO CPT-ETAPES
               PERFORM ECRIT-TRACE
               PERFORM LIT-OPERATION
           ELSE
               DISPLAY "ARRET a la ligne " CPT-LUES " (" OPE-CODE " "
                   OPE-SIGNE OPE-VALEUR ") : " WS-MOTIF
                   " - derniere valeur bonne conservee"
               PERFORM ECRIT-TRACE
               MOVE 1 TO WS-ARRET
           END-IF.

      * Addition et soustraction : SPADD01, la valeur courante en X.
       ADDITIONNE-ETAPE.
           MOVE OPE-CODE TO ADD-OPERATION
           MOVE WS-VALEUR TO ADD-CHAINE-X
           MOVE WS-SIGNE-VALEUR TO ADD-SIGNE-X
           PERFORM CALCUL-LONG-VALEUR
           MOVE WS-LONG-CALC TO ADD-LONG-X
           MOVE OPE-VALEUR TO ADD-CHAINE-Y
           MOVE OPE-SIGNE TO ADD-SIGNE-Y
           PERFORM CALCUL-LONG-OPERANDE
           MOVE WS-LONG-CALC TO ADD-LONG-Y
           CALL "SPADD01" USING PARAMETRES-ADD
           IF ADD-CODERETOUR = 9
               THEN
               MOVE "DEPASSEMENT" TO WS-MOTIF
           ELSE
               MOVE ADD-RESULTAT TO WS-VALEUR
               MOVE ADD-SIGNE-RESULTAT TO WS-SIGNE-VALEUR
           END-IF.

      * Multiplication : SPMUL01 n'accepte que 9 chiffres en X et un
      * produit de 10 chiffres au plus (somme des longueurs).
       MULTIPLIE-ETAPE.
           PERFORM CALCUL-LONG-VALEUR
           IF WS-LONG-CALC > 9
               THEN
               MOVE "DEPASSEMENT" TO WS-MOTIF
           ELSE
               MOVE WS-VALEUR TO MUL-CHAINE-X
               MOVE WS-LONG-CALC TO MUL-LONG-X
               MOVE WS-SIGNE-VALEUR TO MUL-SIGNE-X
               MOVE OPE-VALEUR TO MUL-CHAINE-Y
               MOVE OPE-SIGNE TO MUL-SIGNE-Y
               PERFORM CALCUL-LONG-OPERANDE
               MOVE WS-LONG-CALC TO MUL-LONG-Y
               CALL "SPMUL01" USING PARAMETRES
               IF MUL-CODERETOUR = 9
                   THEN
                   MOVE "DEPASSEMENT" TO WS-MOTIF
               ELSE
                   MOVE MUL-RESULTAT TO WS-VALEUR
                   MOVE MUL-SIGNE-RESULTAT TO WS-SIGNE-VALEUR
               END-IF
           END-IF.

      * Division : SPDIV01 ; un diviseur nul est refuse (code 9), un
      * reste non nul rend la division inexacte.
       DIVISE-ETAPE.
           MOVE WS-VALEUR TO DIV-CHAINE-X
           MOVE WS-SIGNE-VALEUR TO DIV-SIGNE-X
           PERFORM CALCUL-LONG-VALEUR
           MOVE WS-LONG-CALC TO DIV-LONG-X
           MOVE OPE-VALEUR TO DIV-CHAINE-Y
           MOVE OPE-SIGNE TO DIV-SIGNE-Y
           PERFORM CALCUL-LONG-OPERANDE
           MOVE WS-LONG-CALC TO DIV-LONG-Y
           CALL "SPDIV01" USING PARAMETRES-DIV
           EVALUATE TRUE
               WHEN DIV-CODERETOUR = 9
                   MOVE "DIVISION PAR ZERO" TO WS-MOTIF
               WHEN DIV-RESTE NOT = 0
                   MOVE "DIVISION INEXACTE" TO WS-MOTIF
               WHEN OTHER
                   MOVE DIV-QUOTIENT TO WS-VALEUR
                   MOVE DIV-SIGNE-QUOTIENT TO WS-SIGNE-VALEUR
           END-EVALUATE.

      * Nombre de chiffres significatifs (au moins 1), comme
      * CALCUL-LONG-PRODUIT dans EXO-VI-G-LOT.
       CALCUL-LONG-VALEUR.
           MOVE WS-VALEUR TO WS-RESTE-CALC
           PERFORM CALCUL-LONG.
       CALCUL-LONG-OPERANDE.
           MOVE OPE-VALEUR TO WS-RESTE-CALC
           PERFORM CALCUL-LONG.
       CALCUL-LONG.
           MOVE 1 TO WS-LONG-CALC
           PERFORM CALCUL-LONG-PAS
               UNTIL WS-RESTE-CALC < 10.
       CALCUL-LONG-PAS.
           DIVIDE WS-RESTE-CALC BY 10 GIVING WS-RESTE-CALC
           ADD 1 TO WS-LONG-CALC.

      * Une etape bonne porte la valeur obtenue ; une ligne d'arret
      * porte la valeur conservee et le motif.
       ECRIT-TRACE.
           MOVE SPACES TO ENREG-TRACE
           IF WS-MOTIF = SPACES
               THEN
               MOVE CPT-ETAPES TO TRACE-ETAPE
           ELSE
               COMPUTE TRACE-ETAPE = CPT-ETAPES + 1
           END-IF
           MOVE OPE-CODE TO TRACE-CODE
           MOVE OPE-SIGNE TO TRACE-OPER-SIGNE
           IF OPE-VALEUR IS NUMERIC
               THEN
               MOVE OPE-VALEUR TO TRACE-OPER-VALEUR
           ELSE
               MOVE 0 TO TRACE-OPER-VALEUR
           END-IF
           MOVE WS-SIGNE-VALEUR TO TRACE-VAL-SIGNE
           MOVE WS-VALEUR TO TRACE-VAL-VALEUR
           MOVE WS-MOTIF TO TRACE-MOTIF
           WRITE ENREG-TRACE
           END-WRITE.

       FIN.
           CLOSE OPERATIONS-FIC TRACE-FIC
           PERFORM ECRIT-VALEUR-FINALE
           DISPLAY "Etapes appliquees : " CPT-ETAPES
           DISPLAY "Valeur finale     : " WS-SIGNE-VALEUR WS-VALEUR
           IF WS-ARRET = 1
               THEN
               IF WS-ARRET-LIGNE = 1
                   THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF CPT-ETAPES = 0
                   THEN
                   DISPLAY "ATTENTION: fichier d'operations vide : "
                       WS-OPERATIONS-PATH
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * La valeur finale repart dans ResultatCalcul.txt : le prochain
      * passage la reprend sans ressaisie.
       ECRIT-VALEUR-FINALE.
           OPEN OUTPUT RESULTAT-FIC
           MOVE WS-SIGNE-VALEUR TO SIGNE-RESULTAT-OUT
           MOVE WS-VALEUR TO RESULTAT-OUT
           WRITE ENREG-RESULTAT
           END-WRITE
           CLOSE RESULTAT-FIC.

       END PROGRAM EXO-VI-G-CALC.
