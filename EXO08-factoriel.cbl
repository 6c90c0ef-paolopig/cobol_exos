               ASSIGN TO "C:\Users\Cobol\NFactorielOUT.txt".
           SELECT N-OUT-GRAND-FIC
               ASSIGN TO "C:\Users\Cobol\NFactorielOUT.txt".
           SELECT NK-FIC
               ASSIGN TO "C:\Users\Cobol\NFactorielIN.txt".
           SELECT NK-OUT-FIC
               ASSIGN TO "C:\Users\Cobol\NFactorielOUT.txt".
      *
       DATA DIVISION.
       FILE SECTION.
           05 RESULTAT-OUT-GRAND PIC X(160).
           05 FILLER PIC X VALUE SPACE.
           05 DEPASSEMENT-OUT-GRAND PIC X.
      * Mode P-permutations/combinaisons en lot : meme fichier d'entree
      * sous son propre FD, une demande par ligne (N, K, operation P
      * pour nPr ou C pour nCr).
       FD  NK-FIC.
       01  ENREG-NK.
           05 NK-N-IN PIC 999.
           05 FILLER PIC X.
           05 NK-K-IN PIC 999.
           05 FILLER PIC X.
           05 NK-OPERATION-IN PIC X.
      * Sortie du mode P : la demande, le nombre de chiffres du
      * resultat puis le resultat cadre a gauche ; une demande rejetee
      * porte son motif a la place du resultat et REJET-OUT-NK a "O".
       FD  NK-OUT-FIC.
       01  ENREG-NK-OUT.
           05 NK-OPERATION-OUT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 NK-N-OUT PIC 999.
           05 FILLER PIC X VALUE SPACE.
           05 NK-K-OUT PIC 999.
           05 FILLER PIC X VALUE SPACE.
           05 NK-CHIFFRES-OUT PIC 999.
           05 FILLER PIC X VALUE SPACE.
           05 NK-RESULTAT-OUT PIC X(160).
           05 FILLER PIC X VALUE SPACE.
           05 REJET-OUT-NK PIC X.
      *
       WORKING-STORAGE SECTION.
       01  N PIC 99.
       01  RESULTAT PIC 999999 VALUE 1.
      * I monte jusqu'a N + 1 pour clore la boucle : un chiffre de
      * plus que N, sinon 99 + 1 reboucle a 00 et la multiplication ne
      * finit jamais (les modes historiques n'y tombaient que masques
      * par le DEPASSEMENT, le mode grands nombres l'atteignait
      * vraiment). Le mode P monte jusqu'a 999 + 1, d'ou 4 chiffres.
       01  I PIC 9(4) VALUE 1.
       77  DEPASSEMENT PIC 9 VALUE 0.
       01  FACT-GRAND.
           05 FACT-CHIFFRE OCCURS 160 PIC 9.
       77  POS-GRAND PIC 999 VALUE 0.
       77  RETENUE-GRAND PIC 999 VALUE 0.
       77  ZON-GRAND PIC 9(4) VALUE 0.
      * Mode P : N et K jusqu'a 999, facteur de la table jusqu'a 999
      * (report d'au plus trois chiffres dans RETENUE-GRAND), diviseur
      * exact J pour nCr et RESTE-GRAND de la division posee.
       77  NK-N PIC 999 VALUE 0.
       77  NK-K PIC 999 VALUE 0.
       77  NK-K-MIN PIC 999 VALUE 0.
       77  NK-J PIC 999 VALUE 0.
       77  NK-OPERATION PIC X VALUE "C".
           88 NK-PERMUTATION VALUE "P".
           88 NK-COMBINAISON VALUE "C".
       77  NK-SOURCE PIC X VALUE "C".
       77  NK-MOTIF PIC X(40) VALUE SPACES.
       77  NK-DEBUT PIC 999 VALUE 0.
       77  NK-CHIFFRES PIC 999 VALUE 0.
       77  RESTE-GRAND PIC 999 VALUE 0.
       77  MODE-EXEC PIC X VALUE "C".
       77  EOF-N PIC 9 VALUE 0.
      *
       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY "Mode C-Console (une saisie), F-Fichier (lot), "
               "G-Fichier grands nombres "
               "ou P-Permutations/combinaisons : "
           ACCEPT MODE-EXEC
           EVALUATE MODE-EXEC
               WHEN "F"
                   PERFORM TRAITEMENT-FICHIER
               WHEN "G"
                   PERFORM TRAITEMENT-FICHIER-GRAND
               WHEN "P"
                   PERFORM TRAITEMENT-NK
               WHEN OTHER
                   PERFORM TRAITEMENT-CONSOLE
           END-EVALUATE
               REMAINDER ZON-GRAND
           MOVE ZON-GRAND TO FACT-CHIFFRE(POS-GRAND).

      * Mode permutations/combinaisons : nPr = N x (N-1) x ... x
      * (N-K+1) et nCr = nPr / K!, calcules exactement dans la table
      * de 160 chiffres, a la console (une demande) ou en lot depuis
      * NFactorielIN.txt (une demande par ligne).
       TRAITEMENT-NK.
           DISPLAY "Source C-Console ou F-Fichier NFactorielIN.txt : "
           ACCEPT NK-SOURCE
           IF NK-SOURCE = "F"
               THEN
               PERFORM TRAITEMENT-NK-FICHIER
           ELSE
               PERFORM TRAITEMENT-NK-CONSOLE
           END-IF.

       TRAITEMENT-NK-CONSOLE.
           DISPLAY "Saisir N (0-999) : "
           ACCEPT NK-N
           DISPLAY "Saisir K (0-999) : "
           ACCEPT NK-K
           DISPLAY "Operation P-permutations (nPr) "
               "ou C-combinaisons (nCr) : "
           ACCEPT NK-OPERATION
           PERFORM CALCUL-NK
           IF NK-MOTIF NOT = SPACES
               THEN
               DISPLAY "REJET: " NK-MOTIF
           ELSE
               DISPLAY "Resultat " NK-OPERATION " pour N = " NK-N
                   " et K = " NK-K " (" NK-CHIFFRES " chiffres) :"
               DISPLAY FACT-GRAND(NK-DEBUT : NK-CHIFFRES)
           END-IF.

       TRAITEMENT-NK-FICHIER.
           OPEN INPUT NK-FIC OUTPUT NK-OUT-FIC
           READ NK-FIC
               AT END MOVE 1 TO EOF-N
           END-READ
           PERFORM TRAITEMENT-NK-LIGNE UNTIL EOF-N = 1
           CLOSE NK-FIC NK-OUT-FIC.

       TRAITEMENT-NK-LIGNE.
           MOVE SPACES TO ENREG-NK-OUT
           MOVE NK-OPERATION-IN TO NK-OPERATION-OUT
           MOVE NK-OPERATION-IN TO NK-OPERATION
           IF NK-N-IN IS NUMERIC AND NK-K-IN IS NUMERIC
               THEN
               MOVE NK-N-IN TO NK-N
               MOVE NK-K-IN TO NK-K
               MOVE NK-N TO NK-N-OUT
               MOVE NK-K TO NK-K-OUT
               PERFORM CALCUL-NK
           ELSE
               MOVE 0 TO NK-N-OUT
               MOVE 0 TO NK-K-OUT
               MOVE "N OU K NON NUMERIQUE" TO NK-MOTIF
           END-IF
           IF NK-MOTIF NOT = SPACES
               THEN
               MOVE 0 TO NK-CHIFFRES-OUT
               MOVE NK-MOTIF TO NK-RESULTAT-OUT
               MOVE "O" TO REJET-OUT-NK
           ELSE
               MOVE NK-CHIFFRES TO NK-CHIFFRES-OUT
               MOVE FACT-GRAND(NK-DEBUT : NK-CHIFFRES)
                   TO NK-RESULTAT-OUT
               MOVE "N" TO REJET-OUT-NK
           END-IF
           WRITE ENREG-NK-OUT
           END-WRITE
           READ NK-FIC
               AT END MOVE 1 TO EOF-N
           END-READ.

      * Une demande : controles, puis produit des K facteurs de N-K+1
      * a N pour nPr ; pour nCr, K ramene a min(K, N-K) et a chaque pas
      * J multiplication par N-K+J puis division exacte par J (le
      * produit de J entiers consecutifs est divisible par J!). Un
      * report au-dela de 160 chiffres rejette la demande.
       CALCUL-NK.
           MOVE SPACES TO NK-MOTIF
           MOVE 0 TO DEPASSEMENT
           MOVE 0 TO NK-CHIFFRES
           MOVE ALL "0" TO FACT-GRAND
           MOVE 1 TO FACT-CHIFFRE(160)
           EVALUATE TRUE
               WHEN NOT NK-PERMUTATION AND NOT NK-COMBINAISON
                   MOVE "OPERATION INCONNUE (P OU C)" TO NK-MOTIF
               WHEN NK-K > NK-N
                   MOVE "K SUPERIEUR A N" TO NK-MOTIF
               WHEN NK-PERMUTATION
                   COMPUTE I = NK-N - NK-K + 1
                   PERFORM MULTIPLIE-GRAND
                       VARYING I FROM I BY 1
                       UNTIL I > NK-N OR DEPASSEMENT = 1
               WHEN OTHER
                   MOVE NK-K TO NK-K-MIN
                   IF NK-N - NK-K < NK-K
                       THEN
                       COMPUTE NK-K-MIN = NK-N - NK-K
                   END-IF
                   PERFORM COMBINAISON-PAS
                       VARYING NK-J FROM 1 BY 1
                       UNTIL NK-J > NK-K-MIN OR DEPASSEMENT = 1
           END-EVALUATE
           IF NK-MOTIF = SPACES AND DEPASSEMENT = 1
               THEN
               MOVE "CAPACITE DE 160 CHIFFRES DEPASSEE" TO NK-MOTIF
           END-IF
           IF NK-MOTIF = SPACES
               THEN
               MOVE 160 TO NK-DEBUT
               PERFORM CHERCHE-DEBUT-NK
                   VARYING POS-GRAND FROM 160 BY -1
                   UNTIL POS-GRAND < 1
               COMPUTE NK-CHIFFRES = 161 - NK-DEBUT
           END-IF.

       COMBINAISON-PAS.
           COMPUTE I = NK-N - NK-K-MIN + NK-J
           PERFORM MULTIPLIE-GRAND
           IF DEPASSEMENT = 0
               THEN
               PERFORM DIVISE-GRAND
           END-IF.

      * Division de la table complete par J, de gauche a droite, le
      * reste courant descendant d'une position a chaque chiffre.
       DIVISE-GRAND.
           MOVE 0 TO RESTE-GRAND
           PERFORM DIVISE-GRAND-POS
               VARYING POS-GRAND FROM 1 BY 1
               UNTIL POS-GRAND > 160.
       DIVISE-GRAND-POS.
           COMPUTE ZON-GRAND = RESTE-GRAND * 10
               + FACT-CHIFFRE(POS-GRAND)
           DIVIDE ZON-GRAND BY NK-J GIVING FACT-CHIFFRE(POS-GRAND)
               REMAINDER RESTE-GRAND.

      * Le resultat vaut au moins 1 : la derniere position non nulle
      * rencontree en remontant est son premier chiffre significatif.
       CHERCHE-DEBUT-NK.
           IF FACT-CHIFFRE(POS-GRAND) NOT = 0
               THEN
               MOVE POS-GRAND TO NK-DEBUT
           END-IF.

       END PROGRAM EXO08.
