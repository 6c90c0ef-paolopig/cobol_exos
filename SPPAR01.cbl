      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : lecture d'un parametre de la chaine, en
      * sous-programme appelable comme SPRO01. Les reglages de la
      * chaine (DEDUP_SIMULATION, ETIQ_MODE_PRESORT, NPAI_SEUIL, ...)
      * etaient dissemines en variables d'environnement, sans trace de
      * ce qui avait tourne ; ils sont desormais tenus dans un fichier
      * central ParametresChaine.txt (maintenu et controle par
      * EXO-PARAM-MAINT), la variable d'environnement de meme nom
      * gardant la priorite pour un passage exceptionnel.
      * Retour : PAR-VALEUR (a blanc si le parametre n'est nulle part,
      * l'appelant garde alors sa valeur par defaut) et PAR-SOURCE,
      * E = environnement, F = fichier central, D = defaut du
      * programme - a reporter dans la ligne RunLog.txt du passage.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPPAR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FIC
               ASSIGN TO WS-PARAM-PATH
               FILE STATUS IS PARAM-STATUT.
       DATA DIVISION.
       FILE SECTION.
      * Meme dessin que dans EXO-PARAM-MAINT : nom, valeur, puis date
      * et operateur de la derniere modification.
       FD  PARAM-FIC.
       01  ENREG-PARAM.
           05 PRM-NOM PIC X(20).
           05 FILLER PIC X.
           05 PRM-VALEUR PIC X(10).
           05 FILLER PIC X.
           05 PRM-DATE PIC 9(8).
           05 FILLER PIC X.
           05 PRM-OPERATEUR PIC X(4).
      *
       WORKING-STORAGE SECTION.
       77  PARAM-STATUT PIC XX.
       77  EOF-PARAM PIC 9 VALUE 0.
       77  WS-PARAM-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ParametresChaine.txt".
       LINKAGE SECTION.
       01  PARAMETRES.
           05 PAR-NOM PIC X(20).
           05 PAR-VALEUR PIC X(10).
           05 PAR-SOURCE PIC X.
               88 PAR-ENVIRONNEMENT VALUE "E".
               88 PAR-FICHIER VALUE "F".
               88 PAR-DEFAUT VALUE "D".
           05 PAR-CODERETOUR PIC 9.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
           MOVE SPACES TO PAR-VALEUR
           MOVE 0 TO PAR-CODERETOUR
           ACCEPT PAR-VALEUR FROM ENVIRONMENT PAR-NOM
           IF PAR-VALEUR NOT = SPACES
               THEN
               MOVE "E" TO PAR-SOURCE
           ELSE
               PERFORM CHERCHE-FICHIER
           END-IF
           GOBACK.

      * Le chemin du fichier central se surcharge via PARAMETRES_PATH.
      * Fichier absent ou parametre non tenu : PAR-CODERETOUR = 1.
       CHERCHE-FICHIER.
           MOVE "D" TO PAR-SOURCE
           MOVE 1 TO PAR-CODERETOUR
           ACCEPT WS-PARAM-PATH FROM ENVIRONMENT "PARAMETRES_PATH"
           IF WS-PARAM-PATH = SPACES
               MOVE "C:\Users\Cobol\ParametresChaine.txt"
                   TO WS-PARAM-PATH
           END-IF
           MOVE 0 TO EOF-PARAM
           OPEN INPUT PARAM-FIC
           IF PARAM-STATUT = "00"
               THEN
               PERFORM CHERCHE-FICHIER-LECT UNTIL EOF-PARAM = 1
               CLOSE PARAM-FIC
           END-IF.
       CHERCHE-FICHIER-LECT.
           READ PARAM-FIC
               AT END MOVE 1 TO EOF-PARAM
           END-READ
           IF EOF-PARAM = 0 AND PRM-NOM = PAR-NOM
               AND PRM-VALEUR NOT = SPACES
               THEN
               MOVE PRM-VALEUR TO PAR-VALEUR
               MOVE "F" TO PAR-SOURCE
               MOVE 0 TO PAR-CODERETOUR
               MOVE 1 TO EOF-PARAM
           END-IF.

       END PROGRAM SPPAR01.
