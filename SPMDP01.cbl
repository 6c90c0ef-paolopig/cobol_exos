      * (EXO-OPER-DEBLOQUE). Chaque tentative, reussie ou non, est
      * tracee dans ConnexionsLog.txt pour pouvoir repondre a "qui
      * etait vraiment au clavier".
      * Un code revoque au depart de l'employe (temoin "R", pose par
      * EXO-EMPL-MAINT) est refuse comme un code bloque, sans retour
      * possible par deblocage : EXO-OPER-DEBLOQUE ne leve que les
      * blocages "B".
      * Codes retour : 0 = referentiel absent (controle debraye le
      * temps de la transition), 1 = mot de passe accepte, 7 = code
      * bloque ou revoque, 8 = mot de passe refuse, 9 = code inconnu.
      * MDP_MAX_ECHECS se tient dans le fichier central
      * ParametresChaine.txt (lu par SPPAR01, l'environnement garde la
      * priorite).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPMDP01.
       DATA DIVISION.
       FILE SECTION.
      * Un enregistrement par code operateur : mot de passe, compteur
      * d'echecs consecutifs, temoin de blocage ("B" = bloque, "R" =
      * revoque).
       FD  MDP-FIC.
       01  ENREG-MDP.
           05 MDP-CODE PIC X(4).
       77  WS-TROUVE PIC 9 VALUE 0.
       77  WS-MAX-ECHECS PIC 9(2) VALUE 3.
       77  WS-MAX-SAISIE PIC X(2) VALUE SPACES.
      * Bloc d'appel de SPPAR01 : parametre de la chaine, fichier
      * central ParametresChaine.txt ou environnement (voir
      * SPPAR01.cbl).
       01  PARAMETRES-PARAM.
           05 PAR-NOM PIC X(20).
           05 PAR-VALEUR PIC X(10).
           05 PAR-SOURCE PIC X.
           05 PAR-CODERETOUR PIC 9.
       77  WS-VERDICT PIC X(8) VALUE SPACES.
      * Referentiel charge en table puis reecrit apres mise a jour du
      * compteur d'echecs ou du temoin de blocage.
               MOVE "C:\Users\Cobol\ConnexionsLog.txt"
                   TO WS-CONNEXIONS-PATH
           END-IF
           MOVE "MDP_MAX_ECHECS" TO PAR-NOM
           CALL "SPPAR01" USING PARAMETRES-PARAM
           MOVE PAR-VALEUR TO WS-MAX-SAISIE
           IF WS-MAX-SAISIE IS NUMERIC
               THEN
               MOVE WS-MAX-SAISIE TO WS-MAX-ECHECS
               WHEN TAB-MDP-BLOQUE(WS-IDX-TROUVE) = "B"
                   MOVE 7 TO CTL-CODERETOUR
                   MOVE "BLOQUE" TO WS-VERDICT
               WHEN TAB-MDP-BLOQUE(WS-IDX-TROUVE) = "R"
                   MOVE 7 TO CTL-CODERETOUR
                   MOVE "REVOQUE" TO WS-VERDICT
               WHEN TAB-MDP-SECRET(WS-IDX-TROUVE) = CTL-MDP
                   MOVE 1 TO CTL-CODERETOUR
                   MOVE "OK" TO WS-VERDICT
