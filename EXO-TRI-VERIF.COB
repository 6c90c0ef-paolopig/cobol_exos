           ACCEPT WS-SAISIE FROM ENVIRONMENT "VERIF_TRI_LRECL"
           IF WS-SAISIE = SPACES
               THEN
               DISPLAY "Longueur d'enregistrement (ex 068) : "
               ACCEPT WS-SAISIE
           END-IF
           IF WS-SAISIE(1:3) IS NUMERIC
