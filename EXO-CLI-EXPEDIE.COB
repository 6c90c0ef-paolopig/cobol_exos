      * compte, somme TR, date de generation - a joindre au transfert.
      * EXO-CLI-ACCUSE rapproche ensuite l'accuse de reception du
      * bureau de ce manifeste.
      * Enregistrements de la chaine client relus sur 68 octets (noms a
      * 20 caracteres, prenoms a 15).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-EXPEDIE.
       FILE SECTION.
      * Fichier traile au depart, relu pour le recomptage : details a
      * IDCLI numerique, controle "TR", entete "HD" (meme lecture que
      * EXO-CLI-VERIF, sur le dessin client de 68 octets ecrit par
      * EXO-FICHIER-SORT - une autre longueur decadrerait tous les
      * enregistrements apres le premier).
       FD  ENVOI-FIC.
       01  ENREG-ENVOI.
           05 IDCLI-ENVOI PIC 9(5).
           05 FILLER PIC X(63).
       01  ENREG-ENVOI-TRAILER REDEFINES ENREG-ENVOI.
           05 TR-MARQUE PIC X(2).
           05 TR-CPT PIC 9(5).
           05 TR-SOMME PIC 9(8).
           05 FILLER PIC X(53).
      *
      * Fichier d'etiquettes au depart : lignes de 80 caracteres sans
      * trailer (voir ENREG-ETIQ dans EXO-CLI-ETIQUETTES), comptees
      * Chaque fichier du depart est recompte puis inscrit au
      * manifeste ; un fichier absent est signale mais n'empeche pas
      * les autres de partir. Les deux fichiers tries se relisent par
      * leur dessin de 68 octets, les etiquettes par leurs lignes de
      * 80.
       TRAITE-ENVOI.
           MOVE ENVOI-PATH(IDX-ENVOI) TO WS-ENVOI-PATH
