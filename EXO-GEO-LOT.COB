      * SPRO01, et le fichier de resultats reprend les entrees avec
      * RESULTAT et CODERETOUR, suivis des comptes reussies/echouees
      * en fin de passage - sur le modele du mode lot d'EXO08.
      * Devis : une demande peut nommer un materiau de
      * TarifMateriaux.txt (unite, prix unitaire, chute, fonction S ou P
      * qui le mesure) et un nombre de formes identiques ; le programme
      * emet alors DevisGeometrie.txt, devis numerote (registre
      * DevisRegistre.txt) aux lignes numerotees, avec montant par
      * ligne, sous-total HT, TVA (GEO_TAUX_TVA) et total TTC. Une forme
      * rejetee par SPRO01 y figure non chiffree.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-GEO-LOT.
               FILE STATUS IS DEMANDES-STATUT.
           SELECT RESULTATS-FIC
               ASSIGN TO WS-RESULTATS-PATH.
           SELECT TARIF-FIC
               ASSIGN TO WS-TARIF-PATH
               FILE STATUS IS TARIF-STATUT.
           SELECT DEVIS-FIC
               ASSIGN TO WS-DEVIS-PATH.
           SELECT REGISTRE-FIC
               ASSIGN TO WS-REGISTRE-PATH
               FILE STATUS IS REGISTRE-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Une demande par enregistrement : forme (C/R/T), fonction
      * (S-surface/P-perimetre), puis R, L et H sur 5 chiffres avec
      * deux decimales implicites (999V99), comme dans PARAMETRES.
      * Pour le devis : code materiau du tarif (a blanc = forme non
      * chiffree) et nombre de formes identiques (a blanc ou zero = 1).
       FD  DEMANDES-FIC.
       01  ENREG-DEMANDE.
           05 DEM-FORME PIC X.
           05 DEM-R PIC 9(3)V99.
           05 DEM-L PIC 9(3)V99.
           05 DEM-H PIC 9(3)V99.
           05 DEM-MATERIAU PIC X(6).
           05 DEM-QUANTITE PIC 9(3).
      *
       FD  RESULTATS-FIC.
       01  ENREG-RESULTAT-GEO.
           05 RES-RESULTAT PIC 9(3).9(2).
           05 FILLER PIC X VALUE SPACE.
           05 RES-CODERETOUR PIC 9.
      *
      * Tarif des materiaux : code, designation, unite (M2, ML, ...),
      * prix unitaire HT, pourcentage de chute ajoute a la quantite
      * metree, et fonction de SPRO01 qui la mesure (S-surface pour
      * sols et peinture, P-perimetre pour plinthes).
       FD  TARIF-FIC.
       01  ENREG-TARIF.
           05 TAR-CODE PIC X(6).
           05 FILLER PIC X.
           05 TAR-LIBELLE PIC X(20).
           05 FILLER PIC X.
           05 TAR-UNITE PIC X(3).
           05 FILLER PIC X.
           05 TAR-PRIX PIC 9(5)V99.
           05 FILLER PIC X.
           05 TAR-CHUTE PIC 9(2)V99.
           05 FILLER PIC X.
           05 TAR-FONCTION PIC X.
      *
       FD  DEVIS-FIC.
       01  ENREG-DEVIS PIC X(100).
      *
      * Registre des devis emis : numero, date, lignes, lignes non
      * chiffrees, total TTC. Le numero suivant est le plus grand + 1.
       FD  REGISTRE-FIC.
       01  ENREG-REGISTRE.
           05 REG-NUMERO PIC 9(6).
           05 FILLER PIC X.
           05 REG-DATE PIC 9(8).
           05 FILLER PIC X.
           05 REG-LIGNES PIC 9(5).
           05 FILLER PIC X.
           05 REG-NON-CHIFFREES PIC 9(5).
           05 FILLER PIC X.
           05 REG-TOTAL-TTC PIC 9(9)V99.
      *
       WORKING-STORAGE SECTION.
       77  EOF-DEMANDES PIC 9 VALUE 0.
           VALUE "C:\Users\Cobol\GeometrieIN.txt".
       77  WS-RESULTATS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\GeometrieOUT.txt".
       77  WS-TARIF-PATH PIC X(60)
           VALUE "C:\Users\Cobol\TarifMateriaux.txt".
       77  WS-DEVIS-PATH PIC X(60)
           VALUE "C:\Users\Cobol\DevisGeometrie.txt".
       77  WS-REGISTRE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\DevisRegistre.txt".
       77  TARIF-STATUT PIC XX.
       77  REGISTRE-STATUT PIC XX.
       77  EOF-FIC PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  NB-MATERIAUX PIC 9(3) VALUE 0.
       77  IDX-MATERIAU PIC 9(3) VALUE 0.
       77  WS-MATERIAU-TROUVE PIC 9(3) VALUE 0.
       77  WS-DEVIS-OUVERT PIC 9 VALUE 0.
       77  WS-NUMERO-DEVIS PIC 9(6) VALUE 0.
       77  CPT-LIGNES-DEVIS PIC 9(5) VALUE 0.
       77  CPT-NON-CHIFFREES PIC 9(5) VALUE 0.
      * Taux de TVA en pourcentage a deux decimales implicites
      * (GEO_TAUX_TVA, 4 chiffres : 2000 = 20,00 %).
       77  WS-TAUX-TVA PIC 99V99 VALUE 20.00.
       77  WS-TAUX-TVA-SAISIE PIC X(4) VALUE SPACES.
       77  WS-TAUX-TVA-NUM REDEFINES WS-TAUX-TVA-SAISIE PIC 99V99.
       77  WS-QUANTITE PIC 9(3) VALUE 0.
       77  WS-METRE PIC 9(7)V99 VALUE 0.
       77  WS-QTE-FACTUREE PIC 9(7)V99 VALUE 0.
       77  WS-MONTANT-LIGNE PIC 9(9)V99 VALUE 0.
       77  WS-SOUS-TOTAL PIC 9(9)V99 VALUE 0.
       77  WS-TVA PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-TTC PIC 9(9)V99 VALUE 0.
       77  WS-MOTIF-DEVIS PIC X(53) VALUE SPACES.
       77  WS-MONTANT-ECRAN PIC ZZZZZZZZ9.99.
      * Tarif charge en memoire depuis TarifMateriaux.txt.
       01  TABLE-MATERIAUX.
           05 MATERIAU-ENTREE OCCURS 200.
               10 MAT-CODE PIC X(6).
               10 MAT-LIBELLE PIC X(20).
               10 MAT-UNITE PIC X(3).
               10 MAT-PRIX PIC 9(5)V99.
               10 MAT-CHUTE PIC 9(2)V99.
               10 MAT-FONCTION PIC X.
      * Bloc d'appel de SPRO01 (voir PARAMETRES dans SPRO01.cbl).
       01  PARAMETRES.
           05 FORME PIC X.
           05 RESULTAT PIC 9(3)V99.
           05 FONCTION PIC X.
           05 CODERETOUR PIC 9.
      *
       01  LIGNE-DEVIS-TITRE.
           05 FILLER PIC X(9) VALUE "DEVIS NO ".
           05 LDI-NUMERO PIC 9(6).
           05 FILLER PIC X(4) VALUE " DU ".
           05 LDI-DATE PIC 9(8).
           05 FILLER PIC X(18) VALUE " - TAUX DE TVA DE ".
           05 LDI-TAUX PIC Z9.99.
           05 FILLER PIC X(2) VALUE " %".
       01  LIGNE-DEVIS-ENTETE.
           05 FILLER PIC X(40)
              VALUE " NO MATER. DESIGNATION          FF QTE  ".
           05 FILLER PIC X(40)
              VALUE "    METRE UNI CHUTE  QTE FACT.       PU ".
           05 FILLER PIC X(12)
              VALUE "  MONTANT HT".
       01  LIGNE-DEVIS-DETAIL.
           05 LDD-NUMERO PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LDD-MATERIAU PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 LDD-LIBELLE PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LDD-FORME PIC X.
           05 LDD-FONCTION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 LDD-QUANTITE PIC ZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LDD-METRE PIC ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LDD-UNITE PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 LDD-CHUTE PIC Z9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LDD-QTE-FACTUREE PIC ZZZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LDD-PRIX PIC ZZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 LDD-MONTANT PIC ZZZZZZZZ9.99.
      * Ligne non chiffree : meme debut, le motif a la place du calcul.
       01  LIGNE-DEVIS-REJET REDEFINES LIGNE-DEVIS-DETAIL.
           05 FILLER PIC X(39).
           05 LDR-MOTIF PIC X(53).
       01  LIGNE-DEVIS-TOTAL.
           05 LDT-LIBELLE PIC X(80).
           05 LDT-MONTANT PIC ZZZZZZZZ9.99.
       01  LIGNE-DEVIS-TOTAL-NB REDEFINES LIGNE-DEVIS-TOTAL.
           05 FILLER PIC X(80).
           05 LDN-NOMBRE PIC ZZZZZZZZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE "C:\Users\Cobol\GeometrieOUT.txt"
                   TO WS-RESULTATS-PATH
           END-IF
           ACCEPT WS-TARIF-PATH FROM ENVIRONMENT "GEO_TARIF_PATH"
           IF WS-TARIF-PATH = SPACES
               MOVE "C:\Users\Cobol\TarifMateriaux.txt"
                   TO WS-TARIF-PATH
           END-IF
           ACCEPT WS-DEVIS-PATH FROM ENVIRONMENT "GEO_DEVIS_PATH"
           IF WS-DEVIS-PATH = SPACES
               MOVE "C:\Users\Cobol\DevisGeometrie.txt"
                   TO WS-DEVIS-PATH
           END-IF
           ACCEPT WS-REGISTRE-PATH FROM ENVIRONMENT
               "GEO_DEVIS_REGISTRE_PATH"
           IF WS-REGISTRE-PATH = SPACES
               MOVE "C:\Users\Cobol\DevisRegistre.txt"
                   TO WS-REGISTRE-PATH
           END-IF
           ACCEPT WS-TAUX-TVA-SAISIE FROM ENVIRONMENT "GEO_TAUX_TVA"
           IF WS-TAUX-TVA-SAISIE IS NUMERIC
               THEN
               MOVE WS-TAUX-TVA-NUM TO WS-TAUX-TVA
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           PERFORM CHARGE-TARIF
           OPEN INPUT DEMANDES-FIC
           IF DEMANDES-STATUT NOT = "00"
               THEN
               ADD 1 TO CPT-ECHOUEES
           END-IF
           PERFORM ECRIT-RESULTAT
           IF DEM-MATERIAU NOT = SPACES
               THEN
               PERFORM CHIFFRE-LIGNE
           END-IF
           READ DEMANDES-FIC
               AT END MOVE 1 TO EOF-DEMANDES
           END-READ.
           WRITE ENREG-RESULTAT-GEO
           END-WRITE.

      * Tarif en memoire ; absent, les lignes qui nomment un materiau
      * sortent non chiffrees.
       CHARGE-TARIF.
           MOVE 0 TO NB-MATERIAUX
           MOVE 0 TO EOF-FIC
           OPEN INPUT TARIF-FIC
           IF TARIF-STATUT NOT = "00"
               THEN
               DISPLAY "ATTENTION: tarif des materiaux introuvable ("
                   TARIF-STATUT ") : " WS-TARIF-PATH
           ELSE
               PERFORM CHARGE-TARIF-LECT UNTIL EOF-FIC = 1
               CLOSE TARIF-FIC
           END-IF.
       CHARGE-TARIF-LECT.
           READ TARIF-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0
               THEN
               IF NB-MATERIAUX < 200
                   AND TAR-PRIX IS NUMERIC
                   AND TAR-CHUTE IS NUMERIC
                   THEN
                   ADD 1 TO NB-MATERIAUX
                   MOVE TAR-CODE TO MAT-CODE(NB-MATERIAUX)
                   MOVE TAR-LIBELLE TO MAT-LIBELLE(NB-MATERIAUX)
                   MOVE TAR-UNITE TO MAT-UNITE(NB-MATERIAUX)
                   MOVE TAR-PRIX TO MAT-PRIX(NB-MATERIAUX)
                   MOVE TAR-CHUTE TO MAT-CHUTE(NB-MATERIAUX)
                   MOVE TAR-FONCTION TO MAT-FONCTION(NB-MATERIAUX)
               ELSE
                   DISPLAY "ATTENTION: materiau ignore (tarif plein "
                       "ou prix illisible) : " TAR-CODE
               END-IF
           END-IF.

      * Une ligne du devis par demande qui nomme un materiau : la forme
      * est mesuree par la fonction du materiau (SPRO01 rappele si la
      * demande en portait une autre), multipliee par le nombre de
      * formes, majoree de la chute puis valorisee au prix unitaire.
      * Ce que SPRO01 rejette (code 9) reste au devis, non chiffre.
       CHIFFRE-LIGNE.
           IF WS-DEVIS-OUVERT = 0
               THEN
               PERFORM OUVRE-DEVIS
           END-IF
           ADD 1 TO CPT-LIGNES-DEVIS
           MOVE SPACES TO WS-MOTIF-DEVIS
           MOVE 1 TO WS-QUANTITE
           IF DEM-QUANTITE IS NUMERIC AND DEM-QUANTITE > 0
               THEN
               MOVE DEM-QUANTITE TO WS-QUANTITE
           END-IF
           MOVE SPACES TO LIGNE-DEVIS-DETAIL
           MOVE CPT-LIGNES-DEVIS TO LDD-NUMERO
           MOVE DEM-MATERIAU TO LDD-MATERIAU
           MOVE DEM-FORME TO LDD-FORME
           MOVE WS-QUANTITE TO LDD-QUANTITE
           MOVE 0 TO WS-MATERIAU-TROUVE
           PERFORM CHERCHE-MATERIAU
               VARYING IDX-MATERIAU FROM 1 BY 1
               UNTIL IDX-MATERIAU > NB-MATERIAUX
               OR WS-MATERIAU-TROUVE NOT = 0
           IF WS-MATERIAU-TROUVE = 0
               THEN
               MOVE DEM-FONCTION TO LDD-FONCTION
               MOVE "NON CHIFFREE - MATERIAU ABSENT DU TARIF"
                   TO WS-MOTIF-DEVIS
           ELSE
               MOVE MAT-LIBELLE(WS-MATERIAU-TROUVE) TO LDD-LIBELLE
               MOVE MAT-FONCTION(WS-MATERIAU-TROUVE) TO LDD-FONCTION
               IF MAT-FONCTION(WS-MATERIAU-TROUVE) NOT = DEM-FONCTION
                   THEN
                   MOVE MAT-FONCTION(WS-MATERIAU-TROUVE) TO FONCTION
                   MOVE 0 TO RESULTAT
                   MOVE 0 TO CODERETOUR
                   CALL "SPRO01" USING PARAMETRES
               END-IF
               IF CODERETOUR NOT = 1
                   THEN
                   MOVE "NON CHIFFREE - FORME REJETEE PAR SPRO01 "
                       & "(CODE 9)" TO WS-MOTIF-DEVIS
               ELSE
                   PERFORM VALORISE-LIGNE
               END-IF
           END-IF
           IF WS-MOTIF-DEVIS NOT = SPACES
               THEN
               ADD 1 TO CPT-NON-CHIFFREES
               MOVE WS-MOTIF-DEVIS TO LDR-MOTIF
           END-IF
           WRITE ENREG-DEVIS FROM LIGNE-DEVIS-DETAIL
           END-WRITE.

       CHERCHE-MATERIAU.
           IF MAT-CODE(IDX-MATERIAU) = DEM-MATERIAU
               THEN
               MOVE IDX-MATERIAU TO WS-MATERIAU-TROUVE
           END-IF.

       VALORISE-LIGNE.
           COMPUTE WS-METRE = RESULTAT * WS-QUANTITE
           COMPUTE WS-QTE-FACTUREE ROUNDED = WS-METRE
               * (100 + MAT-CHUTE(WS-MATERIAU-TROUVE)) / 100
           COMPUTE WS-MONTANT-LIGNE ROUNDED = WS-QTE-FACTUREE
               * MAT-PRIX(WS-MATERIAU-TROUVE)
               ON SIZE ERROR
                   MOVE "NON CHIFFREE - MONTANT HORS CAPACITE"
                       TO WS-MOTIF-DEVIS
           END-COMPUTE
           IF WS-MOTIF-DEVIS = SPACES
               THEN
               ADD WS-MONTANT-LIGNE TO WS-SOUS-TOTAL
               MOVE WS-METRE TO LDD-METRE
               MOVE MAT-UNITE(WS-MATERIAU-TROUVE) TO LDD-UNITE
               MOVE MAT-CHUTE(WS-MATERIAU-TROUVE) TO LDD-CHUTE
               MOVE WS-QTE-FACTUREE TO LDD-QTE-FACTUREE
               MOVE MAT-PRIX(WS-MATERIAU-TROUVE) TO LDD-PRIX
               MOVE WS-MONTANT-LIGNE TO LDD-MONTANT
           END-IF.

      * Numero du devis : le plus grand du registre + 1.
       OUVRE-DEVIS.
           MOVE 0 TO WS-NUMERO-DEVIS
           MOVE 0 TO EOF-FIC
           OPEN INPUT REGISTRE-FIC
           IF REGISTRE-STATUT = "00"
               THEN
               PERFORM LIT-REGISTRE UNTIL EOF-FIC = 1
               CLOSE REGISTRE-FIC
           END-IF
           ADD 1 TO WS-NUMERO-DEVIS
           OPEN OUTPUT DEVIS-FIC
           MOVE 1 TO WS-DEVIS-OUVERT
           MOVE WS-NUMERO-DEVIS TO LDI-NUMERO
           MOVE WS-DATE TO LDI-DATE
           MOVE WS-TAUX-TVA TO LDI-TAUX
           WRITE ENREG-DEVIS FROM LIGNE-DEVIS-TITRE
           END-WRITE
           WRITE ENREG-DEVIS FROM LIGNE-DEVIS-ENTETE
           END-WRITE.
       LIT-REGISTRE.
           READ REGISTRE-FIC
               AT END MOVE 1 TO EOF-FIC
           END-READ
           IF EOF-FIC = 0 AND REG-NUMERO IS NUMERIC
               AND REG-NUMERO > WS-NUMERO-DEVIS
               THEN
               MOVE REG-NUMERO TO WS-NUMERO-DEVIS
           END-IF.

      * Pied du devis (sous-total HT, TVA, total TTC, lignes non
      * chiffrees) et inscription au registre.
       CLOT-DEVIS.
           COMPUTE WS-TVA ROUNDED = WS-SOUS-TOTAL * WS-TAUX-TVA / 100
           COMPUTE WS-TOTAL-TTC = WS-SOUS-TOTAL + WS-TVA
           MOVE SPACES TO LIGNE-DEVIS-TOTAL
           MOVE "SOUS-TOTAL HT" TO LDT-LIBELLE
           MOVE WS-SOUS-TOTAL TO LDT-MONTANT
           WRITE ENREG-DEVIS FROM LIGNE-DEVIS-TOTAL
           END-WRITE
           MOVE SPACES TO LIGNE-DEVIS-TOTAL
           MOVE "TVA" TO LDT-LIBELLE
           MOVE WS-TVA TO LDT-MONTANT
           WRITE ENREG-DEVIS FROM LIGNE-DEVIS-TOTAL
           END-WRITE
           MOVE SPACES TO LIGNE-DEVIS-TOTAL
           MOVE "TOTAL TTC" TO LDT-LIBELLE
           MOVE WS-TOTAL-TTC TO LDT-MONTANT
           WRITE ENREG-DEVIS FROM LIGNE-DEVIS-TOTAL
           END-WRITE
           MOVE SPACES TO LIGNE-DEVIS-TOTAL-NB
           MOVE "LIGNES NON CHIFFREES (HORS TOTAL)" TO LDT-LIBELLE
           MOVE CPT-NON-CHIFFREES TO LDN-NOMBRE
           WRITE ENREG-DEVIS FROM LIGNE-DEVIS-TOTAL-NB
           END-WRITE
           CLOSE DEVIS-FIC
           MOVE SPACES TO ENREG-REGISTRE
           MOVE WS-NUMERO-DEVIS TO REG-NUMERO
           MOVE WS-DATE TO REG-DATE
           MOVE CPT-LIGNES-DEVIS TO REG-LIGNES
           MOVE CPT-NON-CHIFFREES TO REG-NON-CHIFFREES
           MOVE WS-TOTAL-TTC TO REG-TOTAL-TTC
           OPEN EXTEND REGISTRE-FIC
           IF REGISTRE-STATUT NOT = "00"
               THEN
               OPEN OUTPUT REGISTRE-FIC
           END-IF
           WRITE ENREG-REGISTRE
           END-WRITE
           CLOSE REGISTRE-FIC
           MOVE WS-TOTAL-TTC TO WS-MONTANT-ECRAN
           DISPLAY "Devis " WS-NUMERO-DEVIS " : " CPT-LIGNES-DEVIS
               " lignes, total TTC " WS-MONTANT-ECRAN
           IF CPT-NON-CHIFFREES NOT = 0
               THEN
               DISPLAY "ATTENTION: " CPT-NON-CHIFFREES
                   " ligne(s) du devis non chiffree(s)"
           END-IF.

       FIN.
           CLOSE DEMANDES-FIC RESULTATS-FIC
           IF WS-DEVIS-OUVERT = 1
               THEN
               PERFORM CLOT-DEVIS
           END-IF
           DISPLAY "Demandes lues    : " CPT-LUES
           DISPLAY "Calculs reussis  : " CPT-REUSSIES
           DISPLAY "Calculs echoues  : " CPT-ECHOUEES
                   WS-DEMANDES-PATH
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CPT-ECHOUEES NOT = 0 OR CPT-NON-CHIFFREES NOT = 0
                   THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
