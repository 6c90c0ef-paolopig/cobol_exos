      ******************************************************************
      * Author: PAOLO PIGNOTTI
      * Date: 15/10/2026
      * Objectif : constituer ClientsIN.txt a partir des differents
      * flux d'entree (comptoirs des agences, EXO-CLI-PONT,
      * EXO-CSV-IMPORT...) au lieu de les concatener a la main, ce qui
      * faisait dependre le "premier/dernier gagne" du dedoublonnage
      * de l'ordre de la copie.
      * La liste des flux (ClientsFluxEntree.txt) donne pour chacun un
      * rang de precedence (1 = le plus fort), un code source et le
      * chemin du fichier (enregistrements client de 68 octets).
      * Chaque flux est controle sur ses propres enregistrements de
      * service : une entete "HD" d'un autre jour que la date de
      * traitement signale un fichier perime, un trailer "TR" dont le
      * compte ou la somme des IDCLI ne correspond pas aux details lus
      * signale un fichier tronque ou mal copie. Un flux absent, perime
      * ou en ecart est rejete, et ClientsIN.txt n'est alors PAS
      * reconstitue (code retour 8, alerte) : sans lui, une source de
      * rang inferieur gagnerait a tort ses conflits. Un flux sans
      * trailer est accepte et signale comme tel.
      * Tous les details sont tries sur IDCLI, rang, flux puis ordre
      * de lecture : pour un meme IDCLI, seuls les enregistrements du
      * flux de meilleur rang sont gardes, quel que soit l'ordre des
      * fichiers ; les doublons internes a ce flux passent, dans leur
      * ordre d'origine, au mode de dedoublonnage d'EXO-VI-C-V4. A rang
      * egal, le flux cite le premier dans la liste l'emporte.
      * ClientsIN.txt recoit une entete "HD" et un trailer "TR" ; le
      * precedent est garde en .bak. ClientsINSources.txt porte la
      * source et le rang de chaque enregistrement retenu, dans le
      * meme ordre. Le rapport ClientsINRapport.txt liste chaque
      * conflit (IDCLI, source retenue, source ecartee) puis les
      * comptes par flux.
      * Codes retour : 0 = constitue, 4 = constitue avec conflits ou
      * details illisibles ecartes, 8 = flux rejete, ClientsIN.txt
      * inchange, 12 = liste des flux absente ou vide.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-ENTREES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTE-FIC
               ASSIGN TO WS-LISTE-PATH
               FILE STATUS IS LISTE-STATUT.
           SELECT FLUX-FIC
               ASSIGN TO WS-FLUX-PATH
               FILE STATUS IS FLUX-STATUT.
           SELECT CLI-FIC
               ASSIGN TO WS-CLI-FIC-PATH
               FILE STATUS IS CLI-STATUT.
           SELECT SOURCES-FIC
               ASSIGN TO WS-SOURCES-PATH
               FILE STATUS IS SOURCES-STATUT.
           SELECT RAPPORT-FIC
               ASSIGN TO WS-RAPPORT-PATH
               FILE STATUS IS RAPPORT-STATUT.
           SELECT ENTREE-TMP
               ASSIGN TO "C:\Users\Cobol\ClientsEntreesTemp.txt".
           SELECT ALERTES-FIC
               ASSIGN TO "C:\Users\Cobol\Alerts.txt"
               FILE STATUS IS ALERTES-STATUT.
      *
       DATA DIVISION.
       FILE SECTION.
      * Liste des flux : rang de precedence, code source, chemin.
       FD  LISTE-FIC.
       01  ENREG-LISTE.
           05 LST-RANG PIC 99.
           05 FILLER PIC X.
           05 LST-SOURCE PIC X(10).
           05 FILLER PIC X.
           05 LST-PATH PIC X(60).
      *
       FD  FLUX-FIC.
       01  ENREG-FLUX.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
           05 AGENCE PIC XX.
      * Vue des enregistrements de service (voir ENREG-CLI-ENTETE et
      * ENREG-CLI-TRAILER dans EXO-VI-C-V4).
       01  ENREG-FLUX-SERVICE.
           05 SRV-MARQUE PIC XX.
           05 SRV-ZONE PIC X(66).
       01  ENREG-FLUX-ENTETE.
           05 FILLER PIC XX.
           05 FHD-DATE PIC X(8).
           05 FHD-PROGRAMME PIC X(16).
           05 FILLER PIC X(42).
       01  ENREG-FLUX-TRAILER.
           05 FILLER PIC XX.
           05 FTR-CPT PIC X(5).
           05 FTR-SOMME PIC X(8).
           05 FILLER PIC X(53).
      *
       FD  CLI-FIC.
       01  ENREG-CLI PIC X(68).
      *
      * Provenance de chaque enregistrement retenu dans ClientsIN.txt.
       FD  SOURCES-FIC.
       01  ENREG-SOURCE.
           05 SRC-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 SRC-SOURCE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 SRC-RANG PIC 99.
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(80).
      *
      * Detail d'un flux marque de son rang, de son numero dans la
      * liste et de son ordre de lecture, pour le tri de precedence.
       SD  ENTREE-TMP.
       01  ENREG-ENTREE-TMP.
           05 TMP-CLIENT.
               10 TMP-IDCLI PIC 9(5).
               10 TMP-NOMCLI PIC X(20).
               10 FILLER PIC X(43).
           05 TMP-RANG PIC 99.
           05 TMP-FLUX PIC 99.
           05 TMP-SEQ PIC 9(7).
      *
      * Fichier central des alertes de la chaine (voir ECRIT-ALERTE
      * dans EXO-FICHIER-SORT).
       FD  ALERTES-FIC.
       01  ENREG-ALERTE.
           05 ALERTE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-PROGRAMME PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-SEVERITE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 ALERTE-MESSAGE PIC X(60).
      *
       WORKING-STORAGE SECTION.
       77  LISTE-STATUT PIC XX.
       77  FLUX-STATUT PIC XX.
       77  CLI-STATUT PIC XX.
       77  SOURCES-STATUT PIC XX.
       77  RAPPORT-STATUT PIC XX.
       77  ALERTES-STATUT PIC XX.
       77  EOF-LISTE PIC 9 VALUE 0.
       77  EOF-FLUX PIC 9 VALUE 0.
       77  EOF-TRI PIC 9 VALUE 0.
       77  WS-DATE PIC 9(8).
       77  WS-TIME PIC 9(8).
      * Date de traitement : celle du jour, ou le jour rattrape par
      * EXO-JOB-STREAM (JOB_DATE_TRAITEMENT).
       77  WS-DATE-TRAITEMENT PIC 9(8).
       77  WS-DATE-TRAITEMENT-ENV PIC X(8) VALUE SPACES.
      * Flux de la liste et leurs comptes.
       01  TABLE-FLUX.
           05 FLUX-ENTREE OCCURS 20.
               10 FLX-RANG PIC 99.
               10 FLX-SOURCE PIC X(10).
               10 FLX-PATH PIC X(60).
               10 FLX-ETAT PIC X(8).
               10 FLX-CPT-LUS PIC 9(7).
               10 FLX-SOMME-LUS PIC 9(9).
               10 FLX-CPT-ILLISIBLES PIC 9(5).
               10 FLX-CPT-RETENUS PIC 9(7).
               10 FLX-CPT-ECARTES PIC 9(7).
               10 FLX-TR-PRESENT PIC 9.
               10 FLX-TR-CPT PIC 9(5).
               10 FLX-TR-SOMME PIC 9(8).
       77  NB-FLUX PIC 99 VALUE 0.
       77  IDX-FLUX PIC 99 VALUE 0.
       77  CPT-FLUX-REJETES PIC 99 VALUE 0.
      * Groupe IDCLI en cours dans la procedure de sortie du tri.
       77  WS-IDCLI-COURANT PIC 9(5) VALUE 0.
       77  WS-GROUPE-OUVERT PIC 9 VALUE 0.
       77  WS-FLUX-GAGNANT PIC 99 VALUE 0.
       77  WS-NOM-GAGNANT PIC X(20) VALUE SPACES.
      * Totaux.
       77  CPT-ECRITS PIC 9(7) VALUE 0.
       77  WS-SOMME-ECRITS PIC 9(9) VALUE 0.
       77  CPT-CONFLITS PIC 9(7) VALUE 0.
       77  CPT-ILLISIBLES PIC 9(7) VALUE 0.
       77  WS-MESSAGE-ALERTE PIC X(60) VALUE SPACES.
       77  WS-SEVERITE-ALERTE PIC X(9) VALUE SPACES.
       77  WS-SAUVEGARDE-BUFFER PIC X(36) VALUE SPACES.
       77  WS-SAUVEGARDE-STATUT PIC 9(9) COMP-5 VALUE 0.
       77  WS-LISTE-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsFluxEntree.txt".
       77  WS-FLUX-PATH PIC X(60) VALUE SPACES.
       77  WS-CLI-FIC-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsIN.txt".
       77  WS-CLI-FIC-BAK-PATH PIC X(64) VALUE SPACES.
       77  WS-SOURCES-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsINSources.txt".
       77  WS-RAPPORT-PATH PIC X(60)
           VALUE "C:\Users\Cobol\ClientsINRapport.txt".
      * Entete et trailer de ClientsIN.txt, memes dessins que dans
      * EXO-VI-C-V4 (lot a zero : constitution hors lot).
       01  ENREG-CLI-ENTETE.
           05 HD-MARQUE PIC X(2) VALUE "HD".
           05 HD-DATE PIC 9(8).
           05 HD-PROGRAMME PIC X(16) VALUE "EXO-CLI-ENTREES".
           05 HD-SOURCE PIC X(15) VALUE "ClientsFluxEntr".
           05 HD-LOT PIC 9(2) VALUE 0.
           05 FILLER PIC X(25) VALUE SPACES.
       01  ENREG-CLI-TRAILER.
           05 TR-MARQUE PIC X(2) VALUE "TR".
           05 TR-CPT PIC 9(5).
           05 TR-SOMME PIC 9(8).
           05 FILLER PIC X(53) VALUE SPACES.
      *
       01  LIGNE-TITRE.
           05 FILLER PIC X(40)
              VALUE "CONSTITUTION DE ClientsIN.txt - DATE DE ".
           05 FILLER PIC X(13) VALUE "TRAITEMENT : ".
           05 LT-DATE PIC 9(8).
           05 FILLER PIC X(19) VALUE SPACES.
       01  LIGNE-TITRE-CONFLITS.
           05 FILLER PIC X(40)
              VALUE "CONFLITS : IDCLI  SOURCE RETENUE / NOM  ".
           05 FILLER PIC X(40)
              VALUE "          SOURCE ECARTEE / NOM          ".
       01  LIGNE-CONFLIT.
           05 FILLER PIC X(11) VALUE SPACES.
           05 LCF-IDCLI PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LCF-SOURCE-RETENUE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LCF-NOM-RETENU PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LCF-SOURCE-ECARTEE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LCF-NOM-ECARTE PIC X(19).
       01  LIGNE-TITRE-FLUX.
           05 FILLER PIC X(40)
              VALUE "RG SOURCE     ETAT          LUS ILLISIB.".
           05 FILLER PIC X(40)
              VALUE "  RETENUS ECARTES TR-CPT                ".
       01  LIGNE-FLUX.
           05 LF-RANG PIC Z9.
           05 FILLER PIC X VALUE SPACE.
           05 LF-SOURCE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 LF-ETAT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 LF-LUS PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LF-ILLISIBLES PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LF-RETENUS PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LF-ECARTES PIC ZZZZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 LF-TR-CPT PIC X(5).
           05 FILLER PIC X(18) VALUE SPACES.
       01  LIGNE-CONTROLE.
           05 LC-LIBELLE PIC X(40).
           05 LC-NOMBRE PIC ZZZZZZ9.
           05 FILLER PIC X(33) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT
           PERFORM TRAIT
           PERFORM FIN
           STOP RUN.

      * Chemins surchargeables : CLI_FLUX_ENTREE_PATH (liste des
      * flux), CLI_FIC_PATH (meme nom que pour EXO-VI-C-V4),
      * CLI_SOURCES_PATH et CLI_ENTREE_RAPPORT_PATH.
       INIT.
           ACCEPT WS-LISTE-PATH FROM ENVIRONMENT "CLI_FLUX_ENTREE_PATH"
           IF WS-LISTE-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsFluxEntree.txt"
                   TO WS-LISTE-PATH
           END-IF
           ACCEPT WS-CLI-FIC-PATH FROM ENVIRONMENT "CLI_FIC_PATH"
           IF WS-CLI-FIC-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsIN.txt" TO WS-CLI-FIC-PATH
           END-IF
           ACCEPT WS-SOURCES-PATH FROM ENVIRONMENT "CLI_SOURCES_PATH"
           IF WS-SOURCES-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsINSources.txt"
                   TO WS-SOURCES-PATH
           END-IF
           ACCEPT WS-RAPPORT-PATH FROM ENVIRONMENT
               "CLI_ENTREE_RAPPORT_PATH"
           IF WS-RAPPORT-PATH = SPACES
               MOVE "C:\Users\Cobol\ClientsINRapport.txt"
                   TO WS-RAPPORT-PATH
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE TO WS-DATE-TRAITEMENT
           ACCEPT WS-DATE-TRAITEMENT-ENV FROM ENVIRONMENT
               "JOB_DATE_TRAITEMENT"
           IF WS-DATE-TRAITEMENT-ENV IS NUMERIC
               THEN
               MOVE WS-DATE-TRAITEMENT-ENV TO WS-DATE-TRAITEMENT
               DISPLAY "Date de traitement (rattrapage) : "
                   WS-DATE-TRAITEMENT
           END-IF
           PERFORM CHARGE-LISTE.

       CHARGE-LISTE.
           OPEN INPUT LISTE-FIC
           IF LISTE-STATUT NOT = "00"
               THEN
               DISPLAY "ERREUR: liste des flux introuvable ("
                   LISTE-STATUT ") : " WS-LISTE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO EOF-LISTE
           PERFORM CHARGE-LISTE-LECT UNTIL EOF-LISTE = 1
           CLOSE LISTE-FIC
           IF NB-FLUX = 0
               THEN
               DISPLAY "ERREUR: aucun flux dans " WS-LISTE-PATH
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHARGE-LISTE-LECT.
           READ LISTE-FIC
               AT END MOVE 1 TO EOF-LISTE
           END-READ
           IF EOF-LISTE = 0
               THEN
               IF LST-RANG IS NUMERIC AND LST-PATH NOT = SPACES
                   AND NB-FLUX < 20
                   THEN
                   ADD 1 TO NB-FLUX
                   INITIALIZE FLUX-ENTREE(NB-FLUX)
                   MOVE LST-RANG TO FLX-RANG(NB-FLUX)
                   MOVE LST-SOURCE TO FLX-SOURCE(NB-FLUX)
                   MOVE LST-PATH TO FLX-PATH(NB-FLUX)
               ELSE
                   DISPLAY "ATTENTION: ligne de liste ignoree : "
                       ENREG-LISTE
               END-IF
           END-IF.

      ******************************************************************
      * Tri de precedence : la procedure d'entree lit et controle
      * chaque flux, la procedure de sortie garde pour chaque IDCLI le
      * flux de meilleur rang.
      ******************************************************************
       TRAIT.
           SORT ENTREE-TMP
               ASCENDING KEY TMP-IDCLI
               ASCENDING KEY TMP-RANG
               ASCENDING KEY TMP-FLUX
               ASCENDING KEY TMP-SEQ
               INPUT PROCEDURE LECTURE-FLUX
               OUTPUT PROCEDURE CONSTITUE-CLIENTS-IN.

       LECTURE-FLUX.
           PERFORM LECTURE-UN-FLUX VARYING IDX-FLUX FROM 1 BY 1
               UNTIL IDX-FLUX > NB-FLUX.
       LECTURE-UN-FLUX.
           MOVE "OK" TO FLX-ETAT(IDX-FLUX)
           MOVE FLX-PATH(IDX-FLUX) TO WS-FLUX-PATH
           OPEN INPUT FLUX-FIC
           IF FLUX-STATUT NOT = "00"
               THEN
               MOVE "ABSENT" TO FLX-ETAT(IDX-FLUX)
               DISPLAY "ERREUR: flux " FLX-SOURCE(IDX-FLUX)
                   " introuvable (" FLUX-STATUT ") : " WS-FLUX-PATH
           ELSE
               MOVE 0 TO EOF-FLUX
               PERFORM LECTURE-FLUX-LECT UNTIL EOF-FLUX = 1
               CLOSE FLUX-FIC
               PERFORM CONTROLE-TRAILER
           END-IF
           IF FLX-ETAT(IDX-FLUX) NOT = "OK"
               AND FLX-ETAT(IDX-FLUX) NOT = "SANS TR"
               THEN
               ADD 1 TO CPT-FLUX-REJETES
           END-IF.
       LECTURE-FLUX-LECT.
           READ FLUX-FIC
               AT END MOVE 1 TO EOF-FLUX
           END-READ
           IF EOF-FLUX = 0
               THEN
               EVALUATE TRUE
                   WHEN SRV-MARQUE = "HD"
                       PERFORM CONTROLE-ENTETE
                   WHEN SRV-MARQUE = "TR"
                       PERFORM NOTE-TRAILER
                   WHEN IDCLI IS NUMERIC
                       PERFORM RELACHE-DETAIL
                   WHEN OTHER
                       ADD 1 TO FLX-CPT-ILLISIBLES(IDX-FLUX)
                       ADD 1 TO CPT-ILLISIBLES
               END-EVALUATE
           END-IF.
      * Une entete d'un autre jour : fichier de la veille laisse en
      * place ou recopie par erreur.
       CONTROLE-ENTETE.
           IF FHD-DATE IS NUMERIC
               AND FHD-DATE NOT = WS-DATE-TRAITEMENT
               THEN
               MOVE "PERIME" TO FLX-ETAT(IDX-FLUX)
               DISPLAY "ERREUR: flux " FLX-SOURCE(IDX-FLUX)
                   " date du " FHD-DATE " par " FHD-PROGRAMME
                   " - fichier perime ?"
           END-IF.
       NOTE-TRAILER.
           MOVE 1 TO FLX-TR-PRESENT(IDX-FLUX)
           IF FTR-CPT IS NUMERIC AND FTR-SOMME IS NUMERIC
               THEN
               MOVE FTR-CPT TO FLX-TR-CPT(IDX-FLUX)
               MOVE FTR-SOMME TO FLX-TR-SOMME(IDX-FLUX)
           ELSE
               MOVE 99999 TO FLX-TR-CPT(IDX-FLUX)
               MOVE 99999999 TO FLX-TR-SOMME(IDX-FLUX)
           END-IF.
       RELACHE-DETAIL.
           ADD 1 TO FLX-CPT-LUS(IDX-FLUX)
           ADD IDCLI TO FLX-SOMME-LUS(IDX-FLUX)
           MOVE ENREG-FLUX TO TMP-CLIENT
           MOVE FLX-RANG(IDX-FLUX) TO TMP-RANG
           MOVE IDX-FLUX TO TMP-FLUX
           MOVE FLX-CPT-LUS(IDX-FLUX) TO TMP-SEQ
           RELEASE ENREG-ENTREE-TMP.
      * Trailer confronte aux details lus (somme sur 8 chiffres, comme
      * TR-SOMME dans EXO-VI-C-V4). Une entete perimee l'emporte.
       CONTROLE-TRAILER.
           EVALUATE TRUE
               WHEN FLX-ETAT(IDX-FLUX) NOT = "OK"
                   CONTINUE
               WHEN FLX-TR-PRESENT(IDX-FLUX) = 0
                   MOVE "SANS TR" TO FLX-ETAT(IDX-FLUX)
                   DISPLAY "ATTENTION: flux " FLX-SOURCE(IDX-FLUX)
                       " sans trailer - completude non verifiee."
               WHEN FLX-TR-CPT(IDX-FLUX) NOT = FLX-CPT-LUS(IDX-FLUX)
                   OR FLX-TR-SOMME(IDX-FLUX)
                   NOT = FLX-SOMME-LUS(IDX-FLUX)(2:8)
                   MOVE "TR FAUX" TO FLX-ETAT(IDX-FLUX)
                   DISPLAY "ERREUR: flux " FLX-SOURCE(IDX-FLUX)
                       " trailer " FLX-TR-CPT(IDX-FLUX) "/"
                       FLX-TR-SOMME(IDX-FLUX) " pour "
                       FLX-CPT-LUS(IDX-FLUX) " details lus."
           END-EVALUATE.

      * Un flux rejete : ClientsIN.txt reste tel quel, le tri est
      * simplement vide.
       CONSTITUE-CLIENTS-IN.
           OPEN OUTPUT RAPPORT-FIC
           MOVE WS-DATE-TRAITEMENT TO LT-DATE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE
           END-WRITE
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           IF CPT-FLUX-REJETES > 0
               THEN
               MOVE "CONSTITUTION REFUSEE : FLUX REJETE(S)" TO
                   ENREG-RAPPORT
               WRITE ENREG-RAPPORT
               END-WRITE
               MOVE 0 TO EOF-TRI
               PERFORM VIDE-TRI UNTIL EOF-TRI = 1
           ELSE
               PERFORM SAUVEGARDE-CLI-FIC
               OPEN OUTPUT CLI-FIC
               OPEN OUTPUT SOURCES-FIC
               MOVE WS-DATE-TRAITEMENT TO HD-DATE
               WRITE ENREG-CLI FROM ENREG-CLI-ENTETE
               END-WRITE
               WRITE ENREG-RAPPORT FROM LIGNE-TITRE-CONFLITS
               END-WRITE
               MOVE 0 TO WS-GROUPE-OUVERT
               MOVE 0 TO EOF-TRI
               PERFORM CONSTITUE-CLIENTS-IN-LECT UNTIL EOF-TRI = 1
               MOVE CPT-ECRITS TO TR-CPT
               MOVE WS-SOMME-ECRITS(2:8) TO TR-SOMME
               WRITE ENREG-CLI FROM ENREG-CLI-TRAILER
               END-WRITE
               CLOSE CLI-FIC SOURCES-FIC
           END-IF.
       VIDE-TRI.
           RETURN ENTREE-TMP
               AT END MOVE 1 TO EOF-TRI
           END-RETURN.
       CONSTITUE-CLIENTS-IN-LECT.
           RETURN ENTREE-TMP
               AT END MOVE 1 TO EOF-TRI
           END-RETURN
           IF EOF-TRI = 0
               THEN
               IF WS-GROUPE-OUVERT = 0
                   OR TMP-IDCLI NOT = WS-IDCLI-COURANT
                   THEN
                   MOVE 1 TO WS-GROUPE-OUVERT
                   MOVE TMP-IDCLI TO WS-IDCLI-COURANT
                   MOVE TMP-FLUX TO WS-FLUX-GAGNANT
                   MOVE TMP-NOMCLI TO WS-NOM-GAGNANT
               END-IF
               IF TMP-FLUX = WS-FLUX-GAGNANT
                   THEN
                   PERFORM ECRIT-RETENU
               ELSE
                   PERFORM ECRIT-CONFLIT
               END-IF
           END-IF.
       ECRIT-RETENU.
           WRITE ENREG-CLI FROM TMP-CLIENT
           END-WRITE
           ADD 1 TO CPT-ECRITS
           ADD TMP-IDCLI TO WS-SOMME-ECRITS
           ADD 1 TO FLX-CPT-RETENUS(TMP-FLUX)
           MOVE SPACES TO ENREG-SOURCE
           MOVE TMP-IDCLI TO SRC-IDCLI
           MOVE FLX-SOURCE(TMP-FLUX) TO SRC-SOURCE
           MOVE TMP-RANG TO SRC-RANG
           WRITE ENREG-SOURCE
           END-WRITE.
       ECRIT-CONFLIT.
           ADD 1 TO CPT-CONFLITS
           ADD 1 TO FLX-CPT-ECARTES(TMP-FLUX)
           MOVE TMP-IDCLI TO LCF-IDCLI
           MOVE FLX-SOURCE(WS-FLUX-GAGNANT) TO LCF-SOURCE-RETENUE
           MOVE WS-NOM-GAGNANT TO LCF-NOM-RETENU
           MOVE FLX-SOURCE(TMP-FLUX) TO LCF-SOURCE-ECARTEE
           MOVE TMP-NOMCLI TO LCF-NOM-ECARTE
           WRITE ENREG-RAPPORT FROM LIGNE-CONFLIT
           END-WRITE.

      * Le ClientsIN.txt precedent (constitue a la main ou par un
      * passage anterieur) est garde en .bak (voir SAUVEGARDE-CLI-OUT-
      * FIC dans EXO-VI-C-V4).
       SAUVEGARDE-CLI-FIC.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CLI-FIC-PATH
               WS-SAUVEGARDE-BUFFER
               RETURNING WS-SAUVEGARDE-STATUT
           IF WS-SAUVEGARDE-STATUT = 0
               THEN
               STRING WS-CLI-FIC-PATH DELIMITED BY SPACE
                   ".bak" DELIMITED BY SIZE
                   INTO WS-CLI-FIC-BAK-PATH
               END-STRING
               CALL "CBL_COPY_FILE" USING WS-CLI-FIC-PATH
                   WS-CLI-FIC-BAK-PATH
                   RETURNING WS-SAUVEGARDE-STATUT
           END-IF.

      ******************************************************************
      * Comptes par flux, totaux, code retour et alerte.
      ******************************************************************
       FIN.
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           WRITE ENREG-RAPPORT FROM LIGNE-TITRE-FLUX
           END-WRITE
           PERFORM ECRIT-LIGNE-FLUX VARYING IDX-FLUX FROM 1 BY 1
               UNTIL IDX-FLUX > NB-FLUX
           MOVE SPACES TO ENREG-RAPPORT
           WRITE ENREG-RAPPORT
           END-WRITE
           MOVE "FLUX REJETES" TO LC-LIBELLE
           MOVE CPT-FLUX-REJETES TO LC-NOMBRE
           WRITE ENREG-RAPPORT FROM LIGNE-CONTROLE
           END-WRITE
           MOVE "DETAILS ILLISIBLES ECARTES" TO LC-LIBELLE
           MOVE CPT-ILLISIBLES TO LC-NOMBRE
           WRITE ENREG-RAPPORT FROM LIGNE-CONTROLE
           END-WRITE
           MOVE "CONFLITS RESOLUS PAR PRECEDENCE" TO LC-LIBELLE
           MOVE CPT-CONFLITS TO LC-NOMBRE
           WRITE ENREG-RAPPORT FROM LIGNE-CONTROLE
           END-WRITE
           MOVE "ENREGISTREMENTS ECRITS DANS ClientsIN" TO LC-LIBELLE
           MOVE CPT-ECRITS TO LC-NOMBRE
           WRITE ENREG-RAPPORT FROM LIGNE-CONTROLE
           END-WRITE
           CLOSE RAPPORT-FIC
           DISPLAY "Flux lus            : " NB-FLUX
           DISPLAY "Flux rejetes        : " CPT-FLUX-REJETES
           DISPLAY "Conflits resolus    : " CPT-CONFLITS
           DISPLAY "Enregistrements     : " CPT-ECRITS
           DISPLAY "Rapport             : " WS-RAPPORT-PATH
           EVALUATE TRUE
               WHEN CPT-FLUX-REJETES > 0
                   DISPLAY "REFUS: ClientsIN.txt non reconstitue - "
                       "corriger ou retirer le flux rejete."
                   MOVE "ERREUR" TO WS-SEVERITE-ALERTE
                   MOVE "flux d'entree rejete, ClientsIN.txt inchange"
                       TO WS-MESSAGE-ALERTE
                   PERFORM ECRIT-ALERTE
                   MOVE 8 TO RETURN-CODE
               WHEN CPT-CONFLITS > 0 OR CPT-ILLISIBLES > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
       ECRIT-LIGNE-FLUX.
           MOVE FLX-RANG(IDX-FLUX) TO LF-RANG
           MOVE FLX-SOURCE(IDX-FLUX) TO LF-SOURCE
           MOVE FLX-ETAT(IDX-FLUX) TO LF-ETAT
           MOVE FLX-CPT-LUS(IDX-FLUX) TO LF-LUS
           MOVE FLX-CPT-ILLISIBLES(IDX-FLUX) TO LF-ILLISIBLES
           MOVE FLX-CPT-RETENUS(IDX-FLUX) TO LF-RETENUS
           MOVE FLX-CPT-ECARTES(IDX-FLUX) TO LF-ECARTES
           IF FLX-TR-PRESENT(IDX-FLUX) = 1
               THEN
               MOVE FLX-TR-CPT(IDX-FLUX) TO LF-TR-CPT
           ELSE
               MOVE "-" TO LF-TR-CPT
           END-IF
           WRITE ENREG-RAPPORT FROM LIGNE-FLUX
           END-WRITE.

      * Depot d'une alerte datee dans le fichier central Alerts.txt
      * (voir ECRIT-ALERTE dans EXO-FICHIER-SORT).
       ECRIT-ALERTE.
           MOVE SPACES TO ENREG-ALERTE
           MOVE WS-DATE TO ALERTE-DATE
           MOVE WS-TIME TO ALERTE-TIME
           MOVE "EXO-CLI-ENTREES" TO ALERTE-PROGRAMME
           MOVE WS-SEVERITE-ALERTE TO ALERTE-SEVERITE
           MOVE WS-MESSAGE-ALERTE TO ALERTE-MESSAGE
           OPEN EXTEND ALERTES-FIC
           IF ALERTES-STATUT NOT = "00"
               THEN
               OPEN OUTPUT ALERTES-FIC
           END-IF
           WRITE ENREG-ALERTE
           END-WRITE
           CLOSE ALERTES-FIC.

       END PROGRAM EXO-CLI-ENTREES.
