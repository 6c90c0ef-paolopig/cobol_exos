      * touche ou touche pour la derniere fois avant la date butoir
      * est considere comme dormant.
      * Un rapport de purge liste exactement les IDCLI archives.
      * NOMCLI et PNMCLI elargis a 20 et 15 caracteres : fichier epure
      * et archive de 68 octets, rapport de purge de 60.
      * Un dormant sous gel juridique en cours (registre
      * ClientsGelJuridique.txt, controle par SPGEL01) n'est pas
      * archive : il reste au fichier epure et le rapport de purge le
      * liste en CONSERVE avec la reference du dossier et la date de
      * pose.
      * Un archive encore representant legal d'un autre client (registre
      * ClientsLiens.txt, controle par SPLIE01) part quand meme en
      * archive, mais le rapport de purge porte sous sa ligne une ligne
      * ATTENTION avec le client represente, et le code retour passe a
      * 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXO-CLI-PURGE.
       FD  CLI-FIC.
       01  ENREG-CLIENT.
           05 IDCLI PIC 9(5).
           05 NOMCLI PIC X(20).
           05 PNMCLI PIC X(15).
           05 ADRESSE PIC X(15).
           05 TELEPHONE PIC X(10).
           05 STATUT PIC X.
           05 AGENCE PIC XX.
      *
       FD  CLI-EPURE-FIC.
       01  ENREG-CLI-EPURE PIC X(68).
      *
       FD  ARCHIVE-FIC.
       01  ENREG-ARCHIVE PIC X(68).
      *
      * Enregistrement cale sur les 68 octets qu'ecrit EXO-CLI-MAINT
      * (ENREG-AUDIT-LOG, second operateur et valeur de controle
           05 DATE-ACT PIC 9(8).
      *
       FD  RAPPORT-FIC.
       01  ENREG-RAPPORT PIC X(60).
      *
      * Catalogue des generations (voir ECRIT-CATALOGUE dans
      * EXO-VI-C-V4) : chaque archive datee y est enregistree sous la
           05 FILLER PIC X(10) VALUE "ARCHIVE : ".
           05 LIGNE-RAPPORT-IDCLI PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-RAPPORT-NOM PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 LIGNE-RAPPORT-PNM PIC X(15).
           05 FILLER PIC X(8) VALUE SPACES.
      * Dormant conserve pour cause de gel juridique.
       01  LIGNE-RAPPORT-GEL.
           05 FILLER PIC X(10) VALUE "CONSERVE: ".
           05 LIGNE-GEL-IDCLI PIC 9(5).
           05 FILLER PIC X(15) VALUE " gel juridique ".
           05 LIGNE-GEL-REFERENCE PIC X(12).
           05 FILLER PIC X(4) VALUE " du ".
           05 LIGNE-GEL-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE SPACES.
       77  CPT-GEL PIC 9(5) VALUE 0.
      * Archive encore representant legal d'un autre client.
       01  LIGNE-RAPPORT-REPRES.
           05 FILLER PIC X(10) VALUE "ATTENTION:".
           05 LIGNE-REP-IDCLI PIC 9(5).
           05 FILLER PIC X(23) VALUE " representant legal de ".
           05 LIGNE-REP-REPRESENTE PIC 9(5).
           05 FILLER PIC X(2) VALUE " (".
           05 LIGNE-REP-NOMBRE PIC ZZ9.
           05 FILLER PIC X(12) VALUE " en tout)".
       77  CPT-REPRES PIC 9(5) VALUE 0.
      * Bloc d'appel de SPGEL01 : gel juridique en cours sur le
      * client (voir SPGEL01.cbl) ; code retour 1 = client gele.
       01  PARAMETRES-GEL.
           05 JUR-IDCLI PIC 9(5).
           05 JUR-REFERENCE PIC X(12).
           05 JUR-DATE-POSE PIC 9(8).
           05 JUR-CODERETOUR PIC 9.
      * Bloc d'appel de SPLIE01 : representations legales en cours
      * du client (voir SPLIE01.cbl) ; code retour 1 = le client
      * represente encore quelqu'un.
       01  PARAMETRES-REPRES.
           05 REP-IDCLI PIC 9(5).
           05 REP-REPRESENTE PIC 9(5).
           05 REP-NOMBRE PIC 999.
           05 REP-CODERETOUR PIC 9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   AND (IDCLI = 0
                       OR DERNIERE-ACTIVITE(IDCLI) <= WS-DATE-BUTOIR)
                   THEN
                   MOVE IDCLI TO JUR-IDCLI
                   CALL "SPGEL01" USING PARAMETRES-GEL
                   IF JUR-CODERETOUR = 1
                       THEN
                       PERFORM CONSERVE-CLIENT-GELE
                   ELSE
                       PERFORM ARCHIVE-CLIENT
                   END-IF
               ELSE
                   PERFORM GARDE-CLIENT
               END-IF
           END-IF
           READ CLI-FIC
               AT END MOVE 1 TO EOF
           END-READ.

       GARDE-CLIENT.
           WRITE ENREG-CLI-EPURE FROM ENREG-CLIENT
           END-WRITE
           ADD 1 TO CPT-GARDE
           ADD IDCLI TO WS-SOMME-GARDE.

      * Un dormant sous gel juridique (voir SPGEL01) reste en place :
      * le rapport dit pourquoi il n'a pas ete archive.
       CONSERVE-CLIENT-GELE.
           PERFORM GARDE-CLIENT
           ADD 1 TO CPT-GEL
           MOVE IDCLI TO LIGNE-GEL-IDCLI
           MOVE JUR-REFERENCE TO LIGNE-GEL-REFERENCE
           MOVE JUR-DATE-POSE TO LIGNE-GEL-DATE
           WRITE ENREG-RAPPORT FROM LIGNE-RAPPORT-GEL
           END-WRITE.

       ARCHIVE-CLIENT.
           WRITE ENREG-ARCHIVE FROM ENREG-CLIENT
           END-WRITE
           MOVE NOMCLI TO LIGNE-RAPPORT-NOM
           MOVE PNMCLI TO LIGNE-RAPPORT-PNM
           WRITE ENREG-RAPPORT FROM LIGNE-RAPPORT
           END-WRITE
           MOVE IDCLI TO REP-IDCLI
           CALL "SPLIE01" USING PARAMETRES-REPRES
           IF REP-CODERETOUR = 1
               THEN
               PERFORM SIGNALE-REPRESENTANT
           END-IF.

      * Un archive encore representant legal d'un autre client (voir
      * SPLIE01) part quand meme en archive : le rapport le signale
      * juste sous sa ligne pour que le lien soit repris dans
      * EXO-CLI-LIENS.
       SIGNALE-REPRESENTANT.
           ADD 1 TO CPT-REPRES
           MOVE IDCLI TO LIGNE-REP-IDCLI
           MOVE REP-REPRESENTE TO LIGNE-REP-REPRESENTE
           MOVE REP-NOMBRE TO LIGNE-REP-NOMBRE
           WRITE ENREG-RAPPORT FROM LIGNE-RAPPORT-REPRES
           END-WRITE.

       FIN.
           WRITE ENREG-ARCHIVE FROM ENREG-CLI-TRAILER
           END-WRITE
           CLOSE CLI-FIC CLI-EPURE-FIC ARCHIVE-FIC RAPPORT-FIC
           IF CPT-REPRES NOT = 0
               THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           CALL "CBL_COPY_FILE" USING WS-CLI-EPURE-PATH
               WS-CLI-FIC-PATH
               RETURNING WS-SAUVEGARDE-STATUT
           PERFORM ECRIT-CATALOGUE-ARCHIVE
           DISPLAY "Clients conserves : " CPT-GARDE
           DISPLAY "Clients archives  : " CPT-ARCHIVE
           DISPLAY "Dont conserves sous gel juridique : " CPT-GEL
           DISPLAY "Archives encore representants legaux : "
               CPT-REPRES
           DISPLAY "Archive           : " WS-ARCHIVE-PATH.

      * Enregistrement de l'archive du jour au catalogue des
