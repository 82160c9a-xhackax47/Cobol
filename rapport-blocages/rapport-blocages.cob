      * Code RapportBlocages en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportBlocages.

      * Traitement a la demande, pour la scolarite et l'econome :
      * edite sur RAPPORT-BLOCAGES.DAT les blocages administratifs
      * actifs de BLOCAGES.DAT (etudiant, type, motif, reference,
      * auteur et date de pose), puis les documents refuses a cause
      * d'un blocage consignes dans REFUS-BLOCAGES.DAT par
      * GenererReleveNotes, EmettreDiplomes et InscrireRattrapage,
      * avec le bilan par type et le nombre de blocages deja leves.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOCAGES-FILE ASSIGN TO "BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS blocages-statut.
           SELECT REFUS-FILE ASSIGN TO "REFUS-BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS refus-statut.
           SELECT RAPPORT-BLOCAGES-FILE
               ASSIGN TO "RAPPORT-BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD BLOCAGES-FILE.
       COPY "cpblocage.cpy".

       FD REFUS-FILE.
       COPY "cprefusblocage.cpy".

       FD RAPPORT-BLOCAGES-FILE.
       01 LIGNE-BLOCAGES              PIC X(80).

       WORKING-STORAGE SECTION.
       77 blocages-statut PIC X(02).
       77 refus-statut PIC X(02).
       77 indic-fin-blocages PIC X(01) VALUE 'N'.
           88 fin-blocages VALUE 'O'.
       77 indic-fin-refus PIC X(01) VALUE 'N'.
           88 fin-refus VALUE 'O'.
       77 total-edite PIC ZZZZ9.
       77 cpt-actifs PIC 9(05) VALUE ZERO.
       77 cpt-impayes PIC 9(05) VALUE ZERO.
       77 cpt-materiels PIC 9(05) VALUE ZERO.
       77 cpt-autres PIC 9(05) VALUE ZERO.
       77 cpt-leves PIC 9(05) VALUE ZERO.
       77 cpt-refus PIC 9(05) VALUE ZERO.
       77 libelle-type PIC X(08).
       77 type-cherche PIC X(01).

      * Ligne de detail d'un blocage actif
       01 LIGNE-DETAIL-BLOCAGE.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DBL-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DBL-TYPE                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DBL-MOTIF               PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DBL-REFERENCE           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DBL-POSE-PAR            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DBL-DATE-POSE           PIC X(10).

      * Ligne de detail d'un document refuse
       01 LIGNE-DETAIL-REFUS.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DRF-DATE                PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DRF-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DRF-NOM                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DRF-DOCUMENT            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DRF-TYPE                PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DRF-UTILISATEUR         PIC X(08).
       77 date-editee PIC 9999/99/99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN OUTPUT RAPPORT-BLOCAGES-FILE.
           PERFORM 1000-EDITER-BLOCAGES.
           PERFORM 2000-EDITER-REFUS.
           PERFORM 3000-EDITER-BILAN.
           CLOSE RAPPORT-BLOCAGES-FILE.
           DISPLAY 'Rapport sur RAPPORT-BLOCAGES.DAT ('
               cpt-actifs ' blocage(s) actif(s), '
               cpt-refus ' refus).'.
           GOBACK.

      * Section des blocages actifs
       1000-EDITER-BLOCAGES.
           MOVE 'Blocages administratifs actifs' TO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.
           MOVE '  Etud.  Type     Motif' TO LIGNE-BLOCAGES.
           MOVE 'Reference  Pose par Date pose'
               TO LIGNE-BLOCAGES(50:29).
           WRITE LIGNE-BLOCAGES.
           OPEN INPUT BLOCAGES-FILE.
           IF blocages-statut = '00'
               PERFORM 1100-LIRE-BLOCAGE
               PERFORM 1200-EDITER-BLOCAGE UNTIL fin-blocages
               CLOSE BLOCAGES-FILE
           END-IF.
           IF cpt-actifs = ZERO
               MOVE '  Aucun blocage actif.' TO LIGNE-BLOCAGES
               WRITE LIGNE-BLOCAGES
           END-IF.

      * Lecture d'un enregistrement BLOCAGES.DAT
       1100-LIRE-BLOCAGE.
           READ BLOCAGES-FILE
               AT END SET fin-blocages TO TRUE
           END-READ.

      * Edite le blocage courant s'il est actif, compte les leves,
      * puis relit
       1200-EDITER-BLOCAGE.
           IF BLQ-LEVE
               ADD 1 TO cpt-leves
           END-IF.
           IF BLQ-ACTIF
               ADD 1 TO cpt-actifs
               EVALUATE TRUE
                   WHEN BLQ-IMPAYE
                       ADD 1 TO cpt-impayes
                   WHEN BLQ-MATERIEL
                       ADD 1 TO cpt-materiels
                   WHEN OTHER
                       ADD 1 TO cpt-autres
               END-EVALUATE
               MOVE BLQ-TYPE TO type-cherche
               PERFORM 4000-LIBELLER-TYPE
               MOVE BLQ-ID TO DBL-ID
               MOVE libelle-type TO DBL-TYPE
               MOVE BLQ-MOTIF TO DBL-MOTIF
               MOVE BLQ-REFERENCE TO DBL-REFERENCE
               MOVE BLQ-POSE-PAR TO DBL-POSE-PAR
               MOVE BLQ-DATE-POSE TO date-editee
               MOVE date-editee TO DBL-DATE-POSE
               MOVE LIGNE-DETAIL-BLOCAGE TO LIGNE-BLOCAGES
               WRITE LIGNE-BLOCAGES
           END-IF.
           PERFORM 1100-LIRE-BLOCAGE.

      * Section des documents refuses pour blocage
       2000-EDITER-REFUS.
           MOVE SPACES TO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.
           MOVE 'Documents refuses pour blocage' TO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.
           MOVE '  Date       Etud.  Nom' TO LIGNE-BLOCAGES.
           MOVE 'Document   Type     Par' TO LIGNE-BLOCAGES(42:23).
           WRITE LIGNE-BLOCAGES.
           OPEN INPUT REFUS-FILE.
           IF refus-statut = '00'
               PERFORM 2100-LIRE-REFUS
               PERFORM 2200-EDITER-REFUS UNTIL fin-refus
               CLOSE REFUS-FILE
           END-IF.
           IF cpt-refus = ZERO
               MOVE '  Aucun document refuse.' TO LIGNE-BLOCAGES
               WRITE LIGNE-BLOCAGES
           END-IF.

      * Lecture d'un enregistrement REFUS-BLOCAGES.DAT
       2100-LIRE-REFUS.
           READ REFUS-FILE
               AT END SET fin-refus TO TRUE
           END-READ.

      * Edite le refus courant, puis relit
       2200-EDITER-REFUS.
           ADD 1 TO cpt-refus.
           MOVE RFB-DATE TO date-editee.
           MOVE date-editee TO DRF-DATE.
           MOVE RFB-ID TO DRF-ID.
           MOVE RFB-NOM TO DRF-NOM.
           MOVE RFB-DOCUMENT TO DRF-DOCUMENT.
           MOVE RFB-TYPE TO type-cherche.
           PERFORM 4000-LIBELLER-TYPE.
           MOVE libelle-type TO DRF-TYPE.
           MOVE RFB-UTILISATEUR TO DRF-UTILISATEUR.
           MOVE LIGNE-DETAIL-REFUS TO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.
           PERFORM 2100-LIRE-REFUS.

      * Bilan des blocages et des refus
       3000-EDITER-BILAN.
           MOVE SPACES TO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.
           MOVE cpt-actifs TO total-edite.
           MOVE SPACES TO LIGNE-BLOCAGES.
           STRING '  Blocages actifs   : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.
           MOVE cpt-impayes TO total-edite.
           MOVE SPACES TO LIGNE-BLOCAGES.
           STRING '    dont impayes    : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.
           MOVE cpt-materiels TO total-edite.
           MOVE SPACES TO LIGNE-BLOCAGES.
           STRING '    dont materiel   : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.
           MOVE cpt-autres TO total-edite.
           MOVE SPACES TO LIGNE-BLOCAGES.
           STRING '    dont autres     : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.
           MOVE cpt-leves TO total-edite.
           MOVE SPACES TO LIGNE-BLOCAGES.
           STRING '  Blocages leves    : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.
           MOVE cpt-refus TO total-edite.
           MOVE SPACES TO LIGNE-BLOCAGES.
           STRING '  Documents refuses : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-BLOCAGES.
           WRITE LIGNE-BLOCAGES.

      * Libelle du type de blocage type-cherche
       4000-LIBELLER-TYPE.
           EVALUATE type-cherche
               WHEN 'F'
                   MOVE 'IMPAYE' TO libelle-type
               WHEN 'M'
                   MOVE 'MATERIEL' TO libelle-type
               WHEN OTHER
                   MOVE 'AUTRE' TO libelle-type
           END-EVALUATE.
