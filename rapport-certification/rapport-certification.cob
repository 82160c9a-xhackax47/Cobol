      * Code RapportCertification en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportCertification.

      * Traitement a la demande, pour les auditeurs : edite sur
      * RAPPORT-CERTIFICATION.DAT le resultat de chaque campagne de
      * recertification des acces conservee dans CERTIFICATIONS.DAT,
      * ligne a ligne (responsable, utilisateur, droit, decision,
      * decideur, date et heure de la decision, date d'application
      * du retrait), avec le bilan de la campagne. Une decision
      * prise par ECHEANCE est une suspension automatique faute de
      * reponse du responsable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIF-FILE ASSIGN TO "CERTIFICATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS certif-statut.
           SELECT RAPPORT-CERTIF-FILE
               ASSIGN TO "RAPPORT-CERTIFICATION.DAT"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD CERTIF-FILE.
       COPY "cpcertification.cpy".

       FD RAPPORT-CERTIF-FILE.
       01 LIGNE-CERTIF                PIC X(80).

       WORKING-STORAGE SECTION.
       77 certif-statut PIC X(02).
       77 indic-fin-certif PIC X(01) VALUE 'N'.
           88 fin-certif VALUE 'O'.
       77 campagne-courante PIC X(06) VALUE SPACES.
       77 total-edite PIC ZZZZ9.
       77 cpt-campagnes PIC 9(03) COMP VALUE ZERO.
       77 cpt-lignes PIC 9(05) VALUE ZERO.
       77 cpt-confirmees PIC 9(05) VALUE ZERO.
       77 cpt-revoquees PIC 9(05) VALUE ZERO.
       77 cpt-suspendues PIC 9(05) VALUE ZERO.
       77 cpt-attente PIC 9(05) VALUE ZERO.
       77 cpt-appliquees PIC 9(05) VALUE ZERO.

      * Ligne de detail d'un droit soumis
       01 LIGNE-DETAIL.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 DET-NUMERO              PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-RESPONSABLE         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-DROIT               PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-DECISION            PIC X(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-DECIDEUR            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-DATE-DECISION       PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DET-DATE-APPLICATION    PIC X(10).
       77 date-editee PIC 9999/99/99.
       77 choix-edite PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE ZERO TO cpt-campagnes.
           OPEN OUTPUT RAPPORT-CERTIF-FILE.
           MOVE 'Recertification des acces - resultat des campagnes'
               TO LIGNE-CERTIF.
           WRITE LIGNE-CERTIF.
           OPEN INPUT CERTIF-FILE.
           IF certif-statut NOT = '00'
               MOVE '  Aucune campagne ouverte.' TO LIGNE-CERTIF
               WRITE LIGNE-CERTIF
           ELSE
               PERFORM 1100-LIRE-CERTIF
               PERFORM 2000-EDITER-LIGNE UNTIL fin-certif
               IF campagne-courante NOT = SPACES
                   PERFORM 3000-EDITER-BILAN
               END-IF
               CLOSE CERTIF-FILE
           END-IF.
           CLOSE RAPPORT-CERTIF-FILE.
           DISPLAY 'Rapport sur RAPPORT-CERTIFICATION.DAT ('
               cpt-campagnes ' campagne(s)).'.
           GOBACK.

      * Lecture d'un enregistrement CERTIFICATIONS.DAT
       1100-LIRE-CERTIF.
           READ CERTIF-FILE
               AT END SET fin-certif TO TRUE
           END-READ.

      * Edite la ligne courante, avec l'en-tete de la campagne a
      * chaque rupture, puis relit
       2000-EDITER-LIGNE.
           IF CER-CAMPAGNE NOT = campagne-courante
               IF campagne-courante NOT = SPACES
                   PERFORM 3000-EDITER-BILAN
               END-IF
               PERFORM 2100-EDITER-ENTETE
           END-IF.
           ADD 1 TO cpt-lignes.
           MOVE CER-NUMERO TO DET-NUMERO.
           IF CER-RESPONSABLE = SPACES
               MOVE '(admin)' TO DET-RESPONSABLE
           ELSE
               MOVE CER-RESPONSABLE TO DET-RESPONSABLE
           END-IF.
           MOVE CER-UTILISATEUR TO DET-UTILISATEUR.
           IF CER-CHOIX = ZERO
               MOVE SPACES TO DET-DROIT
               STRING 'MENU' DELIMITED BY SIZE
                   CER-ROLE DELIMITED BY SIZE
                   INTO DET-DROIT
           ELSE
               MOVE CER-CHOIX TO choix-edite
               MOVE choix-edite TO DET-DROIT
           END-IF.
           EVALUATE TRUE
               WHEN CER-CONFIRME
                   MOVE 'CONFIRME' TO DET-DECISION
                   ADD 1 TO cpt-confirmees
               WHEN CER-REVOQUE
                   MOVE 'REVOQUE' TO DET-DECISION
                   ADD 1 TO cpt-revoquees
               WHEN CER-SUSPENDU
                   MOVE 'SUSPENDU' TO DET-DECISION
                   ADD 1 TO cpt-suspendues
               WHEN OTHER
                   MOVE 'ATTENTE' TO DET-DECISION
                   ADD 1 TO cpt-attente
           END-EVALUATE.
           MOVE CER-DECIDEUR TO DET-DECIDEUR.
           IF CER-DATE-DECISION = ZERO
               MOVE SPACES TO DET-DATE-DECISION
           ELSE
               MOVE CER-DATE-DECISION TO date-editee
               MOVE date-editee TO DET-DATE-DECISION
           END-IF.
           IF CER-DATE-APPLICATION = ZERO
               MOVE SPACES TO DET-DATE-APPLICATION
           ELSE
               MOVE CER-DATE-APPLICATION TO date-editee
               MOVE date-editee TO DET-DATE-APPLICATION
               ADD 1 TO cpt-appliquees
           END-IF.
           MOVE LIGNE-DETAIL TO LIGNE-CERTIF.
           WRITE LIGNE-CERTIF.
           PERFORM 1100-LIRE-CERTIF.

      * En-tete d'une campagne et remise a zero de son bilan
       2100-EDITER-ENTETE.
           ADD 1 TO cpt-campagnes.
           MOVE CER-CAMPAGNE TO campagne-courante.
           MOVE ZERO TO cpt-lignes.
           MOVE ZERO TO cpt-confirmees.
           MOVE ZERO TO cpt-revoquees.
           MOVE ZERO TO cpt-suspendues.
           MOVE ZERO TO cpt-attente.
           MOVE ZERO TO cpt-appliquees.
           MOVE CER-ECHEANCE TO date-editee.
           MOVE SPACES TO LIGNE-CERTIF.
           WRITE LIGNE-CERTIF.
           STRING 'Campagne ' DELIMITED BY SIZE
               CER-CAMPAGNE DELIMITED BY SIZE
               ' - echeance ' DELIMITED BY SIZE
               date-editee DELIMITED BY SIZE
               INTO LIGNE-CERTIF.
           WRITE LIGNE-CERTIF.
           MOVE '  Ligne Respons. Utilis.  Droit Decision  Decideur'
               TO LIGNE-CERTIF.
           MOVE 'Decision   Applique' TO LIGNE-CERTIF(52:19).
           WRITE LIGNE-CERTIF.

      * Bilan de la campagne qui s'acheve
       3000-EDITER-BILAN.
           MOVE cpt-lignes TO total-edite.
           MOVE SPACES TO LIGNE-CERTIF.
           STRING '  Droits soumis     : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-CERTIF.
           WRITE LIGNE-CERTIF.
           MOVE cpt-confirmees TO total-edite.
           MOVE SPACES TO LIGNE-CERTIF.
           STRING '  Confirmes         : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-CERTIF.
           WRITE LIGNE-CERTIF.
           MOVE cpt-revoquees TO total-edite.
           MOVE SPACES TO LIGNE-CERTIF.
           STRING '  Revoques          : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-CERTIF.
           WRITE LIGNE-CERTIF.
           MOVE cpt-suspendues TO total-edite.
           MOVE SPACES TO LIGNE-CERTIF.
           STRING '  Suspendus         : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-CERTIF.
           WRITE LIGNE-CERTIF.
           MOVE cpt-attente TO total-edite.
           MOVE SPACES TO LIGNE-CERTIF.
           STRING '  En attente        : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-CERTIF.
           WRITE LIGNE-CERTIF.
           MOVE cpt-appliquees TO total-edite.
           MOVE SPACES TO LIGNE-CERTIF.
           STRING '  Retraits appliques: ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-CERTIF.
           WRITE LIGNE-CERTIF.
