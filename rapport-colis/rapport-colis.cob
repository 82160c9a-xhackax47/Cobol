      * Code RapportColis en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportColis.

      * Traitement quotidien : liste des colis recus a l'accueil et
      * non encore retires par leur destinataire, dans l'ordre de
      * reception, avec le nombre de jours d'attente de chacun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLIS-FILE ASSIGN TO "COLIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS colis-statut.
           SELECT RAPPORT-COLIS-FILE ASSIGN TO "RAPPORT-COLIS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD COLIS-FILE.
       COPY "cpcolis.cpy".

       FD RAPPORT-COLIS-FILE.
       01 LIGNE-COLIS                 PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 colis-statut PIC X(02).
       77 indic-fin-colis PIC X(01) VALUE 'N'.
           88 fin-colis VALUE 'O'.
       77 indic-registre-present PIC X(01) VALUE 'N'.
           88 registre-present VALUE 'O'.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 date-editee PIC 9999/99/99.
       77 jours-attente PIC 9(03) VALUE ZERO.
       77 jours-edites PIC ZZ9.
       77 cpt-lus PIC 9(07) COMP VALUE ZERO.
       77 cpt-en-attente PIC 9(05) VALUE ZERO.
       77 en-attente-edites PIC ZZZZ9.

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
       77 job-secondes-debut PIC S9(07) COMP VALUE ZERO.
       77 job-secondes-fin PIC S9(07) COMP.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
       COPY "cphorlog.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-EXAMINER-COLIS UNTIL fin-colis.
           PERFORM 9000-FINALISER.
           GOBACK.


      * Releve le numero du passage de la chaine en cours, pour
      * l'estampiller sur tout ce que le traitement produit
       0050-LIRE-PASSAGE.
           OPEN INPUT PASSAGE-FILE.
           IF passage-statut = '00'
               READ PASSAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAS-NUMERO TO numero-passage
               END-READ
               CLOSE PASSAGE-FILE
           END-IF.

      * Trace le debut du job sur JOBLOG.DAT
       0100-ECRIRE-ENTETE-JOB.
           PERFORM 0050-LIRE-PASSAGE.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportColis' TO JOB-NOM.
           SET JOB-DEBUT TO TRUE.
           MOVE CP-HLG-DATE TO JOB-DATE.
           MOVE CP-HLG-HH TO JOB-HEURE(1:2).
           MOVE CP-HLG-MN TO JOB-HEURE(3:2).
           MOVE CP-HLG-SS TO JOB-HEURE(5:2).
           COMPUTE job-secondes-debut =
               (CP-HLG-HH * 3600) + (CP-HLG-MN * 60) + CP-HLG-SS.
           MOVE ZERO TO JOB-LUS.
           MOVE ZERO TO JOB-ECRITS.
           MOVE ZERO TO JOB-REJETS.
           MOVE ZERO TO JOB-DUREE-SEC.
           OPEN EXTEND JOBLOG-FILE.
           IF joblog-statut = '35'
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           MOVE numero-passage TO JOB-PASSAGE.
           MOVE site-exploitation TO JOB-SITE.
           WRITE JOBLOG-ENREGISTREMENT.
           CLOSE JOBLOG-FILE.

      * Ouvre le registre et le rapport ; sans COLIS.DAT, rien a
      * lister
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           OPEN OUTPUT RAPPORT-COLIS-FILE.
           MOVE date-jour TO date-editee.
           MOVE SPACES TO LIGNE-COLIS.
           STRING 'Colis non retires au ' DELIMITED BY SIZE
               date-editee DELIMITED BY SIZE
               INTO LIGNE-COLIS.
           WRITE LIGNE-COLIS.
           OPEN INPUT COLIS-FILE.
           IF colis-statut NOT = '00'
               MOVE '  Registre des colis absent.' TO LIGNE-COLIS
               WRITE LIGNE-COLIS
               SET fin-colis TO TRUE
           ELSE
               SET registre-present TO TRUE
               PERFORM 2100-LIRE-COLIS
           END-IF.

      * Lecture d'un enregistrement COLIS.DAT
       2100-LIRE-COLIS.
           READ COLIS-FILE
               AT END SET fin-colis TO TRUE
           END-READ.

      * Liste le colis courant s'il attend encore son
      * destinataire, puis relit
       2000-EXAMINER-COLIS.
           ADD 1 TO cpt-lus.
           IF COL-EN-ATTENTE
               PERFORM 3000-EDITER-COLIS
           END-IF.
           PERFORM 2100-LIRE-COLIS.

      * Edite le colis en attente et son anciennete en jours
       3000-EDITER-COLIS.
           ADD 1 TO cpt-en-attente.
           MOVE ZERO TO jours-attente.
           IF COL-DATE-RECEPTION NUMERIC
                   AND COL-DATE-RECEPTION > ZERO
                   AND COL-DATE-RECEPTION <= date-jour
               COMPUTE jours-attente =
                   FUNCTION INTEGER-OF-DATE(date-jour)
                   - FUNCTION INTEGER-OF-DATE(COL-DATE-RECEPTION)
           END-IF.
           MOVE jours-attente TO jours-edites.
           MOVE COL-DATE-RECEPTION TO date-editee.
           MOVE SPACES TO LIGNE-COLIS.
           STRING '  ' DELIMITED BY SIZE
               COL-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               date-editee DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               COL-HOTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               COL-TRANSPORTEUR DELIMITED BY SIZE
               ' depuis ' DELIMITED BY SIZE
               jours-edites DELIMITED BY SIZE
               ' j' DELIMITED BY SIZE
               INTO LIGNE-COLIS.
           WRITE LIGNE-COLIS.

      * Pied du rapport et fermeture ; trace la fin du job
       9000-FINALISER.
           MOVE cpt-en-attente TO en-attente-edites.
           MOVE SPACES TO LIGNE-COLIS.
           STRING 'Total colis non retires : ' DELIMITED BY SIZE
               en-attente-edites DELIMITED BY SIZE
               INTO LIGNE-COLIS.
           WRITE LIGNE-COLIS.
           CLOSE RAPPORT-COLIS-FILE.
           IF registre-present
               CLOSE COLIS-FILE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportColis' TO JOB-NOM.
           SET JOB-FIN TO TRUE.
           MOVE CP-HLG-DATE TO JOB-DATE.
           MOVE CP-HLG-HH TO JOB-HEURE(1:2).
           MOVE CP-HLG-MN TO JOB-HEURE(3:2).
           MOVE CP-HLG-SS TO JOB-HEURE(5:2).
           COMPUTE job-secondes-fin =
               (CP-HLG-HH * 3600) + (CP-HLG-MN * 60) + CP-HLG-SS.
           IF job-secondes-fin < job-secondes-debut
               ADD 86400 TO job-secondes-fin
           END-IF.
           MOVE cpt-lus TO JOB-LUS.
           MOVE cpt-en-attente TO JOB-ECRITS.
           MOVE ZERO TO JOB-REJETS.
           COMPUTE JOB-DUREE-SEC =
               job-secondes-fin - job-secondes-debut.
           OPEN EXTEND JOBLOG-FILE.
           IF joblog-statut = '35'
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           MOVE numero-passage TO JOB-PASSAGE.
           MOVE site-exploitation TO JOB-SITE.
           WRITE JOBLOG-ENREGISTREMENT.
           CLOSE JOBLOG-FILE.
