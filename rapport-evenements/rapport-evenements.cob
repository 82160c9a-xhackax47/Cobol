      * Code RapportEvenements en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportEvenements.

      * Traitement a la demande : rapport de frequentation des
      * evenements de groupe. Pour chaque evenement de
      * EVENEMENTS.DAT, l'effectif attendu est compare a la liste
      * chargee (inscrits) et a l'effectif reel (participants
      * pointes a l'arrivee par AccueillirEvenement, repartis ou
      * non), avec les absents, l'ecart a l'attendu et le taux de
      * presence ; un total general clot le rapport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENEMENTS-FILE ASSIGN TO "EVENEMENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS evenements-statut.
           SELECT PARTICIPANTS-FILE ASSIGN TO "PARTICIPANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS participants-statut.
           SELECT RAPPORT-EVENEMENTS-FILE
               ASSIGN TO "RAPPORT-EVENEMENTS.DAT"
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
       FD EVENEMENTS-FILE.
       COPY "cpevenement.cpy".

       FD PARTICIPANTS-FILE.
       COPY "cpparticipant.cpy".

       FD RAPPORT-EVENEMENTS-FILE.
       01 LIGNE-EVENEMENTS            PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 evenements-statut PIC X(02).
       77 participants-statut PIC X(02).
       77 indic-fin-evenements PIC X(01) VALUE 'N'.
           88 fin-evenements VALUE 'O'.
       77 indic-fin-participants PIC X(01) VALUE 'N'.
           88 fin-participants VALUE 'O'.
       77 indic-evenements-ouvert PIC X(01) VALUE 'N'.
           88 evenements-ouvert VALUE 'O'.
       77 cpt-evenements PIC 9(05) COMP VALUE ZERO.
       77 cpt-inscrits PIC 9(05) VALUE ZERO.
       77 cpt-presents PIC 9(05) VALUE ZERO.
       77 cpt-absents PIC 9(05) VALUE ZERO.
       77 ecart-attendus PIC S9(05) VALUE ZERO.
       77 taux-presence PIC 9(05)V99 VALUE ZERO.
       77 total-attendus PIC 9(05) VALUE ZERO.
       77 total-inscrits PIC 9(05) VALUE ZERO.
       77 total-presents PIC 9(05) VALUE ZERO.
       77 total-absents PIC 9(05) VALUE ZERO.
       77 attendus-edites PIC Z(4)9.
       77 inscrits-edites PIC Z(4)9.
       77 presents-edites PIC Z(4)9.
       77 absents-edites PIC Z(4)9.
       77 ecart-edite PIC +(5)9.
       77 taux-edite PIC ZZZ9.99.

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
           PERFORM 2000-RAPPORTER-EVENEMENT UNTIL fin-evenements.
           PERFORM 5000-EDITER-TOTAL.
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
           MOVE 'RapportEvenements' TO JOB-NOM.
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

      * Remet les cumuls a zero et ouvre le fichier des
      * evenements et le rapport
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE ZERO TO cpt-evenements.
           MOVE ZERO TO total-attendus.
           MOVE ZERO TO total-inscrits.
           MOVE ZERO TO total-presents.
           MOVE ZERO TO total-absents.
           MOVE 'N' TO indic-fin-evenements.
           MOVE 'N' TO indic-evenements-ouvert.
           OPEN OUTPUT RAPPORT-EVENEMENTS-FILE.
           MOVE SPACES TO LIGNE-EVENEMENTS.
           STRING 'Frequentation des evenements de groupe au '
               DELIMITED BY SIZE
               CP-HLG-DATE DELIMITED BY SIZE
               INTO LIGNE-EVENEMENTS.
           WRITE LIGNE-EVENEMENTS.
           OPEN INPUT EVENEMENTS-FILE.
           IF evenements-statut NOT = '00'
               MOVE '  Fichier des evenements absent.'
                   TO LIGNE-EVENEMENTS
               WRITE LIGNE-EVENEMENTS
               SET fin-evenements TO TRUE
           ELSE
               SET evenements-ouvert TO TRUE
               PERFORM 2100-LIRE-EVENEMENT
           END-IF.

      * Lecture d'un enregistrement EVENEMENTS.DAT
       2100-LIRE-EVENEMENT.
           READ EVENEMENTS-FILE
               AT END SET fin-evenements TO TRUE
           END-READ.

      * Compte la liste de l'evenement courant, edite l'attendu,
      * le reel, les absents et l'ecart, puis relit
       2000-RAPPORTER-EVENEMENT.
           ADD 1 TO cpt-evenements.
           PERFORM 3000-COMPTER-PARTICIPANTS.
           COMPUTE ecart-attendus = cpt-presents - EVT-ATTENDUS.
           IF EVT-ATTENDUS = ZERO
               MOVE ZERO TO taux-presence
           ELSE
               COMPUTE taux-presence ROUNDED =
                   (cpt-presents * 100) / EVT-ATTENDUS
           END-IF.
           ADD EVT-ATTENDUS TO total-attendus.
           ADD cpt-inscrits TO total-inscrits.
           ADD cpt-presents TO total-presents.
           ADD cpt-absents TO total-absents.
           MOVE SPACES TO LIGNE-EVENEMENTS.
           STRING '  ' DELIMITED BY SIZE
               EVT-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EVT-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EVT-LIBELLE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EVT-HOTE DELIMITED BY SIZE
               INTO LIGNE-EVENEMENTS.
           WRITE LIGNE-EVENEMENTS.
           MOVE EVT-ATTENDUS TO attendus-edites.
           MOVE cpt-inscrits TO inscrits-edites.
           MOVE cpt-presents TO presents-edites.
           MOVE cpt-absents TO absents-edites.
           MOVE ecart-attendus TO ecart-edite.
           MOVE taux-presence TO taux-edite.
           MOVE SPACES TO LIGNE-EVENEMENTS.
           STRING '    prevus' DELIMITED BY SIZE
               attendus-edites DELIMITED BY SIZE
               ' inscrits' DELIMITED BY SIZE
               inscrits-edites DELIMITED BY SIZE
               ' venus' DELIMITED BY SIZE
               presents-edites DELIMITED BY SIZE
               ' absents' DELIMITED BY SIZE
               absents-edites DELIMITED BY SIZE
               ' ecart' DELIMITED BY SIZE
               ecart-edite DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               taux-edite DELIMITED BY SIZE
               ' %)' DELIMITED BY SIZE
               INTO LIGNE-EVENEMENTS.
           WRITE LIGNE-EVENEMENTS.
           PERFORM 2100-LIRE-EVENEMENT.

      * Compte les inscrits de l'evenement courant, les presents
      * (arrives ou repartis) et les absents (restes inscrits)
       3000-COMPTER-PARTICIPANTS.
           MOVE ZERO TO cpt-inscrits.
           MOVE ZERO TO cpt-presents.
           MOVE ZERO TO cpt-absents.
           MOVE 'N' TO indic-fin-participants.
           OPEN INPUT PARTICIPANTS-FILE.
           IF participants-statut = '00'
               PERFORM 3100-LIRE-PARTICIPANT
               PERFORM 3200-CUMULER-PARTICIPANT
                   UNTIL fin-participants
               CLOSE PARTICIPANTS-FILE
           END-IF.

      * Lecture d'un enregistrement PARTICIPANTS.DAT
       3100-LIRE-PARTICIPANT.
           READ PARTICIPANTS-FILE
               AT END SET fin-participants TO TRUE
           END-READ.

      * Cumule le participant s'il est inscrit a l'evenement
      * courant, puis relit
       3200-CUMULER-PARTICIPANT.
           IF PTC-EVENEMENT = EVT-CODE
               ADD 1 TO cpt-inscrits
               IF PTC-ARRIVE OR PTC-PARTI
                   ADD 1 TO cpt-presents
               ELSE
                   ADD 1 TO cpt-absents
               END-IF
           END-IF.
           PERFORM 3100-LIRE-PARTICIPANT.

      * Edite le total general de tous les evenements
       5000-EDITER-TOTAL.
           COMPUTE ecart-attendus = total-presents - total-attendus.
           IF total-attendus = ZERO
               MOVE ZERO TO taux-presence
           ELSE
               COMPUTE taux-presence ROUNDED =
                   (total-presents * 100) / total-attendus
           END-IF.
           MOVE total-attendus TO attendus-edites.
           MOVE total-inscrits TO inscrits-edites.
           MOVE total-presents TO presents-edites.
           MOVE total-absents TO absents-edites.
           MOVE ecart-attendus TO ecart-edite.
           MOVE taux-presence TO taux-edite.
           MOVE SPACES TO LIGNE-EVENEMENTS.
           STRING 'Total     ' DELIMITED BY SIZE
               attendus-edites DELIMITED BY SIZE
               ' inscrits' DELIMITED BY SIZE
               inscrits-edites DELIMITED BY SIZE
               ' venus' DELIMITED BY SIZE
               presents-edites DELIMITED BY SIZE
               ' absents' DELIMITED BY SIZE
               absents-edites DELIMITED BY SIZE
               ' ecart' DELIMITED BY SIZE
               ecart-edite DELIMITED BY SIZE
               INTO LIGNE-EVENEMENTS.
           WRITE LIGNE-EVENEMENTS.

      * Fermeture et trace de fin de job
       9000-FINALISER.
           IF evenements-ouvert
               CLOSE EVENEMENTS-FILE
           END-IF.
           CLOSE RAPPORT-EVENEMENTS-FILE.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportEvenements' TO JOB-NOM.
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
           MOVE cpt-evenements TO JOB-LUS.
           MOVE cpt-evenements TO JOB-ECRITS.
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
