      * jour dans JOBLOG.DAT de son echeance (marge en minutes), et
      * donne le taux de ponctualite du mois en cours (fins de
      * travaux matinales rendues avant l'echeance).
      * L'execution trace elle-meme son debut et sa fin au joblog,
      * pour que l'etat du jour soit verse a la bibliotheque des
      * rapports et diffuse. Chaque echeance depassee du jour est
      * avisee au destinataire d'exploitation de
      * DESTINATAIRE-ALERTES.DAT par la file des notifications.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS joblog-statut.
           SELECT RAPPORT-SLA-FILE ASSIGN TO "RAPPORT-SLA.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DESTINATAIRE-FILE
               ASSIGN TO "DESTINATAIRE-ALERTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS destinataire-statut.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "NOTIFICATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notifications-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD RAPPORT-SLA-FILE.
       01 LIGNE-SLA                   PIC X(80).

       FD DESTINATAIRE-FILE.
       COPY "cpdestalerte.cpy".

       FD NOTIFICATIONS-FILE.
       COPY "cpnotification.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 delais-statut PIC X(02).
       77 joblog-statut PIC X(02).
       77 taux-ponctualite PIC 9(03)V99 VALUE ZERO.
       77 taux-edite PIC ZZ9.99.
       77 cpt-jobs PIC 9(02) COMP VALUE ZERO.

      * Destinataire d'exploitation des avis d'echeance depassee
       77 destinataire-statut PIC X(02).
       77 notifications-statut PIC X(02).
       77 indic-destinataire-connu PIC X(01) VALUE 'N'.
           88 destinataire-connu VALUE 'O'.
       77 canal-destinataire PIC X(01) VALUE SPACE.
       77 adresse-destinataire PIC X(40) VALUE SPACES.
       77 nom-destinataire PIC X(30) VALUE SPACES.

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
           MOVE ZERO TO cpt-jobs.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO date-jour.
           MOVE CP-HLG-DATE(1:6) TO periode.
           PERFORM 0500-CHARGER-DESTINATAIRE.
           OPEN OUTPUT RAPPORT-SLA-FILE.
           MOVE SPACES TO LIGNE-SLA.
           STRING 'Etat des echeances du matin - '
               CLOSE DELAIS-FILE
           END-IF.
           CLOSE RAPPORT-SLA-FILE.
           PERFORM 9900-ECRIRE-FIN-JOB.
           DISPLAY 'Etat des echeances sur RAPPORT-SLA.DAT.'.
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
           MOVE 'RapportSLA' TO JOB-NOM.
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

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportSLA' TO JOB-NOM.
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
           MOVE cpt-jobs TO JOB-LUS.
           MOVE cpt-jobs TO JOB-ECRITS.
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

      * Lecture d'un enregistrement DELAIS-JOBS.DAT
       1100-LIRE-DELAI.
           READ DELAIS-FILE
                   MOVE 'EN RETARD' TO LIGNE-SLA(55:9)
               END-IF
               WRITE LIGNE-SLA
               IF marge-minutes < ZERO
                   PERFORM 2100-NOTIFIER-RETARD
               END-IF
           END-IF.
           IF cpt-mois = ZERO
               MOVE ZERO TO taux-ponctualite
           WRITE LIGNE-SLA.
           PERFORM 1100-LIRE-DELAI.

      * Depose l'avis de l'echeance depassee du travail courant
      * dans la file des notifications, au destinataire
      * d'exploitation : travail, echeance, fin reelle et marge
       2100-NOTIFIER-RETARD.
           IF destinataire-connu
               MOVE SPACES TO NOTIFICATION-ENREGISTREMENT
               MOVE ZERO TO NOT-SEQUENCE
               MOVE 'RapportSLA' TO NOT-ORIGINE
               MOVE date-jour TO NOT-DATE
               MOVE canal-destinataire TO NOT-CANAL
               MOVE adresse-destinataire TO NOT-DESTINATAIRE
               MOVE nom-destinataire TO NOT-NOM
               MOVE 'NOT-SLA' TO NOT-GABARIT
               MOVE job-en-cours TO NOT-CHAMP-1
               MOVE echeance-en-cours TO NOT-CHAMP-2
               MOVE fin-du-jour TO NOT-CHAMP-3
               MOVE marge-editee TO NOT-CHAMP-4
               SET NOT-EN-ATTENTE TO TRUE
               MOVE date-jour TO NOT-DATE-STATUT
               OPEN EXTEND NOTIFICATIONS-FILE
               IF notifications-statut = '35'
                   OPEN OUTPUT NOTIFICATIONS-FILE
               END-IF
               WRITE NOTIFICATION-ENREGISTREMENT
               CLOSE NOTIFICATIONS-FILE
           END-IF.

      * Lit le destinataire d'exploitation des avis d'echeance ;
      * sans canal reconnu ni adresse, aucun avis ne part
       0500-CHARGER-DESTINATAIRE.
           MOVE 'N' TO indic-destinataire-connu.
           OPEN INPUT DESTINATAIRE-FILE.
           IF destinataire-statut = '00'
               READ DESTINATAIRE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (DAL-CANAL = 'E' OR DAL-CANAL = 'S')
                               AND DAL-ADRESSE NOT = SPACES
                           SET destinataire-connu TO TRUE
                           MOVE DAL-CANAL TO canal-destinataire
                           MOVE DAL-ADRESSE TO adresse-destinataire
                           MOVE DAL-NOM TO nom-destinataire
                       END-IF
               END-READ
               CLOSE DESTINATAIRE-FILE
           END-IF.

      * Depouille JOBLOG.DAT pour le travail courant : derniere
      * fin matinale du jour, et ponctualite des fins matinales du
      * mois face a l'echeance
