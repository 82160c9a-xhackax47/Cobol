      * Code RapportInductions en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportInductions.

      * Traitement mensuel : liste des inductions securite qui
      * expirent dans les trente jours, triee par societe puis par
      * personne, pour convoquer les titulaires a temps. Seule la
      * plus recente induction de chaque personne compte : une
      * personne deja renouvelee n'est pas listee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDUCTIONS-FILE ASSIGN TO "INDUCTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS inductions-statut.
           SELECT INDUCTIONS-TRI-FILE ASSIGN TO "INDUCTIONS.TRI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRI-TRAVAIL ASSIGN TO "INDUCTRI.TMP".
           SELECT RAPPORT-INDUCTIONS-FILE
               ASSIGN TO "RAPPORT-INDUCTIONS.DAT"
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
      * Meme structure d'enregistrement pour le fichier et sa
      * copie triee ; les references sont qualifiees par OF pour
      * lever l'ambiguite
       FD INDUCTIONS-FILE.
       COPY "cpinduction.cpy".

       FD INDUCTIONS-TRI-FILE.
       COPY "cpinduction.cpy".

      * Tri par societe et par personne, l'expiration la plus
      * lointaine de chaque personne en tete
       SD TRI-TRAVAIL.
       01 TRI-ENREGISTREMENT.
           05 TRI-NOM                 PIC X(25).
           05 FILLER                  PIC X(01).
           05 TRI-SOCIETE             PIC X(20).
           05 FILLER                  PIC X(20).
           05 TRI-EXPIRATION          PIC 9(08).

       FD RAPPORT-INDUCTIONS-FILE.
       01 LIGNE-INDUCTIONS            PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 inductions-statut PIC X(02).
       77 indic-fin-inductions PIC X(01) VALUE 'N'.
           88 fin-inductions VALUE 'O'.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 date-limite PIC 9(08) VALUE ZERO.
       77 horizon-jours PIC 9(03) VALUE 30.
       77 jours-restants PIC 9(03) VALUE ZERO.
       77 jours-edites PIC ZZ9.
       77 nom-precedent PIC X(25) VALUE SPACES.
       77 societe-precedente PIC X(20) VALUE SPACES.
       77 societe-editee PIC X(20) VALUE SPACES.
       77 indic-premiere-societe PIC X(01) VALUE 'O'.
           88 premiere-societe VALUE 'O'.
       77 cpt-lus PIC 9(07) COMP VALUE ZERO.
       77 cpt-expirants PIC 9(05) VALUE ZERO.
       77 expirants-edites PIC ZZZZ9.
       77 expiration-editee PIC 9999/99/99.

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
           PERFORM 2000-EXAMINER-INDUCTION UNTIL fin-inductions.
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
           MOVE 'RapportInductions' TO JOB-NOM.
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

      * Fixe la fenetre des trente jours, trie les inductions et
      * ouvre le rapport ; sans INDUCTIONS.DAT, rien a lister
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           COMPUTE date-limite = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(date-jour) + horizon-jours).
           OPEN OUTPUT RAPPORT-INDUCTIONS-FILE.
           MOVE date-limite TO expiration-editee.
           MOVE SPACES TO LIGNE-INDUCTIONS.
           STRING 'Inductions securite expirant d''ici le '
               DELIMITED BY SIZE
               expiration-editee DELIMITED BY SIZE
               INTO LIGNE-INDUCTIONS.
           WRITE LIGNE-INDUCTIONS.
           OPEN INPUT INDUCTIONS-FILE.
           IF inductions-statut NOT = '00'
               MOVE '  Fichier des inductions absent.'
                   TO LIGNE-INDUCTIONS
               WRITE LIGNE-INDUCTIONS
               SET fin-inductions TO TRUE
           ELSE
               CLOSE INDUCTIONS-FILE
               SORT TRI-TRAVAIL
                   ON ASCENDING KEY TRI-SOCIETE TRI-NOM
                   ON DESCENDING KEY TRI-EXPIRATION
                   USING INDUCTIONS-FILE
                   GIVING INDUCTIONS-TRI-FILE
               OPEN INPUT INDUCTIONS-TRI-FILE
               PERFORM 2100-LIRE-INDUCTION
           END-IF.

      * Lecture d'un enregistrement de la copie triee
       2100-LIRE-INDUCTION.
           READ INDUCTIONS-TRI-FILE
               AT END SET fin-inductions TO TRUE
           END-READ.

      * Retient la premiere induction de chaque personne, la plus
      * recente, et la liste si elle expire dans la fenetre ; les
      * suivantes de la meme personne sont ignorees. Relit.
       2000-EXAMINER-INDUCTION.
           ADD 1 TO cpt-lus.
           IF IND-NOM OF INDUCTIONS-TRI-FILE NOT = nom-precedent
                   OR IND-SOCIETE OF INDUCTIONS-TRI-FILE
                   NOT = societe-precedente
               MOVE IND-NOM OF INDUCTIONS-TRI-FILE TO nom-precedent
               MOVE IND-SOCIETE OF INDUCTIONS-TRI-FILE
                   TO societe-precedente
               IF IND-EXPIRATION OF INDUCTIONS-TRI-FILE NUMERIC
                       AND IND-EXPIRATION OF INDUCTIONS-TRI-FILE
                       >= date-jour
                       AND IND-EXPIRATION OF INDUCTIONS-TRI-FILE
                       <= date-limite
                   PERFORM 3000-EDITER-EXPIRANT
               END-IF
           END-IF.
           PERFORM 2100-LIRE-INDUCTION.

      * Edite l'induction qui expire, precedee du nom de la
      * societe au changement de societe
       3000-EDITER-EXPIRANT.
           ADD 1 TO cpt-expirants.
           IF premiere-societe
                   OR IND-SOCIETE OF INDUCTIONS-TRI-FILE
                   NOT = societe-editee
               MOVE 'N' TO indic-premiere-societe
               MOVE IND-SOCIETE OF INDUCTIONS-TRI-FILE
                   TO societe-editee
               MOVE SPACES TO LIGNE-INDUCTIONS
               IF societe-editee = SPACES
                   STRING '=== Sans societe' DELIMITED BY SIZE
                       INTO LIGNE-INDUCTIONS
               ELSE
                   STRING '=== ' DELIMITED BY SIZE
                       societe-editee DELIMITED BY SIZE
                       INTO LIGNE-INDUCTIONS
               END-IF
               WRITE LIGNE-INDUCTIONS
           END-IF.
           COMPUTE jours-restants =
               FUNCTION INTEGER-OF-DATE(
                   IND-EXPIRATION OF INDUCTIONS-TRI-FILE)
               - FUNCTION INTEGER-OF-DATE(date-jour).
           MOVE jours-restants TO jours-edites.
           MOVE IND-EXPIRATION OF INDUCTIONS-TRI-FILE
               TO expiration-editee.
           MOVE SPACES TO LIGNE-INDUCTIONS.
           STRING '  ' DELIMITED BY SIZE
               IND-NOM OF INDUCTIONS-TRI-FILE DELIMITED BY SIZE
               '  v.' DELIMITED BY SIZE
               IND-VERSION OF INDUCTIONS-TRI-FILE DELIMITED BY SIZE
               '  expire le ' DELIMITED BY SIZE
               expiration-editee DELIMITED BY SIZE
               '  dans ' DELIMITED BY SIZE
               jours-edites DELIMITED BY SIZE
               ' j' DELIMITED BY SIZE
               INTO LIGNE-INDUCTIONS.
           WRITE LIGNE-INDUCTIONS.

      * Pied du rapport et fermeture ; trace la fin du job
       9000-FINALISER.
           MOVE cpt-expirants TO expirants-edites.
           MOVE SPACES TO LIGNE-INDUCTIONS.
           STRING 'Total inductions a renouveler : ' DELIMITED BY SIZE
               expirants-edites DELIMITED BY SIZE
               INTO LIGNE-INDUCTIONS.
           WRITE LIGNE-INDUCTIONS.
           CLOSE RAPPORT-INDUCTIONS-FILE.
           IF inductions-statut = '00'
               CLOSE INDUCTIONS-TRI-FILE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportInductions' TO JOB-NOM.
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
           MOVE cpt-expirants TO JOB-ECRITS.
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
