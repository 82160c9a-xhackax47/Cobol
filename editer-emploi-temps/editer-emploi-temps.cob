      * Code EditerEmploiTemps en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. EditerEmploiTemps.

      * Traitement par lots : edite l'emploi du temps hebdomadaire
      * de EMPLOI-TEMPS.DAT sous deux vues imprimables, une page par
      * classe dans EMPLOI-TEMPS-CLASSES.DAT et une page par
      * enseignant dans EMPLOI-TEMPS-ENSEIGNANTS.DAT, les seances
      * rangees par jour puis par creneau. Seules les seances
      * actives, derniere ligne de chaque classe + jour + creneau,
      * sont editees ; le nom de l'enseignant est repris de
      * ENSEIGNANTS.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOI-TEMPS-FILE ASSIGN TO "EMPLOI-TEMPS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS emploi-statut.
           SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS enseignants-statut.
           SELECT SEANCES-TRI-FILE ASSIGN TO "SEANCES.TRI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRI-TRAVAIL ASSIGN TO "EDTTRI.TMP".
           SELECT EDITION-CLASSES-FILE
               ASSIGN TO "EMPLOI-TEMPS-CLASSES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EDITION-ENSEIGNANTS-FILE
               ASSIGN TO "EMPLOI-TEMPS-ENSEIGNANTS.DAT"
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
       FD EMPLOI-TEMPS-FILE.
       COPY "cpemploitemps.cpy".

       FD ENSEIGNANTS-FILE.
       COPY "cpenseignant.cpy".

      * Seances triees : la cle de page (classe ou enseignant) en
      * tete, puis le jour et le creneau de debut
       FD SEANCES-TRI-FILE.
       01 SEANCE-TRI-ENREGISTREMENT.
           05 STR-PAGE                PIC X(06).
           05 STR-JOUR                PIC 9(01).
           05 STR-DEBUT               PIC 9(02).
           05 STR-FIN                 PIC 9(02).
           05 STR-CLASSE              PIC X(05).
           05 STR-COURS               PIC X(04).
           05 STR-ENSEIGNANT          PIC X(06).
           05 STR-SALLE               PIC X(05).

       SD TRI-TRAVAIL.
       01 TRI-ENREGISTREMENT.
           05 TRI-PAGE                PIC X(06).
           05 TRI-JOUR                PIC 9(01).
           05 TRI-DEBUT               PIC 9(02).
           05 TRI-FIN                 PIC 9(02).
           05 TRI-CLASSE              PIC X(05).
           05 TRI-COURS               PIC X(04).
           05 TRI-ENSEIGNANT          PIC X(06).
           05 TRI-SALLE               PIC X(05).

       FD EDITION-CLASSES-FILE.
       01 LIGNE-CLASSES               PIC X(80).

       FD EDITION-ENSEIGNANTS-FILE.
       01 LIGNE-ENSEIGNANTS           PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 emploi-statut PIC X(02).
       77 enseignants-statut PIC X(02).
       77 indic-fin-emploi PIC X(01) VALUE 'N'.
           88 fin-emploi VALUE 'O'.
       77 indic-fin-enseignants PIC X(01) VALUE 'N'.
           88 fin-enseignants VALUE 'O'.
       77 indic-fin-tri PIC X(01) VALUE 'N'.
           88 fin-tri VALUE 'O'.
       77 indic-seance-trouvee PIC X(01) VALUE 'N'.
           88 seance-trouvee VALUE 'O'.
       77 indic-vue-classes PIC X(01) VALUE 'O'.
           88 vue-classes VALUE 'O'.
       77 cpt-lus PIC 9(05) COMP VALUE ZERO.
       77 cpt-editees PIC 9(05) COMP VALUE ZERO.
       77 page-courante PIC X(06) VALUE SPACES.
       77 nom-enseignant PIC X(20) VALUE SPACES.
       77 ligne-edition PIC X(80) VALUE SPACES.

      * Emploi du temps charge en memoire, la derniere ligne d'une
      * meme classe + jour + creneau de debut faisant foi
       77 nb-seances PIC 9(04) COMP VALUE ZERO.
       77 ix-seance PIC 9(04) COMP VALUE ZERO.
       77 limite-seances PIC 9(04) COMP VALUE 1000.
       01 TABLE-SEANCES.
           05 SEANCE-TABLE OCCURS 1000.
               10 STB-CLASSE          PIC X(05).
               10 STB-JOUR            PIC 9(01).
               10 STB-DEBUT           PIC 9(02).
               10 STB-FIN             PIC 9(02).
               10 STB-COURS           PIC X(04).
               10 STB-ENSEIGNANT      PIC X(06).
               10 STB-SALLE           PIC X(05).
               10 STB-ACTIVE          PIC X(01).

      * Noms des enseignants pour l'en-tete de leur page
       77 nb-enseignants PIC 9(03) COMP VALUE ZERO.
       77 ix-enseignant PIC 9(03) COMP VALUE ZERO.
       77 indic-enseignant-trouve PIC X(01) VALUE 'N'.
           88 enseignant-trouve VALUE 'O'.
       01 TABLE-ENSEIGNANTS.
           05 ENSEIGNANT-TABLE OCCURS 300.
               10 ETB-ID              PIC X(06).
               10 ETB-NOM             PIC X(20).

      * Libelles des jours de la semaine, 1 = lundi
       01 TABLE-JOURS.
           05 FILLER PIC X(08) VALUE 'Lundi   '.
           05 FILLER PIC X(08) VALUE 'Mardi   '.
           05 FILLER PIC X(08) VALUE 'Mercredi'.
           05 FILLER PIC X(08) VALUE 'Jeudi   '.
           05 FILLER PIC X(08) VALUE 'Vendredi'.
           05 FILLER PIC X(08) VALUE 'Samedi  '.
       01 TABLE-JOURS-R REDEFINES TABLE-JOURS.
           05 LIBELLE-JOUR PIC X(08) OCCURS 6 TIMES.

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
           SET vue-classes TO TRUE.
           SORT TRI-TRAVAIL
               ON ASCENDING KEY TRI-PAGE TRI-JOUR TRI-DEBUT
               INPUT PROCEDURE IS 2000-VERSER-SEANCES
               GIVING SEANCES-TRI-FILE.
           OPEN OUTPUT EDITION-CLASSES-FILE.
           MOVE 'Emploi du temps par classe' TO LIGNE-CLASSES.
           WRITE LIGNE-CLASSES.
           PERFORM 3000-EDITER-VUE.
           CLOSE EDITION-CLASSES-FILE.
           MOVE 'N' TO indic-vue-classes.
           SORT TRI-TRAVAIL
               ON ASCENDING KEY TRI-PAGE TRI-JOUR TRI-DEBUT
               INPUT PROCEDURE IS 2000-VERSER-SEANCES
               GIVING SEANCES-TRI-FILE.
           OPEN OUTPUT EDITION-ENSEIGNANTS-FILE.
           MOVE 'Emploi du temps par enseignant' TO LIGNE-ENSEIGNANTS.
           WRITE LIGNE-ENSEIGNANTS.
           PERFORM 3000-EDITER-VUE.
           CLOSE EDITION-ENSEIGNANTS-FILE.
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
           MOVE 'EditerEmploiTemps' TO JOB-NOM.
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

      * Charge l'emploi du temps et les noms des enseignants ; un
      * emploi du temps absent donne des editions vides
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-editees.
           MOVE ZERO TO nb-seances.
           MOVE ZERO TO nb-enseignants.
           MOVE 'N' TO indic-fin-emploi.
           OPEN INPUT EMPLOI-TEMPS-FILE.
           IF emploi-statut = '00'
               PERFORM 1100-LIRE-SEANCE
               PERFORM 1200-RETENIR-SEANCE UNTIL fin-emploi
               CLOSE EMPLOI-TEMPS-FILE
           ELSE
               DISPLAY 'AVERTISSEMENT : EMPLOI-TEMPS.DAT absent, '
                   'editions vides'
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'N' TO indic-fin-enseignants.
           OPEN INPUT ENSEIGNANTS-FILE.
           IF enseignants-statut = '00'
               PERFORM 1500-LIRE-ENSEIGNANT
               PERFORM 1600-RETENIR-ENSEIGNANT UNTIL fin-enseignants
               CLOSE ENSEIGNANTS-FILE
           END-IF.

      * Lecture d'un enregistrement EMPLOI-TEMPS.DAT
       1100-LIRE-SEANCE.
           READ EMPLOI-TEMPS-FILE
               AT END SET fin-emploi TO TRUE
           END-READ.

      * Range la seance lue dans la table, en recouvrant la ligne
      * anterieure de la meme classe + jour + creneau, puis relit
       1200-RETENIR-SEANCE.
           ADD 1 TO cpt-lus.
           MOVE 'N' TO indic-seance-trouvee.
           MOVE ZERO TO ix-seance.
           PERFORM 1300-COMPARER-SEANCE
               UNTIL seance-trouvee OR ix-seance >= nb-seances.
           IF NOT seance-trouvee
               IF nb-seances < limite-seances
                   ADD 1 TO nb-seances
                   MOVE nb-seances TO ix-seance
                   SET seance-trouvee TO TRUE
               END-IF
           END-IF.
           IF seance-trouvee
               MOVE EDT-CLASSE TO STB-CLASSE(ix-seance)
               MOVE EDT-JOUR TO STB-JOUR(ix-seance)
               MOVE EDT-DEBUT TO STB-DEBUT(ix-seance)
               MOVE EDT-FIN TO STB-FIN(ix-seance)
               MOVE EDT-COURS TO STB-COURS(ix-seance)
               MOVE EDT-ENSEIGNANT TO STB-ENSEIGNANT(ix-seance)
               MOVE EDT-SALLE TO STB-SALLE(ix-seance)
               MOVE EDT-ACTIVE TO STB-ACTIVE(ix-seance)
           END-IF.
           PERFORM 1100-LIRE-SEANCE.

      * Compare la ligne suivante de la table a la seance lue
       1300-COMPARER-SEANCE.
           ADD 1 TO ix-seance.
           IF STB-CLASSE(ix-seance) = EDT-CLASSE
                   AND STB-JOUR(ix-seance) = EDT-JOUR
                   AND STB-DEBUT(ix-seance) = EDT-DEBUT
               SET seance-trouvee TO TRUE
           END-IF.

      * Lecture d'un enregistrement ENSEIGNANTS.DAT
       1500-LIRE-ENSEIGNANT.
           READ ENSEIGNANTS-FILE
               AT END SET fin-enseignants TO TRUE
           END-READ.

      * Range l'enseignant lu dans la table des noms, puis relit
       1600-RETENIR-ENSEIGNANT.
           IF nb-enseignants < 300
               ADD 1 TO nb-enseignants
               MOVE ENS-ID TO ETB-ID(nb-enseignants)
               MOVE ENS-NOM TO ETB-NOM(nb-enseignants)
           END-IF.
           PERFORM 1500-LIRE-ENSEIGNANT.

      * Verse les seances actives dans le tri, la page etant la
      * classe ou l'enseignant selon la vue en cours
       2000-VERSER-SEANCES.
           MOVE ZERO TO ix-seance.
           PERFORM 2100-VERSER-UNE-SEANCE
               UNTIL ix-seance >= nb-seances.

      * Verse la seance suivante de la table si elle est active
       2100-VERSER-UNE-SEANCE.
           ADD 1 TO ix-seance.
           IF STB-ACTIVE(ix-seance) = 'A'
                   AND STB-JOUR(ix-seance) >= 1
                   AND STB-JOUR(ix-seance) <= 6
               IF vue-classes
                   MOVE STB-CLASSE(ix-seance) TO TRI-PAGE
               ELSE
                   MOVE STB-ENSEIGNANT(ix-seance) TO TRI-PAGE
               END-IF
               MOVE STB-JOUR(ix-seance) TO TRI-JOUR
               MOVE STB-DEBUT(ix-seance) TO TRI-DEBUT
               MOVE STB-FIN(ix-seance) TO TRI-FIN
               MOVE STB-CLASSE(ix-seance) TO TRI-CLASSE
               MOVE STB-COURS(ix-seance) TO TRI-COURS
               MOVE STB-ENSEIGNANT(ix-seance) TO TRI-ENSEIGNANT
               MOVE STB-SALLE(ix-seance) TO TRI-SALLE
               RELEASE TRI-ENREGISTREMENT
           END-IF.

      * Relit les seances triees et les edite, avec un en-tete a
      * chaque changement de page
       3000-EDITER-VUE.
           MOVE 'N' TO indic-fin-tri.
           MOVE SPACES TO page-courante.
           OPEN INPUT SEANCES-TRI-FILE.
           PERFORM 3100-LIRE-TRIEE.
           PERFORM 3200-EDITER-SEANCE UNTIL fin-tri.
           CLOSE SEANCES-TRI-FILE.

      * Lecture d'un enregistrement SEANCES.TRI
       3100-LIRE-TRIEE.
           READ SEANCES-TRI-FILE
               AT END SET fin-tri TO TRUE
           END-READ.

      * Edite la seance courante, precedee de l'en-tete de sa page
      * quand la classe ou l'enseignant change, puis relit
       3200-EDITER-SEANCE.
           IF STR-PAGE NOT = page-courante
               MOVE STR-PAGE TO page-courante
               PERFORM 3300-EDITER-ENTETE
           END-IF.
           MOVE SPACES TO ligne-edition.
           IF vue-classes
               STRING '  ' DELIMITED BY SIZE
                   LIBELLE-JOUR(STR-JOUR) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   STR-DEBUT DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   STR-FIN DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   STR-COURS DELIMITED BY SIZE
                   '  enseignant ' DELIMITED BY SIZE
                   STR-ENSEIGNANT DELIMITED BY SIZE
                   '  salle ' DELIMITED BY SIZE
                   STR-SALLE DELIMITED BY SIZE
                   INTO ligne-edition
               MOVE ligne-edition TO LIGNE-CLASSES
               WRITE LIGNE-CLASSES
           ELSE
               STRING '  ' DELIMITED BY SIZE
                   LIBELLE-JOUR(STR-JOUR) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   STR-DEBUT DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   STR-FIN DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   STR-COURS DELIMITED BY SIZE
                   '  classe ' DELIMITED BY SIZE
                   STR-CLASSE DELIMITED BY SIZE
                   '  salle ' DELIMITED BY SIZE
                   STR-SALLE DELIMITED BY SIZE
                   INTO ligne-edition
               MOVE ligne-edition TO LIGNE-ENSEIGNANTS
               WRITE LIGNE-ENSEIGNANTS
           END-IF.
           ADD 1 TO cpt-editees.
           PERFORM 3100-LIRE-TRIEE.

      * En-tete de page : la classe, ou l'enseignant et son nom
       3300-EDITER-ENTETE.
           MOVE SPACES TO ligne-edition.
           IF vue-classes
               STRING 'Classe ' DELIMITED BY SIZE
                   page-courante DELIMITED BY SIZE
                   INTO ligne-edition
               MOVE SPACES TO LIGNE-CLASSES
               WRITE LIGNE-CLASSES
               MOVE ligne-edition TO LIGNE-CLASSES
               WRITE LIGNE-CLASSES
           ELSE
               PERFORM 3400-CHERCHER-NOM
               STRING 'Enseignant ' DELIMITED BY SIZE
                   page-courante DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   nom-enseignant DELIMITED BY SIZE
                   INTO ligne-edition
               MOVE SPACES TO LIGNE-ENSEIGNANTS
               WRITE LIGNE-ENSEIGNANTS
               MOVE ligne-edition TO LIGNE-ENSEIGNANTS
               WRITE LIGNE-ENSEIGNANTS
           END-IF.

      * Cherche le nom de l'enseignant de la page courante
       3400-CHERCHER-NOM.
           MOVE SPACES TO nom-enseignant.
           MOVE 'N' TO indic-enseignant-trouve.
           MOVE ZERO TO ix-enseignant.
           PERFORM 3410-COMPARER-ENSEIGNANT
               UNTIL enseignant-trouve
               OR ix-enseignant >= nb-enseignants.

      * Compare l'enseignant suivant de la table a la page courante
       3410-COMPARER-ENSEIGNANT.
           ADD 1 TO ix-enseignant.
           IF ETB-ID(ix-enseignant) = page-courante
               SET enseignant-trouve TO TRUE
               MOVE ETB-NOM(ix-enseignant) TO nom-enseignant
           END-IF.

      * Trace la fin du job
       9000-FINALISER.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'EditerEmploiTemps' TO JOB-NOM.
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
           MOVE cpt-editees TO JOB-ECRITS.
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
