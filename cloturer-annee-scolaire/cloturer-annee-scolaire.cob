      * Code CloturerAnneeScolaire en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. CloturerAnneeScolaire.

      * Traitement par lots de fin d'annee scolaire, apres les
      * decisions de passage : chaque fichier de l'annee (notes,
      * maitres des notes et des resultats, absences, journal des
      * termes, recours, gels de trimestre, discipline, stages...)
      * est copie vers son archive suffixee de l'annee de rentree
      * (NOTES-MASTER.A2025), puis remis a vide pour l'annee
      * suivante. Les dossiers de suivi et les recours encore
      * ouverts sont reportes sur la nouvelle annee. Chaque inscrit
      * que DeciderPassage n'a pas deja decide monte dans la classe
      * suivante de CLASSES-SUIVANTES.DAT ; une classe terminale
      * reste inchangee. La cloture et l'ouverture sont tracees sur
      * ANNEES-SCOLAIRES.DAT, et une annee deja close est refusee.
      * Une archive existante n'est jamais recopiee : la cloture
      * trace son debut au registre avant la premiere archive, et
      * sa reprise apres un arret reprend les archives deja faites
      * pour remettre a vide les fichiers restants ; hors reprise,
      * le fichier dont l'archive existe deja est laisse en l'etat
      * et signale. La montee de classe, tracee a son tour, n'est
      * pas refaite a la reprise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNEES-FILE ASSIGN TO "ANNEES-SCOLAIRES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS annees-statut.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT CLASSES-FILE ASSIGN TO "CLASSES-SUIVANTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS classes-statut.
           SELECT DECISIONS-FILE ASSIGN TO "DECISIONS-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS decisions-statut.
           SELECT VIDE-FILE ASSIGN USING nom-fichier
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS vide-statut.
           SELECT APPELS-ARCHIVE-FILE ASSIGN USING nom-archive
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS appels-archive-statut.
           SELECT APPELS-FILE ASSIGN TO "APPELS-NOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DOSSIERS-ARCHIVE-FILE ASSIGN USING nom-archive
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dossiers-archive-statut.
           SELECT DOSSIERS-FILE ASSIGN TO "DOSSIERS-SUIVI.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT NOTES-MAITRE-FILE ASSIGN TO "NOTES-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-CLE
               FILE STATUS IS maitre-statut.
           SELECT RESULTATS-MAITRE-FILE
               ASSIGN TO "RESULTATS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-ID
               ALTERNATE RECORD KEY IS RM-NOM WITH DUPLICATES
               FILE STATUS IS resultats-statut.
           SELECT HISTONOTE-FILE ASSIGN TO "HISTONOTE-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HN-ID
               FILE STATUS IS histonote-statut.
           SELECT INSCRIPTIONS-FILE
               ASSIGN TO "INSCRIPTIONS-COURS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICO-CLE
               FILE STATUS IS inscriptions-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD ANNEES-FILE.
       COPY "cpanneescolaire.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD CLASSES-FILE.
       COPY "cpclassesuiv.cpy".

       FD DECISIONS-FILE.
       COPY "cpdecisionpassage.cpy".

       FD VIDE-FILE.
       01 LIGNE-VIDE                  PIC X(80).

      * Meme structure d'enregistrement pour l'archive et le fichier
      * reconduit ; les references sont qualifiees par OF pour lever
      * l'ambiguite
       FD APPELS-ARCHIVE-FILE.
       COPY "cpappel.cpy".

       FD APPELS-FILE.
       COPY "cpappel.cpy".

       FD DOSSIERS-ARCHIVE-FILE.
       COPY "cpdossier.cpy".

       FD DOSSIERS-FILE.
       COPY "cpdossier.cpy".

       FD NOTES-MAITRE-FILE.
       COPY "cpnotemaitre.cpy".

       FD RESULTATS-MAITRE-FILE.
       COPY "cpresultmaitre.cpy".

       FD HISTONOTE-FILE.
       COPY "cphistonote.cpy".

       FD INSCRIPTIONS-FILE.
       COPY "cpinscriptioncours.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 annees-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 classes-statut PIC X(02).
       77 decisions-statut PIC X(02).
       77 vide-statut PIC X(02).
       77 appels-archive-statut PIC X(02).
       77 dossiers-archive-statut PIC X(02).
       77 maitre-statut PIC X(02).
       77 resultats-statut PIC X(02).
       77 histonote-statut PIC X(02).
       77 inscriptions-statut PIC X(02).
       77 indic-fin-annees PIC X(01) VALUE 'N'.
           88 fin-annees VALUE 'O'.
       77 indic-fin-etudiants PIC X(01) VALUE 'N'.
           88 fin-etudiants VALUE 'O'.
       77 indic-fin-classes PIC X(01) VALUE 'N'.
           88 fin-classes VALUE 'O'.
       77 indic-fin-decisions PIC X(01) VALUE 'N'.
           88 fin-decisions VALUE 'O'.
       77 indic-fin-archive PIC X(01) VALUE 'N'.
           88 fin-archive VALUE 'O'.
       77 indic-deja-close PIC X(01) VALUE 'N'.
           88 annee-deja-close VALUE 'O'.
       77 indic-reprise PIC X(01) VALUE 'N'.
           88 cloture-en-reprise VALUE 'O'.
       77 indic-classes-montees PIC X(01) VALUE 'N'.
           88 classes-deja-montees VALUE 'O'.
       77 indic-decide PIC X(01) VALUE 'N'.
           88 etudiant-decide VALUE 'O'.
       77 indic-classe-trouvee PIC X(01) VALUE 'N'.
           88 classe-trouvee VALUE 'O'.
       77 cpt-archives PIC 9(03) COMP VALUE ZERO.
       77 cpt-promus PIC 9(05) COMP VALUE ZERO.
       77 cpt-inchanges PIC 9(05) COMP VALUE ZERO.
       77 cpt-reportes PIC 9(05) COMP VALUE ZERO.
       77 cpt-laisses PIC 9(03) COMP VALUE ZERO.

      * Annee de rentree de l'annee close, suffixe des archives, et
      * date de la rentree pour reconnaitre les decisions de
      * l'annee
       77 date-jour PIC 9(08) VALUE ZERO.
       77 annee-close PIC 9(04) VALUE ZERO.
       77 date-rentree PIC 9(08) VALUE ZERO.
       77 nom-fichier PIC X(30) VALUE SPACES.
       77 nom-archive PIC X(30) VALUE SPACES.
       77 nom-archive-provisoire PIC X(30) VALUE SPACES.
       77 code-copie PIC S9(09) COMP VALUE ZERO.
       01 INFOS-FICHIER.
           05 INF-OCTETS              PIC 9(18) COMP.
           05 FILLER                  PIC X(08).

      * Fichiers de l'annee scolaire, chacun avec sa remise a vide :
      * S fichier sequentiel vide, I fichier indexe recree vide,
      * A recours ouverts reportes, D dossiers ouverts reportes
       77 nb-fichiers PIC 9(02) COMP VALUE 27.
       77 ix-fichier PIC 9(02) COMP VALUE ZERO.
       01 TABLE-FICHIERS-ANNEE.
           05 FILLER PIC X(30) VALUE 'NOTES.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'NOTES-MASTER.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC X(30) VALUE 'NOTES-COMPOSANTES.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'NOTES-ANONYMES.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'ANONYMATS.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'LEVEES-ANONYMAT.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'NOTES-REJETS.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'CORRECTIONS-NOTES.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'APPELS-NOTES.DAT'.
           05 FILLER PIC X(01) VALUE 'A'.
           05 FILLER PIC X(30) VALUE 'GELS-TERMES.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'MODIFS-REOUVERTURE.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'HISTONOTE-TERMES.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'HISTONOTE-MASTER.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC X(30) VALUE 'RESULTATS.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'RESULTATS-MASTER.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC X(30) VALUE 'ECHEC.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'EXCLUSIONS-CLASSEMENT.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'INSCRIPTIONS-COURS.DAT'.
           05 FILLER PIC X(01) VALUE 'I'.
           05 FILLER PIC X(30) VALUE 'INSCRIPTIONS-RATTRAPAGE.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'RATTRAPAGE.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'ABSENCES.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'DISCIPLINE.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'DOSSIERS-SUIVI.DAT'.
           05 FILLER PIC X(01) VALUE 'D'.
           05 FILLER PIC X(30) VALUE 'DECISIONS-PASSAGE.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'DECISIONS-JURY.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'NOTES-TRANSFERT.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(30) VALUE 'STAGES.DAT'.
           05 FILLER PIC X(01) VALUE 'S'.
       01 TABLE-FICHIERS-ANNEE-R REDEFINES TABLE-FICHIERS-ANNEE.
           05 FICHIER-ANNEE OCCURS 27.
               10 FAN-NOM             PIC X(30).
               10 FAN-REMISE          PIC X(01).
       01 TABLE-ARCHIVES.
           05 FAN-ARCHIVE OCCURS 27   PIC X(01).

      * Progression des classes
       77 nb-classes PIC 9(03) COMP VALUE ZERO.
       77 ix-classe PIC 9(03) COMP VALUE ZERO.
       01 TABLE-CLASSES.
           05 CLASSE-TABLE OCCURS 200.
               10 CLT-CLASSE          PIC X(05).
               10 CLT-SUIVANTE        PIC X(05).

      * Etudiants deja decides par DeciderPassage cette annee : les
      * promus sont deja montes, les autres restent dans leur classe
       77 nb-decides PIC 9(04) COMP VALUE ZERO.
       77 ix-decide PIC 9(04) COMP VALUE ZERO.
       77 limite-decides PIC 9(04) COMP VALUE 3000.
       01 TABLE-DECIDES.
           05 DECIDE-ID OCCURS 3000   PIC X(06).

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
           IF RETURN-CODE = ZERO
               IF NOT cloture-en-reprise
                   SET ASC-EN-COURS TO TRUE
                   PERFORM 6100-ECRIRE-ETAPE
               END-IF
               PERFORM 2000-ARCHIVER-FICHIER
                   VARYING ix-fichier FROM 1 BY 1
                   UNTIL ix-fichier > nb-fichiers
               PERFORM 3000-REMETTRE-A-VIDE
                   VARYING ix-fichier FROM 1 BY 1
                   UNTIL ix-fichier > nb-fichiers
               IF NOT classes-deja-montees
                   PERFORM 5000-MONTER-CLASSES
                   SET ASC-CLASSES-MONTEES TO TRUE
                   PERFORM 6100-ECRIRE-ETAPE
               END-IF
               PERFORM 6000-ECRIRE-REGISTRE
               DISPLAY 'Annee ' annee-close ' close : '
                   cpt-archives ' fichiers archives, '
                   cpt-promus ' etudiants montes de classe, '
                   cpt-reportes ' dossiers et recours reportes'
               IF cpt-laisses > ZERO
                   DISPLAY 'AVERTISSEMENT : ' cpt-laisses
                       ' fichiers laisses en l''etat, archive deja '
                       'presente'
               END-IF
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.
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
           MOVE 'CloturerAnneeScol' TO JOB-NOM.
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

      * Determine l'annee a clore (celle de la rentree precedant la
      * date du jour), refuse une annee deja close, puis charge la
      * progression des classes et les decisions de l'annee avant
      * leur remise a vide
       1000-INITIALISER.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO cpt-archives.
           MOVE ZERO TO cpt-promus.
           MOVE ZERO TO cpt-inchanges.
           MOVE ZERO TO cpt-reportes.
           MOVE ZERO TO cpt-laisses.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           ACCEPT date-jour FROM DATE YYYYMMDD.
           MOVE date-jour(1:4) TO annee-close.
           IF date-jour(5:2) < '09'
               SUBTRACT 1 FROM annee-close
           END-IF.
           MOVE annee-close TO date-rentree(1:4).
           MOVE '0901' TO date-rentree(5:4).
           PERFORM 1100-CONTROLER-REGISTRE.
           IF annee-deja-close
               DISPLAY 'ERREUR : annee scolaire ' annee-close
                   ' deja close, cloture refusee'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF cloture-en-reprise
                   DISPLAY 'Reprise de la cloture de l''annee '
                       annee-close ' : archives deja faites conservees'
               END-IF
               PERFORM 1200-CHARGER-CLASSES
               PERFORM 1300-CHARGER-DECISIONS
           END-IF.

      * Parcourt le registre des annees a la recherche d'une
      * cloture de l'annee ou d'une annee posterieure, ou d'une
      * cloture de l'annee commencee et interrompue
       1100-CONTROLER-REGISTRE.
           MOVE 'N' TO indic-deja-close.
           MOVE 'N' TO indic-reprise.
           MOVE 'N' TO indic-classes-montees.
           MOVE 'N' TO indic-fin-annees.
           OPEN INPUT ANNEES-FILE.
           IF annees-statut = '00'
               PERFORM 1110-LIRE-ANNEE
               PERFORM 1120-EXAMINER-ANNEE UNTIL fin-annees
               CLOSE ANNEES-FILE
           END-IF.

      * Lecture d'un enregistrement ANNEES-SCOLAIRES.DAT
       1110-LIRE-ANNEE.
           READ ANNEES-FILE
               AT END SET fin-annees TO TRUE
           END-READ.

      * Releve une cloture deja faite ou les etapes deja passees
      * d'une cloture interrompue, puis relit
       1120-EXAMINER-ANNEE.
           IF ASC-CLOTURE AND ASC-ANNEE >= annee-close
               SET annee-deja-close TO TRUE
           END-IF.
           IF ASC-EN-COURS AND ASC-ANNEE = annee-close
               SET cloture-en-reprise TO TRUE
           END-IF.
           IF ASC-CLASSES-MONTEES AND ASC-ANNEE = annee-close
               SET classes-deja-montees TO TRUE
               MOVE ASC-NB-PROMUS TO cpt-promus
           END-IF.
           PERFORM 1110-LIRE-ANNEE.

      * Charge la table de progression des classes
       1200-CHARGER-CLASSES.
           MOVE ZERO TO nb-classes.
           MOVE 'N' TO indic-fin-classes.
           OPEN INPUT CLASSES-FILE.
           IF classes-statut = '00'
               PERFORM 1210-LIRE-CLASSE
               PERFORM 1220-RETENIR-CLASSE UNTIL fin-classes
               CLOSE CLASSES-FILE
           END-IF.

      * Lecture d'un enregistrement CLASSES-SUIVANTES.DAT
       1210-LIRE-CLASSE.
           READ CLASSES-FILE
               AT END SET fin-classes TO TRUE
           END-READ.

      * Range la classe lue dans la table, puis relit
       1220-RETENIR-CLASSE.
           IF nb-classes < 200
               ADD 1 TO nb-classes
               MOVE CLS-CLASSE TO CLT-CLASSE(nb-classes)
               MOVE CLS-SUIVANTE TO CLT-SUIVANTE(nb-classes)
           END-IF.
           PERFORM 1210-LIRE-CLASSE.

      * Retient les etudiants decides depuis la rentree de l'annee
      * close
       1300-CHARGER-DECISIONS.
           MOVE ZERO TO nb-decides.
           MOVE 'N' TO indic-fin-decisions.
           OPEN INPUT DECISIONS-FILE.
           IF decisions-statut = '00'
               PERFORM 1310-LIRE-DECISION
               PERFORM 1320-RETENIR-DECISION UNTIL fin-decisions
               CLOSE DECISIONS-FILE
           END-IF.

      * Lecture d'un enregistrement DECISIONS-PASSAGE.DAT
       1310-LIRE-DECISION.
           READ DECISIONS-FILE
               AT END SET fin-decisions TO TRUE
           END-READ.

      * Range l'etudiant decide dans la table, puis relit
       1320-RETENIR-DECISION.
           IF DPS-DATE >= date-rentree AND nb-decides < limite-decides
               ADD 1 TO nb-decides
               MOVE DPS-ID TO DECIDE-ID(nb-decides)
           END-IF.
           PERFORM 1310-LIRE-DECISION.

      * Copie le fichier courant vers son archive de l'annee, sous
      * un nom provisoire renomme une fois la copie complete ; un
      * fichier absent n'a rien a archiver ni a remettre a vide.
      * Une archive deja presente n'est pas recopiee : a la reprise
      * elle est retenue pour la remise a vide, sinon le fichier est
      * laisse en l'etat et signale
       2000-ARCHIVER-FICHIER.
           MOVE 'N' TO FAN-ARCHIVE(ix-fichier).
           MOVE FAN-NOM(ix-fichier) TO nom-fichier.
           PERFORM 2100-CONSTRUIRE-NOM-ARCHIVE.
           CALL "CBL_CHECK_FILE_EXIST" USING nom-archive
               INFOS-FICHIER
               RETURNING code-copie.
           IF code-copie = ZERO
               IF cloture-en-reprise
                   MOVE 'O' TO FAN-ARCHIVE(ix-fichier)
                   ADD 1 TO cpt-archives
               ELSE
                   DISPLAY 'AVERTISSEMENT : ' nom-archive
                       ' deja present, ' nom-fichier
                       ' ni archive ni remis a vide'
                   ADD 1 TO cpt-laisses
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING nom-archive-provisoire
                   RETURNING code-copie
               CALL "CBL_COPY_FILE" USING nom-fichier
                   nom-archive-provisoire
                   RETURNING code-copie
               IF code-copie = ZERO
                   CALL "CBL_RENAME_FILE" USING nom-archive-provisoire
                       nom-archive
                       RETURNING code-copie
               END-IF
               IF code-copie = ZERO
                   MOVE 'O' TO FAN-ARCHIVE(ix-fichier)
                   ADD 1 TO cpt-archives
               END-IF
           END-IF.

      * Construit le nom d'archive du fichier courant : son nom sans
      * extension, suffixe de l'annee close (ABSENCES.A2025), et
      * celui de sa copie en cours (ABSENCES.T2025)
       2100-CONSTRUIRE-NOM-ARCHIVE.
           MOVE SPACES TO nom-archive.
           STRING nom-fichier DELIMITED BY '.'
               '.A' DELIMITED BY SIZE
               annee-close DELIMITED BY SIZE
               INTO nom-archive.
           MOVE SPACES TO nom-archive-provisoire.
           STRING nom-fichier DELIMITED BY '.'
               '.T' DELIMITED BY SIZE
               annee-close DELIMITED BY SIZE
               INTO nom-archive-provisoire.

      * Remet a vide le fichier courant s'il a ete archive, en
      * reportant les recours et dossiers encore ouverts
       3000-REMETTRE-A-VIDE.
           IF FAN-ARCHIVE(ix-fichier) = 'O'
               MOVE FAN-NOM(ix-fichier) TO nom-fichier
               PERFORM 2100-CONSTRUIRE-NOM-ARCHIVE
               EVALUATE FAN-REMISE(ix-fichier)
                   WHEN 'I'
                       PERFORM 3100-RECREER-INDEXE
                   WHEN 'A'
                       PERFORM 3300-REPORTER-APPELS
                   WHEN 'D'
                       PERFORM 3500-REPORTER-DOSSIERS
                   WHEN OTHER
                       OPEN OUTPUT VIDE-FILE
                       CLOSE VIDE-FILE
               END-EVALUATE
           END-IF.

      * Recree vide le fichier indexe courant
       3100-RECREER-INDEXE.
           EVALUATE nom-fichier
               WHEN 'NOTES-MASTER.DAT'
                   OPEN OUTPUT NOTES-MAITRE-FILE
                   CLOSE NOTES-MAITRE-FILE
               WHEN 'RESULTATS-MASTER.DAT'
                   OPEN OUTPUT RESULTATS-MAITRE-FILE
                   CLOSE RESULTATS-MAITRE-FILE
               WHEN 'HISTONOTE-MASTER.DAT'
                   OPEN OUTPUT HISTONOTE-FILE
                   CLOSE HISTONOTE-FILE
               WHEN 'INSCRIPTIONS-COURS.DAT'
                   OPEN OUTPUT INSCRIPTIONS-FILE
                   CLOSE INSCRIPTIONS-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Reecrit APPELS-NOTES.DAT avec les seuls recours encore
      * ouverts de l'archive
       3300-REPORTER-APPELS.
           MOVE 'N' TO indic-fin-archive.
           OPEN OUTPUT APPELS-FILE.
           OPEN INPUT APPELS-ARCHIVE-FILE.
           IF appels-archive-statut = '00'
               PERFORM 3310-LIRE-APPEL
               PERFORM 3320-REPORTER-APPEL UNTIL fin-archive
               CLOSE APPELS-ARCHIVE-FILE
           END-IF.
           CLOSE APPELS-FILE.

      * Lecture d'un recours archive
       3310-LIRE-APPEL.
           READ APPELS-ARCHIVE-FILE
               AT END SET fin-archive TO TRUE
           END-READ.

      * Reporte le recours s'il est encore ouvert, puis relit
       3320-REPORTER-APPEL.
           IF APP-OUVERT OF APPELS-ARCHIVE-FILE
               MOVE APPEL-ENREGISTREMENT OF APPELS-ARCHIVE-FILE
                   TO APPEL-ENREGISTREMENT OF APPELS-FILE
               WRITE APPEL-ENREGISTREMENT OF APPELS-FILE
               ADD 1 TO cpt-reportes
           END-IF.
           PERFORM 3310-LIRE-APPEL.

      * Reecrit DOSSIERS-SUIVI.DAT avec les seuls dossiers encore
      * ouverts de l'archive
       3500-REPORTER-DOSSIERS.
           MOVE 'N' TO indic-fin-archive.
           OPEN OUTPUT DOSSIERS-FILE.
           OPEN INPUT DOSSIERS-ARCHIVE-FILE.
           IF dossiers-archive-statut = '00'
               PERFORM 3510-LIRE-DOSSIER
               PERFORM 3520-REPORTER-DOSSIER UNTIL fin-archive
               CLOSE DOSSIERS-ARCHIVE-FILE
           END-IF.
           CLOSE DOSSIERS-FILE.

      * Lecture d'un dossier archive
       3510-LIRE-DOSSIER.
           READ DOSSIERS-ARCHIVE-FILE
               AT END SET fin-archive TO TRUE
           END-READ.

      * Reporte le dossier s'il est encore ouvert, puis relit
       3520-REPORTER-DOSSIER.
           IF DOS-OUVERT OF DOSSIERS-ARCHIVE-FILE
               MOVE DOSSIER-ENREGISTREMENT OF DOSSIERS-ARCHIVE-FILE
                   TO DOSSIER-ENREGISTREMENT OF DOSSIERS-FILE
               WRITE DOSSIER-ENREGISTREMENT OF DOSSIERS-FILE
               ADD 1 TO cpt-reportes
           END-IF.
           PERFORM 3510-LIRE-DOSSIER.

      * Fait monter de classe les inscrits non decides par
      * DeciderPassage ; sans fichier maitre, les classes restent en
      * l'etat
       5000-MONTER-CLASSES.
           MOVE 'N' TO indic-fin-etudiants.
           OPEN I-O ETUDIANTS-FILE.
           IF etudiants-statut NOT = '00'
               DISPLAY 'AVERTISSEMENT : ETUDIANTS-MASTER.DAT absent, '
                   'classes non mises a jour'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 5100-LIRE-ETUDIANT
               PERFORM 5200-EXAMINER-ETUDIANT UNTIL fin-etudiants
               CLOSE ETUDIANTS-FILE
           END-IF.

      * Lecture sequentielle du fichier des inscriptions
       5100-LIRE-ETUDIANT.
           READ ETUDIANTS-FILE NEXT RECORD
               AT END SET fin-etudiants TO TRUE
           END-READ.

      * Monte l'inscrit courant dans la classe suivante de sa
      * classe s'il n'a pas deja ete decide, puis relit
       5200-EXAMINER-ETUDIANT.
           IF INS-INSCRIT
               PERFORM 5300-CHERCHER-DECISION
               IF NOT etudiant-decide
                   PERFORM 5400-CHERCHER-CLASSE
                   IF classe-trouvee
                           AND CLT-SUIVANTE(ix-classe) NOT = SPACES
                       MOVE CLT-SUIVANTE(ix-classe) TO INS-CLASSE
                       REWRITE ETUDIANT-ENREGISTREMENT
                       ADD 1 TO cpt-promus
                   ELSE
                       ADD 1 TO cpt-inchanges
                   END-IF
               END-IF
           END-IF.
           PERFORM 5100-LIRE-ETUDIANT.

      * Cherche l'inscrit courant parmi les etudiants decides
       5300-CHERCHER-DECISION.
           MOVE 'N' TO indic-decide.
           MOVE ZERO TO ix-decide.
           PERFORM 5310-COMPARER-DECISION
               UNTIL etudiant-decide OR ix-decide >= nb-decides.

      * Compare l'etudiant decide suivant a l'inscrit courant
       5310-COMPARER-DECISION.
           ADD 1 TO ix-decide.
           IF DECIDE-ID(ix-decide) = INS-ID
               SET etudiant-decide TO TRUE
           END-IF.

      * Cherche la classe de l'inscrit dans la table de progression
       5400-CHERCHER-CLASSE.
           MOVE 'N' TO indic-classe-trouvee.
           MOVE ZERO TO ix-classe.
           PERFORM 5410-COMPARER-CLASSE
               UNTIL classe-trouvee OR ix-classe >= nb-classes.

      * Compare la classe suivante de la table a celle de l'inscrit
       5410-COMPARER-CLASSE.
           ADD 1 TO ix-classe.
           IF CLT-CLASSE(ix-classe) = INS-CLASSE
               SET classe-trouvee TO TRUE
           END-IF.

      * Trace la cloture de l'annee et l'ouverture de la suivante
       6000-ECRIRE-REGISTRE.
           OPEN EXTEND ANNEES-FILE.
           IF annees-statut = '35'
               OPEN OUTPUT ANNEES-FILE
           END-IF.
           MOVE annee-close TO ASC-ANNEE.
           SET ASC-CLOTURE TO TRUE.
           MOVE date-jour TO ASC-DATE.
           MOVE cpt-archives TO ASC-NB-FICHIERS.
           MOVE cpt-promus TO ASC-NB-PROMUS.
           WRITE ANNEE-SCOLAIRE-ENREGISTREMENT.
           ADD 1 TO ASC-ANNEE.
           SET ASC-OUVERTURE TO TRUE.
           MOVE ZERO TO ASC-NB-FICHIERS.
           MOVE ZERO TO ASC-NB-PROMUS.
           WRITE ANNEE-SCOLAIRE-ENREGISTREMENT.
           CLOSE ANNEES-FILE.

      * Trace au registre l'etape de cloture posee par l'appelant
      * (debut de la cloture, classes montees), pour sa reprise
       6100-ECRIRE-ETAPE.
           OPEN EXTEND ANNEES-FILE.
           IF annees-statut = '35'
               OPEN OUTPUT ANNEES-FILE
           END-IF.
           MOVE annee-close TO ASC-ANNEE.
           MOVE date-jour TO ASC-DATE.
           MOVE ZERO TO ASC-NB-FICHIERS.
           MOVE cpt-promus TO ASC-NB-PROMUS.
           WRITE ANNEE-SCOLAIRE-ENREGISTREMENT.
           CLOSE ANNEES-FILE.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'CloturerAnneeScol' TO JOB-NOM.
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
           MOVE cpt-archives TO JOB-LUS.
           MOVE cpt-promus TO JOB-ECRITS.
           MOVE cpt-inchanges TO JOB-REJETS.
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
