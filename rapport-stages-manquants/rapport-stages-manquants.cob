      * Code RapportStagesManquants en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportStagesManquants.

      * Traitement par lots : edite, classe par classe, les
      * etudiants inscrits en classe terminale qui n'ont pas encore
      * de stage en entreprise, ou dont le stage a ete rompu, pour
      * que le secretariat relance les familles avant le jury. Une
      * classe est terminale quand CLASSES-SUIVANTES.DAT ne lui
      * donne pas de classe suivante ; l'etat du stage est la
      * derniere ligne de l'etudiant dans STAGES.DAT. Le rapport
      * sort sur RAPPORT-STAGES-MANQUANTS.DAT ; des etudiants sans
      * stage donnent un code retour d'avertissement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT CLASSES-FILE ASSIGN TO "CLASSES-SUIVANTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS classes-statut.
           SELECT STAGES-FILE ASSIGN TO "STAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stages-statut.
           SELECT MANQUANTS-FILE ASSIGN TO "STAGES-MANQ.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MANQUANTS-TRI-FILE ASSIGN TO "STAGES-MANQ.TRI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRI-TRAVAIL ASSIGN TO "STGTRI.TMP".
           SELECT RAPPORT-FILE
               ASSIGN TO "RAPPORT-STAGES-MANQUANTS.DAT"
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
       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD CLASSES-FILE.
       COPY "cpclassesuiv.cpy".

       FD STAGES-FILE.
       COPY "cpstage.cpy".

       FD MANQUANTS-FILE.
       01 MANQUANT-ENREGISTREMENT.
           05 MQT-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01).
           05 MQT-NOM                 PIC X(20).
           05 FILLER                  PIC X(01).
           05 MQT-ID                  PIC X(06).
           05 FILLER                  PIC X(01).
           05 MQT-MOTIF               PIC X(12).

       FD MANQUANTS-TRI-FILE.
       01 MANQUANT-TRI-ENREGISTREMENT.
           05 MTR-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01).
           05 MTR-NOM                 PIC X(20).
           05 FILLER                  PIC X(01).
           05 MTR-ID                  PIC X(06).
           05 FILLER                  PIC X(01).
           05 MTR-MOTIF               PIC X(12).

       SD TRI-TRAVAIL.
       01 TRI-ENREGISTREMENT.
           05 TRI-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01).
           05 TRI-NOM                 PIC X(20).
           05 TRI-RESTE               PIC X(20).

       FD RAPPORT-FILE.
       01 LIGNE-RAPPORT               PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 classes-statut PIC X(02).
       77 stages-statut PIC X(02).
       77 indic-fin-etudiants PIC X(01) VALUE 'N'.
           88 fin-etudiants VALUE 'O'.
       77 indic-fin-classes PIC X(01) VALUE 'N'.
           88 fin-classes VALUE 'O'.
       77 indic-fin-stages PIC X(01) VALUE 'N'.
           88 fin-stages VALUE 'O'.
       77 indic-fin-manquants PIC X(01) VALUE 'N'.
           88 fin-manquants VALUE 'O'.
       77 indic-terminale PIC X(01) VALUE 'N'.
           88 classe-terminale VALUE 'O'.
       77 indic-stage-trouve PIC X(01) VALUE 'N'.
           88 stage-trouve VALUE 'O'.
       77 indic-classe-trouvee PIC X(01) VALUE 'N'.
           88 classe-trouvee VALUE 'O'.
       77 cpt-etudiants PIC 9(05) COMP VALUE ZERO.
       77 cpt-manquants PIC 9(05) COMP VALUE ZERO.
       77 cpt-classe PIC 9(05) COMP VALUE ZERO.
       77 cpt-edite PIC ZZZZ9.
       77 classe-courante PIC X(05) VALUE SPACES.
       77 date-jour PIC 9(08).

      * Progression des classes, pour reconnaitre les classes
      * terminales
       77 nb-classes PIC 9(03) COMP VALUE ZERO.
       77 ix-classe PIC 9(03) COMP VALUE ZERO.
       01 TABLE-CLASSES.
           05 CLASSE-TABLE OCCURS 200.
               10 CLT-CLASSE          PIC X(05).
               10 CLT-SUIVANTE        PIC X(05).

      * Etat courant du stage de chaque etudiant, la derniere ligne
      * de STAGES.DAT faisant foi
       77 nb-stages PIC 9(04) COMP VALUE ZERO.
       77 ix-stage PIC 9(04) COMP VALUE ZERO.
       77 limite-stages PIC 9(04) COMP VALUE 2000.
       77 id-stage PIC X(06) VALUE SPACES.
       01 TABLE-STAGES.
           05 STAGE-TABLE OCCURS 2000.
               10 STB-ID              PIC X(06).
               10 STB-STATUT          PIC X(01).

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
               PERFORM 2000-EXAMINER-ETUDIANT UNTIL fin-etudiants
               CLOSE ETUDIANTS-FILE
               CLOSE MANQUANTS-FILE
               PERFORM 3000-EDITER-RAPPORT
               IF cpt-manquants > ZERO
                   MOVE 4 TO RETURN-CODE
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
           MOVE 'RapportStagesManq' TO JOB-NOM.
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

      * Charge la progression des classes et l'etat des stages,
      * puis ouvre le fichier maitre des inscriptions ; sans lui,
      * rien a examiner
       1000-INITIALISER.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO cpt-etudiants.
           MOVE ZERO TO cpt-manquants.
           MOVE 'N' TO indic-fin-etudiants.
           ACCEPT date-jour FROM DATE YYYYMMDD.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           PERFORM 1100-CHARGER-CLASSES.
           PERFORM 1200-CHARGER-STAGES.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut NOT = '00'
               DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT introuvable '
                   '(statut ' etudiants-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT MANQUANTS-FILE
               PERFORM 2100-LIRE-ETUDIANT
           END-IF.

      * Charge la table de progression des classes
       1100-CHARGER-CLASSES.
           MOVE ZERO TO nb-classes.
           MOVE 'N' TO indic-fin-classes.
           OPEN INPUT CLASSES-FILE.
           IF classes-statut = '00'
               PERFORM 1110-LIRE-CLASSE
               PERFORM 1120-RETENIR-CLASSE UNTIL fin-classes
               CLOSE CLASSES-FILE
           END-IF.

      * Lecture d'un enregistrement CLASSES-SUIVANTES.DAT
       1110-LIRE-CLASSE.
           READ CLASSES-FILE
               AT END SET fin-classes TO TRUE
           END-READ.

      * Range la classe lue dans la table, puis relit
       1120-RETENIR-CLASSE.
           IF nb-classes < 200
               ADD 1 TO nb-classes
               MOVE CLS-CLASSE TO CLT-CLASSE(nb-classes)
               MOVE CLS-SUIVANTE TO CLT-SUIVANTE(nb-classes)
           END-IF.
           PERFORM 1110-LIRE-CLASSE.

      * Charge l'etat courant des stages
       1200-CHARGER-STAGES.
           MOVE ZERO TO nb-stages.
           MOVE 'N' TO indic-fin-stages.
           OPEN INPUT STAGES-FILE.
           IF stages-statut = '00'
               PERFORM 1210-LIRE-STAGE
               PERFORM 1220-RETENIR-STAGE UNTIL fin-stages
               CLOSE STAGES-FILE
           END-IF.

      * Lecture d'un enregistrement STAGES.DAT
       1210-LIRE-STAGE.
           READ STAGES-FILE
               AT END SET fin-stages TO TRUE
           END-READ.

      * Range l'etat du stage lu, en recouvrant la ligne anterieure
      * du meme etudiant, puis relit
       1220-RETENIR-STAGE.
           MOVE STG-ID TO id-stage.
           PERFORM 2400-CHERCHER-STAGE.
           IF NOT stage-trouve
               IF nb-stages < limite-stages
                   ADD 1 TO nb-stages
                   MOVE nb-stages TO ix-stage
                   SET stage-trouve TO TRUE
               END-IF
           END-IF.
           IF stage-trouve
               MOVE STG-ID TO STB-ID(ix-stage)
               MOVE STG-STATUT TO STB-STATUT(ix-stage)
           END-IF.
           PERFORM 1210-LIRE-STAGE.

      * Retient l'inscrit de classe terminale sans stage actif,
      * puis relit
       2000-EXAMINER-ETUDIANT.
           IF INS-INSCRIT
               PERFORM 2200-CONTROLER-TERMINALE
               IF classe-terminale
                   ADD 1 TO cpt-etudiants
                   MOVE INS-ID TO id-stage
                   PERFORM 2400-CHERCHER-STAGE
                   MOVE SPACES TO MANQUANT-ENREGISTREMENT
                   IF NOT stage-trouve
                       MOVE 'aucun stage' TO MQT-MOTIF
                   ELSE
                       IF STB-STATUT(ix-stage) = 'R'
                           MOVE 'stage rompu' TO MQT-MOTIF
                       END-IF
                   END-IF
                   IF MQT-MOTIF NOT = SPACES
                       MOVE INS-CLASSE TO MQT-CLASSE
                       MOVE INS-NOM TO MQT-NOM
                       MOVE INS-ID TO MQT-ID
                       WRITE MANQUANT-ENREGISTREMENT
                       ADD 1 TO cpt-manquants
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-LIRE-ETUDIANT.

      * Lecture d'un enregistrement ETUDIANTS-MASTER.DAT
       2100-LIRE-ETUDIANT.
           READ ETUDIANTS-FILE
               AT END SET fin-etudiants TO TRUE
           END-READ.

      * Une classe est terminale si la table de progression ne lui
      * connait pas de classe suivante
       2200-CONTROLER-TERMINALE.
           MOVE 'N' TO indic-classe-trouvee.
           MOVE ZERO TO ix-classe.
           PERFORM 2210-COMPARER-CLASSE
               UNTIL classe-trouvee OR ix-classe >= nb-classes.
           IF classe-trouvee AND CLT-SUIVANTE(ix-classe) NOT = SPACES
               MOVE 'N' TO indic-terminale
           ELSE
               SET classe-terminale TO TRUE
           END-IF.

      * Compare la classe suivante de la table a celle de l'inscrit
       2210-COMPARER-CLASSE.
           ADD 1 TO ix-classe.
           IF CLT-CLASSE(ix-classe) = INS-CLASSE
               SET classe-trouvee TO TRUE
           END-IF.

      * Cherche l'etudiant dans la table des stages
       2400-CHERCHER-STAGE.
           MOVE 'N' TO indic-stage-trouve.
           MOVE ZERO TO ix-stage.
           PERFORM 2410-COMPARER-STAGE
               UNTIL stage-trouve OR ix-stage >= nb-stages.

      * Compare la ligne suivante de la table des stages
       2410-COMPARER-STAGE.
           ADD 1 TO ix-stage.
           IF STB-ID(ix-stage) = id-stage
               SET stage-trouve TO TRUE
           END-IF.

      * Trie les etudiants retenus par classe et par nom et edite
      * le rapport, avec le compte de chaque classe
       3000-EDITER-RAPPORT.
           SORT TRI-TRAVAIL
               ON ASCENDING KEY TRI-CLASSE TRI-NOM
               USING MANQUANTS-FILE
               GIVING MANQUANTS-TRI-FILE.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'Etudiants de classe terminale sans stage au '
               DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO classe-courante.
           MOVE ZERO TO cpt-classe.
           MOVE 'N' TO indic-fin-manquants.
           OPEN INPUT MANQUANTS-TRI-FILE.
           PERFORM 3100-LIRE-MANQUANT.
           PERFORM 3200-EDITER-MANQUANT UNTIL fin-manquants.
           CLOSE MANQUANTS-TRI-FILE.
           IF classe-courante NOT = SPACES
               PERFORM 3300-CLORE-CLASSE
           END-IF.
           IF cpt-manquants = ZERO
               MOVE '  Tous les etudiants ont un stage.'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               MOVE cpt-manquants TO cpt-edite
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'Total sans stage : ' DELIMITED BY SIZE
                   cpt-edite DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           CLOSE RAPPORT-FILE.
           CALL "CBL_DELETE_FILE" USING "STAGES-MANQ.TMP".
           CALL "CBL_DELETE_FILE" USING "STAGES-MANQ.TRI".

      * Lecture d'un enregistrement trie
       3100-LIRE-MANQUANT.
           READ MANQUANTS-TRI-FILE
               AT END SET fin-manquants TO TRUE
           END-READ.

      * Edite l'etudiant courant, sous l'en-tete de sa classe au
      * changement de classe, puis relit
       3200-EDITER-MANQUANT.
           IF MTR-CLASSE NOT = classe-courante
               IF classe-courante NOT = SPACES
                   PERFORM 3300-CLORE-CLASSE
               END-IF
               MOVE MTR-CLASSE TO classe-courante
               MOVE ZERO TO cpt-classe
               MOVE SPACES TO LIGNE-RAPPORT
               STRING 'Classe ' DELIMITED BY SIZE
                   classe-courante DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           ADD 1 TO cpt-classe.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING '  ' DELIMITED BY SIZE
               MTR-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               MTR-NOM DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               MTR-MOTIF DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM 3100-LIRE-MANQUANT.

      * Pied de la classe qui s'acheve
       3300-CLORE-CLASSE.
           MOVE cpt-classe TO cpt-edite.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING '  Sans stage dans la classe : ' DELIMITED BY SIZE
               cpt-edite DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportStagesManq' TO JOB-NOM.
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
           MOVE cpt-etudiants TO JOB-LUS.
           MOVE cpt-manquants TO JOB-ECRITS.
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
