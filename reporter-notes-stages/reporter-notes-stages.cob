      * Code ReporterNotesStages en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ReporterNotesStages.

      * Traitement par lots : porte la note d'evaluation des stages
      * en entreprise (STAGES.DAT, derniere ligne de chaque
      * etudiant) dans NOTES.DAT sous la matiere STAG, pour suivre
      * la chaine d'edition normale, et au fichier maitre
      * NOTES-MASTER.DAT pour la consultation directe. La ligne
      * existante de l'etudiant pour la matiere est remplacee, une
      * note nouvelle est ajoutee au coefficient du catalogue des
      * matieres. Seuls les stages actifs et evalues sont reportes.
      * La note d'une classe gelee apres son conseil
      * (GELS-TERMES.DAT) n'est pas reportee et part sur le compte
      * rendu ; pendant une reouverture, la note reportee qui change
      * est tracee sur MODIFS-REOUVERTURE.DAT pour le dossier de
      * jury suivant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAGES-FILE ASSIGN TO "STAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stages-statut.
           SELECT NOTES-FILE ASSIGN TO "NOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-statut.
           SELECT NOTES-NOUVEAU-FILE ASSIGN TO "NOTES.NOUVSTG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT NOTES-MAITRE-FILE ASSIGN TO "NOTES-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-CLE
               FILE STATUS IS maitre-statut.
           SELECT MATIERES-FILE ASSIGN TO "MATIERES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS matieres-statut.
           SELECT GELS-FILE ASSIGN TO "GELS-TERMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS gels-statut.
           SELECT MODIFS-REOUV-FILE
               ASSIGN TO "MODIFS-REOUVERTURE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS modifs-reouv-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD STAGES-FILE.
       COPY "cpstage.cpy".

      * Meme structure d'enregistrement pour NOTES.DAT et sa
      * recopie ; les references sont qualifiees par OF pour lever
      * l'ambiguite
       FD NOTES-FILE.
       COPY "cpnote.cpy".

       FD NOTES-NOUVEAU-FILE.
       COPY "cpnote.cpy".

       FD NOTES-MAITRE-FILE.
       COPY "cpnotemaitre.cpy".

       FD MATIERES-FILE.
       COPY "cpmatiere.cpy".

       FD GELS-FILE.
       COPY "cpgelterme.cpy".

       FD MODIFS-REOUV-FILE.
       COPY "cpmodifrouverture.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 stages-statut PIC X(02).
       77 notes-statut PIC X(02).
       77 maitre-statut PIC X(02).
       77 matieres-statut PIC X(02).
       77 indic-fin-stages PIC X(01) VALUE 'N'.
           88 fin-stages VALUE 'O'.
       77 indic-fin-notes PIC X(01) VALUE 'N'.
           88 fin-notes VALUE 'O'.
       77 cpt-lus PIC 9(06) COMP VALUE ZERO.
       77 cpt-reportees PIC 9(05) COMP VALUE ZERO.
       77 cpt-ignores PIC 9(05) COMP VALUE ZERO.

      * Code matiere sous lequel la note de stage est classee
       77 cours-stage PIC X(04) VALUE 'STAG'.

      * Etat courant du stage de chaque etudiant, la derniere ligne
      * de STAGES.DAT faisant foi
       77 nb-stages PIC 9(04) COMP VALUE ZERO.
       77 ix-stage PIC 9(04) COMP VALUE ZERO.
       77 limite-stages PIC 9(04) COMP VALUE 2000.
       77 indic-stage-trouve PIC X(01) VALUE 'N'.
           88 stage-trouve VALUE 'O'.
       01 TABLE-STAGES.
           05 STAGE-TABLE OCCURS 2000.
               10 STB-ID              PIC X(06).
               10 STB-NOM             PIC X(20).
               10 STB-CLASSE          PIC X(05).
               10 STB-NOTE            PIC 9(02)V9(02).
               10 STB-A-REPORTER      PIC X(01).
               10 STB-REPORTEE        PIC X(01).

      * Catalogue des matieres pour le coefficient de la note de
      * stage
       77 indic-fin-matieres PIC X(01) VALUE 'N'.
           88 fin-matieres VALUE 'O'.
       77 coef-stage PIC 9(01)V9(01) VALUE 1.0.

      * Etat de gel des notes par classe, la derniere ligne de
      * GELS-TERMES.DAT pour une classe faisant foi : une classe
      * gelee ne recoit pas la note de stage, une classe rouverte
      * la trace
       77 gels-statut PIC X(02).
       77 modifs-reouv-statut PIC X(02).
       77 indic-fin-gels PIC X(01) VALUE 'N'.
           88 fin-gels VALUE 'O'.
       77 indic-gel-trouve PIC X(01) VALUE 'N'.
           88 gel-trouve VALUE 'O'.
       77 nb-gels PIC 9(03) COMP VALUE ZERO.
       77 ix-gel PIC 9(03) COMP VALUE ZERO.
       77 limite-gels PIC 9(03) COMP VALUE 200.
       77 classe-controle PIC X(05) VALUE SPACES.
       77 etat-classe PIC X(01) VALUE 'O'.
           88 classe-gelee VALUE 'G'.
           88 classe-rouverte VALUE 'R'.
       77 terme-classe PIC 9(01) VALUE ZERO.
       01 TABLE-GELS.
           05 GEL-TABLE OCCURS 200.
               10 GTB-CLASSE          PIC X(05).
               10 GTB-TERME           PIC 9(01).
               10 GTB-STATUT          PIC X(01).
       77 cpt-gelees PIC 9(05) COMP VALUE ZERO.
       77 note-avant PIC 9(02)V9(02) VALUE ZERO.
       77 utilisateur-chaine PIC X(08) VALUE 'CHAINE'.

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
           IF cpt-reportees > ZERO
               PERFORM 5000-REPORTER-NOTES
               PERFORM 6000-REPORTER-MAITRE
           END-IF.
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
           MOVE 'ReporterNotesStages' TO JOB-NOM.
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

      * Remet a zero les compteurs, releve le coefficient de la
      * matiere et charge l'etat courant des stages ; sans
      * STAGES.DAT, rien a reporter
       1000-INITIALISER.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-reportees.
           MOVE ZERO TO cpt-ignores.
           MOVE ZERO TO cpt-gelees.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           PERFORM 1200-CHARGER-COEF.
           PERFORM 8700-CHARGER-GELS.
           MOVE ZERO TO nb-stages.
           MOVE 'N' TO indic-fin-stages.
           OPEN INPUT STAGES-FILE.
           IF stages-statut = '00'
               PERFORM 1100-LIRE-STAGE
               PERFORM 1110-RETENIR-STAGE UNTIL fin-stages
               CLOSE STAGES-FILE
           END-IF.
           MOVE ZERO TO ix-stage.
           PERFORM 1150-COMPTER-A-REPORTER
               UNTIL ix-stage >= nb-stages.

      * Lecture d'un enregistrement STAGES.DAT
       1100-LIRE-STAGE.
           READ STAGES-FILE
               AT END SET fin-stages TO TRUE
           END-READ.

      * Range la ligne lue dans la table, en recouvrant la ligne
      * anterieure du meme etudiant, puis relit
       1110-RETENIR-STAGE.
           ADD 1 TO cpt-lus.
           PERFORM 1120-CHERCHER-STAGE.
           IF NOT stage-trouve
               IF nb-stages < limite-stages
                   ADD 1 TO nb-stages
                   MOVE nb-stages TO ix-stage
                   SET stage-trouve TO TRUE
               END-IF
           END-IF.
           IF stage-trouve
               MOVE STG-ID TO STB-ID(ix-stage)
               MOVE STG-NOM TO STB-NOM(ix-stage)
               MOVE STG-CLASSE TO STB-CLASSE(ix-stage)
               MOVE STG-NOTE TO STB-NOTE(ix-stage)
               MOVE 'N' TO STB-REPORTEE(ix-stage)
               IF STG-ACTIF AND STG-EVALUE
                   MOVE 'O' TO STB-A-REPORTER(ix-stage)
               ELSE
                   MOVE 'N' TO STB-A-REPORTER(ix-stage)
               END-IF
           END-IF.
           PERFORM 1100-LIRE-STAGE.

      * Cherche l'etudiant de la ligne lue dans la table
       1120-CHERCHER-STAGE.
           MOVE 'N' TO indic-stage-trouve.
           MOVE ZERO TO ix-stage.
           PERFORM 1130-COMPARER-STAGE
               UNTIL stage-trouve OR ix-stage >= nb-stages.

      * Compare la ligne suivante de la table a l'etudiant lu
       1130-COMPARER-STAGE.
           ADD 1 TO ix-stage.
           IF STB-ID(ix-stage) = STG-ID
               SET stage-trouve TO TRUE
           END-IF.

      * Compte les stages a reporter et ceux qui attendent encore
      * leur evaluation ; le stage d'une classe gelee est ecarte du
      * report et signale
       1150-COMPTER-A-REPORTER.
           ADD 1 TO ix-stage.
           IF STB-A-REPORTER(ix-stage) = 'O'
               MOVE STB-CLASSE(ix-stage) TO classe-controle
               PERFORM 8750-ETAT-CLASSE
               IF classe-gelee
                   MOVE 'G' TO STB-A-REPORTER(ix-stage)
                   ADD 1 TO cpt-gelees
                   DISPLAY 'Note de stage de ' STB-ID(ix-stage)
                       ' non reportee : classe ' classe-controle
                       ' gelee (trimestre ' terme-classe ')'
               ELSE
                   ADD 1 TO cpt-reportees
               END-IF
           ELSE
               ADD 1 TO cpt-ignores
           END-IF.

      * Releve au catalogue le coefficient de la matiere de stage,
      * la derniere ligne du code faisant foi ; absente, la note
      * compte pour 1.0
       1200-CHARGER-COEF.
           MOVE 1.0 TO coef-stage.
           MOVE 'N' TO indic-fin-matieres.
           OPEN INPUT MATIERES-FILE.
           IF matieres-statut = '00'
               PERFORM 1210-LIRE-MATIERE
               PERFORM 1220-RETENIR-COEF UNTIL fin-matieres
               CLOSE MATIERES-FILE
           END-IF.

      * Lecture d'un enregistrement MATIERES.DAT
       1210-LIRE-MATIERE.
           READ MATIERES-FILE
               AT END SET fin-matieres TO TRUE
           END-READ.

      * Retient le coefficient si la ligne porte sur la matiere de
      * stage, puis relit
       1220-RETENIR-COEF.
           IF MAT-CODE = cours-stage AND MAT-COEF NOT = ZERO
               MOVE MAT-COEF TO coef-stage
           END-IF.
           PERFORM 1210-LIRE-MATIERE.

      * Reporte les notes de stage dans NOTES.DAT : la ligne
      * existante de l'etudiant pour la matiere est remplacee, les
      * autres sont ajoutees en fin de fichier
       5000-REPORTER-NOTES.
           MOVE 'N' TO indic-fin-notes.
           OPEN INPUT NOTES-FILE.
           OPEN OUTPUT NOTES-NOUVEAU-FILE.
           IF notes-statut = '00'
               PERFORM 5100-LIRE-NOTE
               PERFORM 5200-RECOPIER-NOTE UNTIL fin-notes
               CLOSE NOTES-FILE
           END-IF.
           MOVE ZERO TO ix-stage.
           PERFORM 5500-AJOUTER-RESTANTES
               UNTIL ix-stage >= nb-stages.
           CLOSE NOTES-NOUVEAU-FILE.
           CALL "CBL_DELETE_FILE" USING "NOTES.DAT".
           CALL "CBL_RENAME_FILE" USING "NOTES.NOUVSTG"
               "NOTES.DAT".

      * Lecture d'un enregistrement NOTES.DAT
       5100-LIRE-NOTE.
           READ NOTES-FILE
               AT END SET fin-notes TO TRUE
           END-READ.

      * Recopie la ligne de note courante, la note de stage
      * remplacant la valeur et le coefficient d'une ligne STAG de
      * l'etudiant, puis relit
       5200-RECOPIER-NOTE.
           MOVE 'N' TO indic-stage-trouve.
           IF NOTE-COURS OF NOTES-FILE = cours-stage
               MOVE ZERO TO ix-stage
               PERFORM 5300-COMPARER-NOTE
                   UNTIL stage-trouve OR ix-stage >= nb-stages
           END-IF.
           IF stage-trouve
               MOVE NOTE-VALEUR OF NOTES-FILE TO note-avant
               MOVE STB-NOTE(ix-stage)
                   TO NOTE-VALEUR OF NOTES-FILE
               MOVE coef-stage TO NOTE-COEF OF NOTES-FILE
               MOVE 'O' TO STB-REPORTEE(ix-stage)
               IF note-avant NOT = STB-NOTE(ix-stage)
                   PERFORM 5400-TRACER-STAGE
               END-IF
           END-IF.
           MOVE NOTE-ENREGISTREMENT OF NOTES-FILE
               TO NOTE-ENREGISTREMENT OF NOTES-NOUVEAU-FILE.
           WRITE NOTE-ENREGISTREMENT OF NOTES-NOUVEAU-FILE.
           PERFORM 5100-LIRE-NOTE.

      * Compare le stage suivant a reporter a la ligne de note lue
       5300-COMPARER-NOTE.
           ADD 1 TO ix-stage.
           IF STB-ID(ix-stage) = NOTE-ID OF NOTES-FILE
                   AND STB-A-REPORTER(ix-stage) = 'O'
               SET stage-trouve TO TRUE
           END-IF.

      * Trace la note de stage reportee si sa classe est rouverte
       5400-TRACER-STAGE.
           MOVE STB-CLASSE(ix-stage) TO classe-controle.
           PERFORM 8750-ETAT-CLASSE.
           IF classe-rouverte
               MOVE STB-ID(ix-stage) TO MRO-ID
               MOVE cours-stage TO MRO-COURS
               MOVE note-avant TO MRO-AVANT
               MOVE STB-NOTE(ix-stage) TO MRO-APRES
               MOVE 'ReporterNotesStages' TO MRO-PROGRAMME
               PERFORM 8760-TRACER-REOUVERTURE
           END-IF.

      * Ajoute en fin de fichier la note de stage suivante restee
      * sans ligne existante
       5500-AJOUTER-RESTANTES.
           ADD 1 TO ix-stage.
           IF STB-A-REPORTER(ix-stage) = 'O'
                   AND STB-REPORTEE(ix-stage) = 'N'
               MOVE STB-ID(ix-stage)
                   TO NOTE-ID OF NOTES-NOUVEAU-FILE
               MOVE STB-NOM(ix-stage)
                   TO NOTE-NOM OF NOTES-NOUVEAU-FILE
               MOVE STB-NOTE(ix-stage)
                   TO NOTE-VALEUR OF NOTES-NOUVEAU-FILE
               MOVE cours-stage TO NOTE-COURS OF NOTES-NOUVEAU-FILE
               MOVE coef-stage TO NOTE-COEF OF NOTES-NOUVEAU-FILE
               MOVE STB-CLASSE(ix-stage)
                   TO NOTE-CLASSE OF NOTES-NOUVEAU-FILE
               MOVE SPACE TO NOTE-SESSION OF NOTES-NOUVEAU-FILE
               WRITE NOTE-ENREGISTREMENT OF NOTES-NOUVEAU-FILE
               MOVE ZERO TO note-avant
               PERFORM 5400-TRACER-STAGE
           END-IF.

      * Porte les notes de stage au fichier maitre pour la
      * consultation directe, sans attendre la reconstruction de la
      * chaine de nuit
       6000-REPORTER-MAITRE.
           OPEN I-O NOTES-MAITRE-FILE.
           IF maitre-statut = '35'
               OPEN OUTPUT NOTES-MAITRE-FILE
               CLOSE NOTES-MAITRE-FILE
               OPEN I-O NOTES-MAITRE-FILE
           END-IF.
           IF maitre-statut = '00'
               MOVE ZERO TO ix-stage
               PERFORM 6100-REPORTER-UNE-NOTE
                   UNTIL ix-stage >= nb-stages
               CLOSE NOTES-MAITRE-FILE
           END-IF.

      * Ecrit ou remplace la note de stage suivante au maitre
       6100-REPORTER-UNE-NOTE.
           ADD 1 TO ix-stage.
           IF STB-A-REPORTER(ix-stage) = 'O'
               MOVE STB-ID(ix-stage) TO NM-ID
               MOVE cours-stage TO NM-COURS
               MOVE STB-NOM(ix-stage) TO NM-NOM
               MOVE STB-NOTE(ix-stage) TO NM-VALEUR
               MOVE coef-stage TO NM-COEF
               MOVE STB-CLASSE(ix-stage) TO NM-CLASSE
               WRITE NOTE-MAITRE-ENREGISTREMENT
                   INVALID KEY
                       REWRITE NOTE-MAITRE-ENREGISTREMENT
               END-WRITE
           END-IF.

      * Bilan et trace de fin de job
       9000-FINALISER.
           DISPLAY 'Notes de stage reportees : ' cpt-reportees
               ', stages sans evaluation : ' cpt-ignores.
           IF cpt-gelees > ZERO
               DISPLAY 'AVERTISSEMENT : ' cpt-gelees
                   ' notes de stage non reportees, classe gelee'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Charge l'etat courant des classes depuis GELS-TERMES.DAT, la
      * derniere ligne d'une classe recouvrant la precedente ; sans
      * fichier, aucune classe n'est gelee
       8700-CHARGER-GELS.
           MOVE ZERO TO nb-gels.
           MOVE 'N' TO indic-fin-gels.
           OPEN INPUT GELS-FILE.
           IF gels-statut = '00'
               PERFORM 8710-LIRE-GEL
               PERFORM 8720-RETENIR-GEL UNTIL fin-gels
               CLOSE GELS-FILE
           END-IF.

      * Lecture d'un enregistrement GELS-TERMES.DAT
       8710-LIRE-GEL.
           READ GELS-FILE
               AT END SET fin-gels TO TRUE
           END-READ.

      * Range l'etat lu dans la table, en recouvrant la ligne
      * anterieure de la classe, puis relit
       8720-RETENIR-GEL.
           MOVE GTE-CLASSE TO classe-controle.
           PERFORM 8730-CHERCHER-GEL.
           IF NOT gel-trouve
               IF nb-gels < limite-gels
                   ADD 1 TO nb-gels
                   MOVE nb-gels TO ix-gel
                   SET gel-trouve TO TRUE
               END-IF
           END-IF.
           IF gel-trouve
               MOVE GTE-CLASSE TO GTB-CLASSE(ix-gel)
               MOVE GTE-TERME TO GTB-TERME(ix-gel)
               MOVE GTE-STATUT TO GTB-STATUT(ix-gel)
           END-IF.
           PERFORM 8710-LIRE-GEL.

      * Cherche la classe a controler dans la table en memoire
       8730-CHERCHER-GEL.
           MOVE 'N' TO indic-gel-trouve.
           MOVE ZERO TO ix-gel.
           PERFORM 8740-COMPARER-GEL
               UNTIL gel-trouve OR ix-gel >= nb-gels.

      * Compare la ligne suivante de la table a la classe
       8740-COMPARER-GEL.
           ADD 1 TO ix-gel.
           IF GTB-CLASSE(ix-gel) = classe-controle
               SET gel-trouve TO TRUE
           END-IF.

      * Donne l'etat et le trimestre de la classe a controler ; une
      * classe sans ligne est ouverte
       8750-ETAT-CLASSE.
           MOVE 'O' TO etat-classe.
           MOVE ZERO TO terme-classe.
           PERFORM 8730-CHERCHER-GEL.
           IF gel-trouve
               MOVE GTB-STATUT(ix-gel) TO etat-classe
               MOVE GTB-TERME(ix-gel) TO terme-classe
           END-IF.

      * Ajoute la note modifiee pendant la reouverture en fin de
      * MODIFS-REOUVERTURE.DAT (cree au premier passage), a signaler
      * au dossier de jury suivant, au nom de la chaine
       8760-TRACER-REOUVERTURE.
           MOVE classe-controle TO MRO-CLASSE.
           MOVE terme-classe TO MRO-TERME.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO MRO-DATE.
           MOVE utilisateur-chaine TO MRO-UTILISATEUR.
           MOVE 'N' TO MRO-SIGNALEE.
           OPEN EXTEND MODIFS-REOUV-FILE.
           IF modifs-reouv-statut = '35'
               OPEN OUTPUT MODIFS-REOUV-FILE
           END-IF.
           WRITE MODIF-REOUVERTURE-ENREGISTREMENT.
           CLOSE MODIFS-REOUV-FILE.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'ReporterNotesStages' TO JOB-NOM.
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
           MOVE cpt-reportees TO JOB-ECRITS.
           COMPUTE JOB-REJETS = cpt-ignores + cpt-gelees.
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
