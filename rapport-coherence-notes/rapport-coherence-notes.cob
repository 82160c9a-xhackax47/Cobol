      * Code RapportCoherenceNotes en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportCoherenceNotes.

      * Traitement a la demande avant le conseil de classe : compare
      * la notation des matieres et des enseignants. A partir de
      * NOTES-MASTER.DAT, et de AFFECTATIONS.DAT pour rattacher
      * chaque combinaison matiere + classe a son enseignant, le
      * rapport RAPPORT-COHERENCE.DAT donne pour chaque matiere puis
      * chaque enseignant le nombre de notes, la moyenne, l'ecart
      * type et le taux d'echec (note sous le seuil de passage de
      * SEUILS.DAT), en regard de la moyenne des autres notes des
      * memes classes (les pairs). Une moyenne qui s'ecarte de celle
      * des pairs de plus de l'ecart de ECART-NOTES.DAT est signalee
      * pour revue par la direction des etudes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTES-MAITRE-FILE ASSIGN TO "NOTES-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NM-CLE
               FILE STATUS IS maitre-statut.
           SELECT AFFECTATIONS-FILE ASSIGN TO "AFFECTATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS affectations-statut.
           SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS enseignants-statut.
           SELECT MATIERES-FILE ASSIGN TO "MATIERES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS matieres-statut.
           SELECT SEUILS-FILE ASSIGN TO "SEUILS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS seuils-statut.
           SELECT ECART-FILE ASSIGN TO "ECART-NOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ecart-statut.
           SELECT RAPPORT-COHERENCE-FILE
               ASSIGN TO "RAPPORT-COHERENCE.DAT"
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
       FD NOTES-MAITRE-FILE.
       COPY "cpnotemaitre.cpy".

       FD AFFECTATIONS-FILE.
       COPY "cpaffectation.cpy".

       FD ENSEIGNANTS-FILE.
       COPY "cpenseignant.cpy".

       FD MATIERES-FILE.
       COPY "cpmatiere.cpy".

       FD SEUILS-FILE.
       COPY "cpseuils.cpy".

       FD ECART-FILE.
       COPY "cpecartnotes.cpy".

       FD RAPPORT-COHERENCE-FILE.
       01 LIGNE-COHERENCE             PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 maitre-statut PIC X(02).
       77 affectations-statut PIC X(02).
       77 enseignants-statut PIC X(02).
       77 matieres-statut PIC X(02).
       77 seuils-statut PIC X(02).
       77 ecart-statut PIC X(02).
       77 indic-fin-maitre PIC X(01) VALUE 'N'.
           88 fin-maitre VALUE 'O'.
       77 indic-fin-affectations PIC X(01) VALUE 'N'.
           88 fin-affectations VALUE 'O'.
       77 indic-fin-enseignants PIC X(01) VALUE 'N'.
           88 fin-enseignants VALUE 'O'.
       77 indic-fin-matieres PIC X(01) VALUE 'N'.
           88 fin-matieres VALUE 'O'.
       77 cpt-lus PIC 9(05) COMP VALUE ZERO.
       77 cpt-signales PIC 9(05) COMP VALUE ZERO.

      * Seuil de passage (SEUILS.DAT) et ecart signale
      * (ECART-NOTES.DAT), avec leurs valeurs par defaut
       77 seuil-passable-min PIC 9(02)V99 VALUE 10.00.
       77 ecart-signale PIC 9(02)V99 VALUE 3.00.

      * Cumuls de l'ensemble de l'etablissement
       77 total-notes PIC 9(05) COMP VALUE ZERO.
       77 total-somme PIC 9(07)V9(02) VALUE ZERO.
       77 total-echecs PIC 9(05) COMP VALUE ZERO.

      * Cumuls par combinaison matiere + classe
       77 nb-combinaisons PIC 9(04) COMP VALUE ZERO.
       77 ix-combinaison PIC 9(04) COMP VALUE ZERO.
       77 limite-combinaisons PIC 9(04) COMP VALUE 500.
       77 indic-comb-trouvee PIC X(01) VALUE 'N'.
           88 comb-trouvee VALUE 'O'.
       01 TABLE-COMBINAISONS.
           05 COMBINAISON-TABLE OCCURS 500.
               10 CBT-COURS           PIC X(04).
               10 CBT-CLASSE          PIC X(05).
               10 CBT-NOTES           PIC 9(05) COMP.
               10 CBT-SOMME           PIC 9(07)V9(02).
               10 CBT-CARRES          PIC 9(09)V9(04).
               10 CBT-ECHECS          PIC 9(05) COMP.

      * Cumuls par classe, toutes matieres confondues
       77 nb-classes PIC 9(03) COMP VALUE ZERO.
       77 ix-classe PIC 9(03) COMP VALUE ZERO.
       77 limite-classes PIC 9(03) COMP VALUE 100.
       77 classe-recherchee PIC X(05).
       77 indic-classe-trouvee PIC X(01) VALUE 'N'.
           88 classe-trouvee VALUE 'O'.
       01 TABLE-CLASSES.
           05 CLASSE-TABLE OCCURS 100.
               10 CLT-CLASSE          PIC X(05).
               10 CLT-NOTES           PIC 9(05) COMP.
               10 CLT-SOMME           PIC 9(07)V9(02).

      * Statistiques de la section en cours, une ligne par matiere
      * puis une ligne par enseignant, avec les cumuls des pairs
       77 nb-stats PIC 9(03) COMP VALUE ZERO.
       77 ix-stat PIC 9(03) COMP VALUE ZERO.
       77 ix-suivant PIC 9(03) COMP VALUE ZERO.
       77 limite-stats PIC 9(03) COMP VALUE 200.
       77 code-recherche PIC X(06).
       77 indic-stat-trouvee PIC X(01) VALUE 'N'.
           88 stat-trouvee VALUE 'O'.
       01 TABLE-STATS.
           05 STAT-TABLE OCCURS 200.
               10 STB-CODE            PIC X(06).
               10 STB-LIBELLE         PIC X(20).
               10 STB-NOTES           PIC 9(05) COMP.
               10 STB-SOMME           PIC 9(07)V9(02).
               10 STB-CARRES          PIC 9(09)V9(04).
               10 STB-ECHECS          PIC 9(05) COMP.
               10 STB-PAIRS-NOTES     PIC 9(05) COMP.
               10 STB-PAIRS-SOMME     PIC 9(07)V9(02).
       01 STAT-ECHANGE.
           05 STE-CODE                PIC X(06).
           05 STE-LIBELLE             PIC X(20).
           05 STE-NOTES               PIC 9(05) COMP.
           05 STE-SOMME               PIC 9(07)V9(02).
           05 STE-CARRES              PIC 9(09)V9(04).
           05 STE-ECHECS              PIC 9(05) COMP.
           05 STE-PAIRS-NOTES         PIC 9(05) COMP.
           05 STE-PAIRS-SOMME         PIC 9(07)V9(02).

      * Libelles des matieres et noms des enseignants
       77 nb-libelles PIC 9(03) COMP VALUE ZERO.
       77 ix-libelle PIC 9(03) COMP VALUE ZERO.
       77 indic-libelle-trouve PIC X(01) VALUE 'N'.
           88 libelle-trouve VALUE 'O'.
       01 TABLE-LIBELLES.
           05 LIBELLE-TABLE OCCURS 400.
               10 LBT-TYPE            PIC X(01).
               10 LBT-CODE            PIC X(06).
               10 LBT-LIBELLE         PIC X(20).
       77 type-libelle PIC X(01).

      * Zones de calcul et d'edition d'une ligne
       77 moyenne PIC 9(02)V9(02) VALUE ZERO.
       77 moyenne-pairs PIC 9(02)V9(02) VALUE ZERO.
       77 variance PIC S9(05)V9(04) VALUE ZERO.
       77 ecart-type PIC 9(02)V9(02) VALUE ZERO.
       77 taux-echec PIC 9(03)V9(01) VALUE ZERO.
       77 ecart-moyennes PIC S9(02)V9(02) VALUE ZERO.
       77 notes-editees PIC ZZZZ9.
       77 moyenne-editee PIC Z9.99.
       77 ecart-type-edite PIC Z9.99.
       77 taux-edite PIC ZZ9.9.
       77 pairs-editee PIC Z9.99.
       77 ecart-edite PIC -Z9.99.
       77 marque-revue PIC X(12).

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
               PERFORM 3000-SECTION-MATIERES
               PERFORM 4000-SECTION-ENSEIGNANTS
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
           MOVE 'RapportCoherence' TO JOB-NOM.
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

      * Charge les parametres, les libelles et les cumuls du maitre
      * des notes, puis ouvre le rapport ; sans maitre des notes,
      * rien a comparer
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-signales.
           PERFORM 1100-LIRE-PARAMETRES.
           MOVE ZERO TO nb-libelles.
           PERFORM 1200-CHARGER-MATIERES.
           PERFORM 1300-CHARGER-ENSEIGNANTS.
           OPEN INPUT NOTES-MAITRE-FILE.
           IF maitre-statut NOT = '00'
               DISPLAY 'ERREUR : NOTES-MASTER.DAT introuvable '
                   '(statut ' maitre-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-CHARGER-NOTES
               CLOSE NOTES-MAITRE-FILE
               OPEN OUTPUT RAPPORT-COHERENCE-FILE
               MOVE SPACES TO LIGNE-COHERENCE
               STRING 'Coherence de la notation par matiere '
                   DELIMITED BY SIZE
                   'et par enseignant' DELIMITED BY SIZE
                   INTO LIGNE-COHERENCE
               WRITE LIGNE-COHERENCE
               PERFORM 2500-LIGNE-ETABLISSEMENT
           END-IF.

      * Releve le seuil de passage et l'ecart signale ; un fichier
      * absent ou illisible laisse la valeur par defaut
       1100-LIRE-PARAMETRES.
           OPEN INPUT SEUILS-FILE.
           IF seuils-statut = '00'
               READ SEUILS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEU-PASSABLE-MIN IS NUMERIC
                           MOVE SEU-PASSABLE-MIN
                               TO seuil-passable-min
                       END-IF
               END-READ
               CLOSE SEUILS-FILE
           END-IF.
           OPEN INPUT ECART-FILE.
           IF ecart-statut = '00'
               READ ECART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ECN-ECART IS NUMERIC
                           MOVE ECN-ECART TO ecart-signale
                       END-IF
               END-READ
               CLOSE ECART-FILE
           END-IF.

      * Charge les libelles des matieres, la derniere ligne d'un
      * meme code faisant foi
       1200-CHARGER-MATIERES.
           MOVE 'N' TO indic-fin-matieres.
           OPEN INPUT MATIERES-FILE.
           IF matieres-statut = '00'
               PERFORM 1210-LIRE-MATIERE
               PERFORM 1220-RETENIR-MATIERE UNTIL fin-matieres
               CLOSE MATIERES-FILE
           END-IF.

      * Lecture d'un enregistrement MATIERES.DAT
       1210-LIRE-MATIERE.
           READ MATIERES-FILE
               AT END SET fin-matieres TO TRUE
           END-READ.

      * Range le libelle de la matiere lue, puis relit
       1220-RETENIR-MATIERE.
           MOVE 'M' TO type-libelle.
           MOVE MAT-CODE TO code-recherche.
           PERFORM 1400-CHERCHER-LIBELLE.
           IF NOT libelle-trouve AND nb-libelles < 400
               ADD 1 TO nb-libelles
               MOVE nb-libelles TO ix-libelle
               SET libelle-trouve TO TRUE
           END-IF.
           IF libelle-trouve
               MOVE 'M' TO LBT-TYPE(ix-libelle)
               MOVE MAT-CODE TO LBT-CODE(ix-libelle)
               MOVE MAT-LIBELLE TO LBT-LIBELLE(ix-libelle)
           END-IF.
           PERFORM 1210-LIRE-MATIERE.

      * Charge les noms des enseignants
       1300-CHARGER-ENSEIGNANTS.
           MOVE 'N' TO indic-fin-enseignants.
           OPEN INPUT ENSEIGNANTS-FILE.
           IF enseignants-statut = '00'
               PERFORM 1310-LIRE-ENSEIGNANT
               PERFORM 1320-RETENIR-ENSEIGNANT UNTIL fin-enseignants
               CLOSE ENSEIGNANTS-FILE
           END-IF.

      * Lecture d'un enregistrement ENSEIGNANTS.DAT
       1310-LIRE-ENSEIGNANT.
           READ ENSEIGNANTS-FILE
               AT END SET fin-enseignants TO TRUE
           END-READ.

      * Range le nom de l'enseignant lu, puis relit
       1320-RETENIR-ENSEIGNANT.
           IF nb-libelles < 400
               ADD 1 TO nb-libelles
               MOVE 'E' TO LBT-TYPE(nb-libelles)
               MOVE ENS-ID TO LBT-CODE(nb-libelles)
               MOVE ENS-NOM TO LBT-LIBELLE(nb-libelles)
           END-IF.
           PERFORM 1310-LIRE-ENSEIGNANT.

      * Cherche le libelle du type et du code recherches
       1400-CHERCHER-LIBELLE.
           MOVE 'N' TO indic-libelle-trouve.
           MOVE ZERO TO ix-libelle.
           PERFORM 1410-COMPARER-LIBELLE
               UNTIL libelle-trouve OR ix-libelle >= nb-libelles.

      * Compare la ligne suivante de la table des libelles
       1410-COMPARER-LIBELLE.
           ADD 1 TO ix-libelle.
           IF LBT-TYPE(ix-libelle) = type-libelle
                   AND LBT-CODE(ix-libelle) = code-recherche
               SET libelle-trouve TO TRUE
           END-IF.

      * Parcourt le maitre des notes et cumule chaque note dans sa
      * combinaison matiere + classe, dans sa classe et dans le
      * total de l'etablissement
       2000-CHARGER-NOTES.
           MOVE ZERO TO nb-combinaisons.
           MOVE ZERO TO nb-classes.
           MOVE ZERO TO total-notes.
           MOVE ZERO TO total-somme.
           MOVE ZERO TO total-echecs.
           MOVE 'N' TO indic-fin-maitre.
           PERFORM 2100-LIRE-MAITRE.
           PERFORM 2200-CUMULER-NOTE UNTIL fin-maitre.

      * Lecture d'un enregistrement NOTES-MASTER.DAT
       2100-LIRE-MAITRE.
           READ NOTES-MAITRE-FILE
               AT END SET fin-maitre TO TRUE
           END-READ.

      * Cumule la note courante, puis relit
       2200-CUMULER-NOTE.
           ADD 1 TO cpt-lus.
           ADD 1 TO total-notes.
           ADD NM-VALEUR TO total-somme.
           IF NM-VALEUR < seuil-passable-min
               ADD 1 TO total-echecs
           END-IF.
           PERFORM 2300-CHERCHER-COMBINAISON.
           IF NOT comb-trouvee
                   AND nb-combinaisons < limite-combinaisons
               ADD 1 TO nb-combinaisons
               MOVE nb-combinaisons TO ix-combinaison
               MOVE NM-COURS TO CBT-COURS(ix-combinaison)
               MOVE NM-CLASSE TO CBT-CLASSE(ix-combinaison)
               MOVE ZERO TO CBT-NOTES(ix-combinaison)
               MOVE ZERO TO CBT-SOMME(ix-combinaison)
               MOVE ZERO TO CBT-CARRES(ix-combinaison)
               MOVE ZERO TO CBT-ECHECS(ix-combinaison)
               SET comb-trouvee TO TRUE
           END-IF.
           IF comb-trouvee
               ADD 1 TO CBT-NOTES(ix-combinaison)
               ADD NM-VALEUR TO CBT-SOMME(ix-combinaison)
               COMPUTE CBT-CARRES(ix-combinaison) =
                   CBT-CARRES(ix-combinaison)
                   + (NM-VALEUR * NM-VALEUR)
               IF NM-VALEUR < seuil-passable-min
                   ADD 1 TO CBT-ECHECS(ix-combinaison)
               END-IF
           END-IF.
           MOVE NM-CLASSE TO classe-recherchee.
           PERFORM 2400-CHERCHER-CLASSE.
           IF NOT classe-trouvee AND nb-classes < limite-classes
               ADD 1 TO nb-classes
               MOVE nb-classes TO ix-classe
               MOVE NM-CLASSE TO CLT-CLASSE(ix-classe)
               MOVE ZERO TO CLT-NOTES(ix-classe)
               MOVE ZERO TO CLT-SOMME(ix-classe)
               SET classe-trouvee TO TRUE
           END-IF.
           IF classe-trouvee
               ADD 1 TO CLT-NOTES(ix-classe)
               ADD NM-VALEUR TO CLT-SOMME(ix-classe)
           END-IF.
           PERFORM 2100-LIRE-MAITRE.

      * Cherche la combinaison matiere + classe de la note courante
       2300-CHERCHER-COMBINAISON.
           MOVE 'N' TO indic-comb-trouvee.
           MOVE ZERO TO ix-combinaison.
           PERFORM 2310-COMPARER-COMBINAISON
               UNTIL comb-trouvee
               OR ix-combinaison >= nb-combinaisons.

      * Compare la ligne suivante de la table des combinaisons
       2310-COMPARER-COMBINAISON.
           ADD 1 TO ix-combinaison.
           IF CBT-COURS(ix-combinaison) = NM-COURS
                   AND CBT-CLASSE(ix-combinaison) = NM-CLASSE
               SET comb-trouvee TO TRUE
           END-IF.

      * Cherche la classe recherchee dans la table des classes
       2400-CHERCHER-CLASSE.
           MOVE 'N' TO indic-classe-trouvee.
           MOVE ZERO TO ix-classe.
           PERFORM 2410-COMPARER-CLASSE
               UNTIL classe-trouvee OR ix-classe >= nb-classes.

      * Compare la ligne suivante de la table des classes
       2410-COMPARER-CLASSE.
           ADD 1 TO ix-classe.
           IF CLT-CLASSE(ix-classe) = classe-recherchee
               SET classe-trouvee TO TRUE
           END-IF.

      * Edite la moyenne et le taux d'echec de l'etablissement et
      * l'ecart au-dela duquel une ligne est signalee
       2500-LIGNE-ETABLISSEMENT.
           MOVE ZERO TO moyenne.
           MOVE ZERO TO taux-echec.
           IF total-notes > ZERO
               COMPUTE moyenne ROUNDED = total-somme / total-notes
               COMPUTE taux-echec ROUNDED =
                   (total-echecs * 100) / total-notes
           END-IF.
           MOVE total-notes TO notes-editees.
           MOVE moyenne TO moyenne-editee.
           MOVE taux-echec TO taux-edite.
           MOVE SPACES TO LIGNE-COHERENCE.
           STRING '  Etablissement : ' DELIMITED BY SIZE
               notes-editees DELIMITED BY SIZE
               ' notes, moyenne ' DELIMITED BY SIZE
               moyenne-editee DELIMITED BY SIZE
               ', echecs ' DELIMITED BY SIZE
               taux-edite DELIMITED BY SIZE
               ' %' DELIMITED BY SIZE
               INTO LIGNE-COHERENCE.
           WRITE LIGNE-COHERENCE.
           MOVE ecart-signale TO moyenne-editee.
           MOVE SPACES TO LIGNE-COHERENCE.
           STRING '  Signale au-dela de ' DELIMITED BY SIZE
               moyenne-editee DELIMITED BY SIZE
               ' points d''ecart avec les pairs' DELIMITED BY SIZE
               INTO LIGNE-COHERENCE.
           WRITE LIGNE-COHERENCE.

      * Section par matiere : chaque combinaison matiere + classe
      * alimente la ligne de sa matiere, les autres notes de la
      * meme classe alimentant les pairs
       3000-SECTION-MATIERES.
           MOVE ZERO TO nb-stats.
           PERFORM 3100-CUMULER-MATIERE
               VARYING ix-combinaison FROM 1 BY 1
               UNTIL ix-combinaison > nb-combinaisons.
           MOVE SPACES TO LIGNE-COHERENCE.
           WRITE LIGNE-COHERENCE.
           MOVE 'Par matiere' TO LIGNE-COHERENCE.
           WRITE LIGNE-COHERENCE.
           PERFORM 5000-EDITER-SECTION.

      * Reporte la combinaison courante sur la ligne de sa matiere
       3100-CUMULER-MATIERE.
           MOVE CBT-COURS(ix-combinaison) TO code-recherche.
           MOVE 'M' TO type-libelle.
           PERFORM 3200-PRENDRE-STAT.
           IF stat-trouvee
               PERFORM 3300-CUMULER-COMBINAISON
           END-IF.

      * Cherche la ligne statistique du code recherche et la cree
      * au besoin, avec son libelle
       3200-PRENDRE-STAT.
           MOVE 'N' TO indic-stat-trouvee.
           MOVE ZERO TO ix-stat.
           PERFORM 3210-COMPARER-STAT
               UNTIL stat-trouvee OR ix-stat >= nb-stats.
           IF NOT stat-trouvee AND nb-stats < limite-stats
               ADD 1 TO nb-stats
               MOVE nb-stats TO ix-stat
               MOVE code-recherche TO STB-CODE(ix-stat)
               MOVE SPACES TO STB-LIBELLE(ix-stat)
               PERFORM 1400-CHERCHER-LIBELLE
               IF libelle-trouve
                   MOVE LBT-LIBELLE(ix-libelle)
                       TO STB-LIBELLE(ix-stat)
               END-IF
               MOVE ZERO TO STB-NOTES(ix-stat)
               MOVE ZERO TO STB-SOMME(ix-stat)
               MOVE ZERO TO STB-CARRES(ix-stat)
               MOVE ZERO TO STB-ECHECS(ix-stat)
               MOVE ZERO TO STB-PAIRS-NOTES(ix-stat)
               MOVE ZERO TO STB-PAIRS-SOMME(ix-stat)
               SET stat-trouvee TO TRUE
           END-IF.

      * Compare la ligne suivante de la table statistique
       3210-COMPARER-STAT.
           ADD 1 TO ix-stat.
           IF STB-CODE(ix-stat) = code-recherche
               SET stat-trouvee TO TRUE
           END-IF.

      * Ajoute la combinaison courante a la ligne statistique, et le
      * reste des notes de sa classe aux pairs
       3300-CUMULER-COMBINAISON.
           ADD CBT-NOTES(ix-combinaison) TO STB-NOTES(ix-stat).
           ADD CBT-SOMME(ix-combinaison) TO STB-SOMME(ix-stat).
           ADD CBT-CARRES(ix-combinaison) TO STB-CARRES(ix-stat).
           ADD CBT-ECHECS(ix-combinaison) TO STB-ECHECS(ix-stat).
           MOVE CBT-CLASSE(ix-combinaison) TO classe-recherchee.
           PERFORM 2400-CHERCHER-CLASSE.
           IF classe-trouvee
               COMPUTE STB-PAIRS-NOTES(ix-stat) =
                   STB-PAIRS-NOTES(ix-stat) + CLT-NOTES(ix-classe)
                   - CBT-NOTES(ix-combinaison)
               COMPUTE STB-PAIRS-SOMME(ix-stat) =
                   STB-PAIRS-SOMME(ix-stat) + CLT-SOMME(ix-classe)
                   - CBT-SOMME(ix-combinaison)
           END-IF.

      * Section par enseignant : chaque affectation rattache sa
      * combinaison matiere + classe a la ligne de l'enseignant ;
      * sans fichier des affectations, la section est vide
       4000-SECTION-ENSEIGNANTS.
           MOVE ZERO TO nb-stats.
           MOVE 'N' TO indic-fin-affectations.
           OPEN INPUT AFFECTATIONS-FILE.
           IF affectations-statut = '00'
               PERFORM 4100-LIRE-AFFECTATION
               PERFORM 4200-CUMULER-AFFECTATION
                   UNTIL fin-affectations
               CLOSE AFFECTATIONS-FILE
           ELSE
               DISPLAY 'AVERTISSEMENT : AFFECTATIONS.DAT absent, '
                   'section par enseignant vide'
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO LIGNE-COHERENCE.
           WRITE LIGNE-COHERENCE.
           MOVE 'Par enseignant' TO LIGNE-COHERENCE.
           WRITE LIGNE-COHERENCE.
           PERFORM 5000-EDITER-SECTION.

      * Lecture d'un enregistrement AFFECTATIONS.DAT
       4100-LIRE-AFFECTATION.
           READ AFFECTATIONS-FILE
               AT END SET fin-affectations TO TRUE
           END-READ.

      * Reporte la combinaison de l'affectation courante sur la
      * ligne de son enseignant, puis relit
       4200-CUMULER-AFFECTATION.
           MOVE 'N' TO indic-comb-trouvee.
           MOVE ZERO TO ix-combinaison.
           PERFORM 4300-COMPARER-AFFECTATION
               UNTIL comb-trouvee
               OR ix-combinaison >= nb-combinaisons.
           IF comb-trouvee
               MOVE AFF-ENSEIGNANT TO code-recherche
               MOVE 'E' TO type-libelle
               PERFORM 3200-PRENDRE-STAT
               IF stat-trouvee
                   PERFORM 3300-CUMULER-COMBINAISON
               END-IF
           END-IF.
           PERFORM 4100-LIRE-AFFECTATION.

      * Compare la combinaison suivante a l'affectation courante
       4300-COMPARER-AFFECTATION.
           ADD 1 TO ix-combinaison.
           IF CBT-COURS(ix-combinaison) = AFF-COURS
                   AND CBT-CLASSE(ix-combinaison) = AFF-CLASSE
               SET comb-trouvee TO TRUE
           END-IF.

      * Trie les lignes de la section par code, edite l'entete des
      * colonnes puis une ligne par code
       5000-EDITER-SECTION.
           IF nb-stats > 1
               PERFORM 5100-ORDONNER-PAIRE
                   VARYING ix-stat FROM 1 BY 1
                   UNTIL ix-stat >= nb-stats
                   AFTER ix-suivant FROM 1 BY 1
                   UNTIL ix-suivant > nb-stats - ix-stat
           END-IF.
           MOVE SPACES TO LIGNE-COHERENCE.
           STRING '  Code   Libelle        ' DELIMITED BY SIZE
               'Notes  Moyen  E-typ  Ech.%  Pairs  Ecart'
               DELIMITED BY SIZE
               INTO LIGNE-COHERENCE.
           WRITE LIGNE-COHERENCE.
           IF nb-stats = ZERO
               MOVE '  Aucune note a comparer.' TO LIGNE-COHERENCE
               WRITE LIGNE-COHERENCE
           END-IF.
           PERFORM 5200-LIGNE-STAT
               VARYING ix-stat FROM 1 BY 1
               UNTIL ix-stat > nb-stats.

      * Echange deux lignes voisines de la table hors d'ordre
       5100-ORDONNER-PAIRE.
           IF STB-CODE(ix-suivant) > STB-CODE(ix-suivant + 1)
               MOVE STAT-TABLE(ix-suivant) TO STAT-ECHANGE
               MOVE STAT-TABLE(ix-suivant + 1)
                   TO STAT-TABLE(ix-suivant)
               MOVE STAT-ECHANGE TO STAT-TABLE(ix-suivant + 1)
           END-IF.

      * Calcule moyenne, ecart type, taux d'echec et moyenne des
      * pairs de la ligne courante, l'edite et la signale si elle
      * s'ecarte des pairs de plus de l'ecart parametre
       5200-LIGNE-STAT.
           MOVE ZERO TO moyenne.
           MOVE ZERO TO ecart-type.
           MOVE ZERO TO taux-echec.
           MOVE ZERO TO moyenne-pairs.
           MOVE ZERO TO ecart-moyennes.
           MOVE SPACES TO marque-revue.
           IF STB-NOTES(ix-stat) > ZERO
               COMPUTE moyenne ROUNDED =
                   STB-SOMME(ix-stat) / STB-NOTES(ix-stat)
               COMPUTE variance =
                   (STB-CARRES(ix-stat) / STB-NOTES(ix-stat))
                   - (moyenne * moyenne)
               IF variance < ZERO
                   MOVE ZERO TO variance
               END-IF
               COMPUTE ecart-type ROUNDED = FUNCTION SQRT(variance)
               COMPUTE taux-echec ROUNDED =
                   (STB-ECHECS(ix-stat) * 100) / STB-NOTES(ix-stat)
           END-IF.
           IF STB-PAIRS-NOTES(ix-stat) > ZERO
               COMPUTE moyenne-pairs ROUNDED =
                   STB-PAIRS-SOMME(ix-stat)
                   / STB-PAIRS-NOTES(ix-stat)
               COMPUTE ecart-moyennes = moyenne - moyenne-pairs
               IF ecart-moyennes > ecart-signale
                       OR ecart-moyennes < ZERO - ecart-signale
                   MOVE '  A REVOIR' TO marque-revue
                   ADD 1 TO cpt-signales
               END-IF
           END-IF.
           MOVE STB-NOTES(ix-stat) TO notes-editees.
           MOVE moyenne TO moyenne-editee.
           MOVE ecart-type TO ecart-type-edite.
           MOVE taux-echec TO taux-edite.
           MOVE moyenne-pairs TO pairs-editee.
           MOVE ecart-moyennes TO ecart-edite.
           MOVE SPACES TO LIGNE-COHERENCE.
           STRING '  ' DELIMITED BY SIZE
               STB-CODE(ix-stat) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               STB-LIBELLE(ix-stat)(1:14) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               notes-editees DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               moyenne-editee DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               ecart-type-edite DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               taux-edite DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               pairs-editee DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ecart-edite DELIMITED BY SIZE
               marque-revue DELIMITED BY SIZE
               INTO LIGNE-COHERENCE.
           WRITE LIGNE-COHERENCE.

      * Pied du rapport et fermeture ; trace la fin du job
       9000-FINALISER.
           IF maitre-statut = '00'
               MOVE SPACES TO LIGNE-COHERENCE
               WRITE LIGNE-COHERENCE
               MOVE cpt-signales TO notes-editees
               MOVE SPACES TO LIGNE-COHERENCE
               STRING 'Lignes signalees pour revue : '
                   DELIMITED BY SIZE
                   notes-editees DELIMITED BY SIZE
                   INTO LIGNE-COHERENCE
               WRITE LIGNE-COHERENCE
               CLOSE RAPPORT-COHERENCE-FILE
               DISPLAY 'Coherence des notes : ' cpt-signales
                   ' ligne(s) signalee(s) sur RAPPORT-COHERENCE.DAT'
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportCoherence' TO JOB-NOM.
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
           MOVE cpt-signales TO JOB-ECRITS.
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
