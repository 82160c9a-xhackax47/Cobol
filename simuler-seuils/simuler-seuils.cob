      * Code SimulerSeuils en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. SimulerSeuils.

      * Traitement a la demande avant une decision du conseil
      * pedagogique sur les seuils de mention : refait le classement
      * de conditions.cob a partir de NOTES.DAT (meme moyenne
      * ponderee, memes controles du maitre des inscriptions et des
      * exclusions) et classe chaque etudiant deux fois, selon les
      * seuils en vigueur de SEUILS.DAT et selon le jeu a l'etude de
      * SEUILS-CANDIDATS.DAT. Le rapport SIMULATION-SEUILS.DAT donne
      * pour chaque classe les etudiants dont la mention changerait
      * et la repartition actuelle et simulee des mentions.
      * Simple lecture : ni RESULTATS.DAT, ni ECHEC.DAT, ni
      * l'historique des notes, ni le point de controle du
      * classement ne sont touches.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTES-FILE ASSIGN TO "NOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-statut.
           SELECT NOTES-SIMUL-FILE ASSIGN TO "NOTES-SIMUL.TRI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRI-TRAVAIL ASSIGN TO "SIMULTRI.TMP".
           SELECT SEUILS-FILE ASSIGN TO "SEUILS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS seuils-statut.
           SELECT CANDIDATS-FILE ASSIGN TO "SEUILS-CANDIDATS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS candidats-statut.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT EXCLUSIONS-FILE
               ASSIGN TO "EXCLUSIONS-CLASSEMENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS exclusions-statut.
           SELECT SIMULATION-FILE ASSIGN TO "SIMULATION-SEUILS.DAT"
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
      * Le fichier brut est lu tel quel par le tri ; la simulation
      * lit les lignes regroupees par classe et par etudiant dans
      * son propre fichier trie, distinct de celui du classement
       FD NOTES-FILE.
       01 NOTE-LIGNE-BRUTE            PIC X(42).

       FD NOTES-SIMUL-FILE.
       COPY "cpnote.cpy".

       SD TRI-TRAVAIL.
       01 TRI-ENREGISTREMENT.
           05 TRI-ID                  PIC X(06).
           05 TRI-RESTE               PIC X(30).
           05 TRI-CLASSE              PIC X(05).
           05 TRI-SESSION             PIC X(01).

       FD SEUILS-FILE.
       COPY "cpseuils.cpy".

       FD CANDIDATS-FILE.
       COPY "cpseuilscandidats.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD EXCLUSIONS-FILE.
       COPY "cpexclusion.cpy".

       FD SIMULATION-FILE.
       01 LIGNE-SIMULATION            PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 notes-statut PIC X(02).
       77 seuils-statut PIC X(02).
       77 candidats-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 exclusions-statut PIC X(02).
       77 indic-fin-notes PIC X(01) VALUE 'N'.
           88 fin-notes VALUE 'O'.
       77 indic-fin-exclusions PIC X(01) VALUE 'N'.
           88 fin-exclusions VALUE 'O'.
       77 indic-controle-actif PIC X(01) VALUE 'N'.
           88 controle-actif VALUE 'O'.
       77 indic-etudiant-valide PIC X(01) VALUE 'N'.
           88 etudiant-valide VALUE 'O'.
       77 indic-etudiant-exclu PIC X(01) VALUE 'N'.
           88 etudiant-exclu VALUE 'O'.
       77 indic-classe-ouverte PIC X(01) VALUE 'N'.
           88 classe-ouverte VALUE 'O'.
       77 indic-candidats-valides PIC X(01) VALUE 'N'.
           88 candidats-valides VALUE 'O'.

      * Seuils minimaux (inclus) de chaque mention : jeu 1 en
      * vigueur (SEUILS.DAT, ou le decoupage historique quand il
      * est absent), jeu 2 a l'etude (SEUILS-CANDIDATS.DAT) ; dans
      * chaque jeu, de Passable (1) a Parfait (5)
       01 TABLE-SEUILS.
           05 SEUIL-JEU OCCURS 2.
               10 SJU-MIN OCCURS 5    PIC 9(02)V9(02).
       77 ix-jeu PIC 9(01) COMP VALUE ZERO.
       77 ix-seuil PIC 9(01) COMP VALUE ZERO.

      * Libelles des mentions, du rang 1 (sans mention) au rang 6
       01 TABLE-MENTIONS.
           05 FILLER PIC X(15) VALUE 'Pas de mention'.
           05 FILLER PIC X(15) VALUE 'Passable'.
           05 FILLER PIC X(15) VALUE 'Assez bien'.
           05 FILLER PIC X(15) VALUE 'Bien'.
           05 FILLER PIC X(15) VALUE 'Tres bien'.
           05 FILLER PIC X(15) VALUE 'Parfait'.
       01 TABLE-MENTIONS-R REDEFINES TABLE-MENTIONS.
           05 MENTION-LIBELLE OCCURS 6 TIMES PIC X(15).
       77 ix-mention PIC 9(01) COMP VALUE ZERO.
       77 rang-mention PIC 9(01) COMP VALUE ZERO.
       77 rang-actuel PIC 9(01) COMP VALUE ZERO.
       77 rang-simule PIC 9(01) COMP VALUE ZERO.

      * Repartition des mentions par jeu de seuils, pour la classe
      * en cours et pour l'etablissement
       01 TABLE-COMPTES.
           05 COMPTE-JEU OCCURS 2.
               10 CMP-CLASSE OCCURS 6 PIC 9(05) COMP.
               10 CMP-ETAB OCCURS 6   PIC 9(05) COMP.

      * Rupture par etudiant : meme moyenne ponderee que le
      * classement, un coefficient a zero vaut 1.0
       77 note PIC 99V99.
       77 etu-id PIC X(06) VALUE SPACES.
       77 etu-nom PIC X(20) VALUE SPACES.
       77 somme-points PIC S9(7)V9(03) VALUE ZERO.
       77 somme-coefs PIC S9(4)V9(01) VALUE ZERO.
       77 coef-ligne PIC 9(01)V9(01) VALUE ZERO.
       77 classe-courante PIC X(05) VALUE SPACES.

      * Etudiants retenus hors classement par le controle de
      * completude, ecartes de la simulation comme du classement
       77 nb-exclusions PIC 9(04) COMP VALUE ZERO.
       01 TABLE-EXCLUSIONS.
           05 EXCLU-ID OCCURS 1000 TIMES INDEXED BY idx-exc
               PIC X(06).

       77 cpt-lignes-notes PIC 9(07) COMP VALUE ZERO.
       77 cpt-ecartes PIC 9(05) COMP VALUE ZERO.
       77 cpt-etudiants PIC 9(05) COMP VALUE ZERO.
       77 cpt-changements PIC 9(05) COMP VALUE ZERO.
       77 cpt-cl-etudiants PIC 9(05) COMP VALUE ZERO.
       77 cpt-cl-changements PIC 9(05) COMP VALUE ZERO.

      * Zones d'edition
       77 note-editee PIC Z9.99.
       77 compte-edite PIC ZZZZ9.
       77 simule-edite PIC ZZZZ9.
       77 difference PIC S9(05) VALUE ZERO.
       77 difference-editee PIC -ZZZZ9.
       77 libelle-jeu PIC X(19).
       77 seuil-edite-1 PIC Z9.99.
       77 seuil-edite-2 PIC Z9.99.
       77 seuil-edite-3 PIC Z9.99.
       77 seuil-edite-4 PIC Z9.99.
       77 seuil-edite-5 PIC Z9.99.

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
           PERFORM 0010-RAZ-EXECUTION.
           PERFORM 1000-INITIALISER.
           IF RETURN-CODE < 8
               PERFORM 2000-TRAITER-NOTES UNTIL fin-notes
           END-IF.
           PERFORM 9000-FINALISER.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO indic-fin-notes.
           MOVE 'N' TO indic-controle-actif.
           MOVE 'N' TO indic-classe-ouverte.
           MOVE 'N' TO indic-candidats-valides.
           MOVE SPACES TO etu-id.
           MOVE SPACES TO etu-nom.
           MOVE SPACES TO classe-courante.
           MOVE ZERO TO somme-points.
           MOVE ZERO TO somme-coefs.
           MOVE ZERO TO cpt-lignes-notes.
           MOVE ZERO TO cpt-ecartes.
           MOVE ZERO TO cpt-etudiants.
           MOVE ZERO TO cpt-changements.
           INITIALIZE TABLE-COMPTES.

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
           MOVE 'SimulerSeuils' TO JOB-NOM.
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

      * Charge les deux jeux de seuils et les exclusions, trie les
      * notes et ouvre le rapport ; sans jeu candidat valable ou
      * sans NOTES.DAT, il n'y a rien a simuler
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           PERFORM 1100-CHARGER-SEUILS.
           PERFORM 1200-CHARGER-CANDIDATS.
           IF NOT candidats-valides
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1300-CHARGER-EXCLUSIONS
               OPEN INPUT NOTES-FILE
               IF notes-statut NOT = '00'
                   DISPLAY 'ERREUR : NOTES.DAT introuvable (statut '
                       notes-statut ')'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   CLOSE NOTES-FILE
                   SORT TRI-TRAVAIL
                       ON ASCENDING KEY TRI-CLASSE TRI-ID
                       USING NOTES-FILE
                       GIVING NOTES-SIMUL-FILE
                   OPEN INPUT NOTES-SIMUL-FILE
                   PERFORM 1400-OUVRIR-MAITRE
                   OPEN OUTPUT SIMULATION-FILE
                   PERFORM 1500-ENTETE-RAPPORT
                   PERFORM 2100-LIRE-NOTE
               END-IF
           END-IF.

      * Seuils en vigueur : SEUILS.DAT s'il existe, sinon le
      * decoupage historique du classement
       1100-CHARGER-SEUILS.
           MOVE 10.00 TO SJU-MIN(1, 1).
           MOVE 12.00 TO SJU-MIN(1, 2).
           MOVE 14.00 TO SJU-MIN(1, 3).
           MOVE 16.01 TO SJU-MIN(1, 4).
           MOVE 20.00 TO SJU-MIN(1, 5).
           OPEN INPUT SEUILS-FILE.
           IF seuils-statut = '00'
               READ SEUILS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEU-PASSABLE-MIN TO SJU-MIN(1, 1)
                       MOVE SEU-ASSEZ-BIEN-MIN TO SJU-MIN(1, 2)
                       MOVE SEU-BIEN-MIN TO SJU-MIN(1, 3)
                       MOVE SEU-TRES-BIEN-MIN TO SJU-MIN(1, 4)
                       MOVE SEU-PARFAIT-MIN TO SJU-MIN(1, 5)
               END-READ
               CLOSE SEUILS-FILE
           END-IF.

      * Seuils a l'etude : la ligne de SEUILS-CANDIDATS.DAT doit
      * etre numerique et strictement croissante de Passable a
      * Parfait
       1200-CHARGER-CANDIDATS.
           OPEN INPUT CANDIDATS-FILE.
           IF candidats-statut NOT = '00'
               DISPLAY 'ERREUR : SEUILS-CANDIDATS.DAT introuvable '
                   '(statut ' candidats-statut ')'
           ELSE
               READ CANDIDATS-FILE
                   AT END
                       DISPLAY 'ERREUR : SEUILS-CANDIDATS.DAT vide'
                   NOT AT END
                       PERFORM 1210-CONTROLER-CANDIDATS
               END-READ
               CLOSE CANDIDATS-FILE
           END-IF.

      * Controle et retient le jeu de seuils a l'etude
       1210-CONTROLER-CANDIDATS.
           IF SCA-PASSABLE-MIN NOT NUMERIC
                   OR SCA-ASSEZ-BIEN-MIN NOT NUMERIC
                   OR SCA-BIEN-MIN NOT NUMERIC
                   OR SCA-TRES-BIEN-MIN NOT NUMERIC
                   OR SCA-PARFAIT-MIN NOT NUMERIC
               DISPLAY 'ERREUR : SEUILS-CANDIDATS.DAT non numerique'
           ELSE
               IF SCA-ASSEZ-BIEN-MIN > SCA-PASSABLE-MIN
                       AND SCA-BIEN-MIN > SCA-ASSEZ-BIEN-MIN
                       AND SCA-TRES-BIEN-MIN > SCA-BIEN-MIN
                       AND SCA-PARFAIT-MIN > SCA-TRES-BIEN-MIN
                   MOVE SCA-PASSABLE-MIN TO SJU-MIN(2, 1)
                   MOVE SCA-ASSEZ-BIEN-MIN TO SJU-MIN(2, 2)
                   MOVE SCA-BIEN-MIN TO SJU-MIN(2, 3)
                   MOVE SCA-TRES-BIEN-MIN TO SJU-MIN(2, 4)
                   MOVE SCA-PARFAIT-MIN TO SJU-MIN(2, 5)
                   SET candidats-valides TO TRUE
               ELSE
                   DISPLAY 'ERREUR : SEUILS-CANDIDATS.DAT non '
                       'croissant de Passable a Parfait'
               END-IF
           END-IF.

      * Releve les etudiants retenus hors classement
       1300-CHARGER-EXCLUSIONS.
           MOVE ZERO TO nb-exclusions.
           MOVE 'N' TO indic-fin-exclusions.
           OPEN INPUT EXCLUSIONS-FILE.
           IF exclusions-statut = '00'
               PERFORM 1310-LIRE-EXCLUSION
               PERFORM 1320-RETENIR-EXCLUSION UNTIL fin-exclusions
               CLOSE EXCLUSIONS-FILE
           END-IF.

      * Lecture d'un enregistrement EXCLUSIONS-CLASSEMENT.DAT
       1310-LIRE-EXCLUSION.
           READ EXCLUSIONS-FILE
               AT END SET fin-exclusions TO TRUE
           END-READ.

      * Retient l'identifiant exclu, puis relit
       1320-RETENIR-EXCLUSION.
           IF nb-exclusions < 1000
               ADD 1 TO nb-exclusions
               MOVE EXC-ID TO EXCLU-ID(nb-exclusions)
           END-IF.
           PERFORM 1310-LIRE-EXCLUSION.

      * Ouvre le maitre des inscriptions s'il existe ; sans lui, le
      * controle referentiel est inactif, comme au classement
       1400-OUVRIR-MAITRE.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut = '00'
               SET controle-actif TO TRUE
           ELSE
               DISPLAY 'AVERTISSEMENT : ETUDIANTS-MASTER.DAT absent, '
                   'controle referentiel inactif'
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Titre du rapport et rappel des deux jeux de seuils compares
       1500-ENTETE-RAPPORT.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING 'Simulation des seuils de mention'
               DELIMITED BY SIZE
               INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING '(Passable, Assez bien, Bien, Tres bien, '
               DELIMITED BY SIZE
               'Parfait)' DELIMITED BY SIZE
               INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.
           MOVE 1 TO ix-jeu.
           MOVE 'Seuils actuels   : ' TO libelle-jeu.
           PERFORM 1510-LIGNE-SEUILS.
           MOVE 2 TO ix-jeu.
           MOVE 'Seuils candidats : ' TO libelle-jeu.
           PERFORM 1510-LIGNE-SEUILS.

      * Une ligne de rappel des seuils du jeu ix-jeu
       1510-LIGNE-SEUILS.
           MOVE SJU-MIN(ix-jeu, 1) TO seuil-edite-1.
           MOVE SJU-MIN(ix-jeu, 2) TO seuil-edite-2.
           MOVE SJU-MIN(ix-jeu, 3) TO seuil-edite-3.
           MOVE SJU-MIN(ix-jeu, 4) TO seuil-edite-4.
           MOVE SJU-MIN(ix-jeu, 5) TO seuil-edite-5.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING libelle-jeu DELIMITED BY SIZE
               seuil-edite-1 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               seuil-edite-2 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               seuil-edite-3 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               seuil-edite-4 DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               seuil-edite-5 DELIMITED BY SIZE
               INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.

      * Cumule la ligne de matiere courante dans la moyenne ponderee
      * de son etudiant ; au changement d'etudiant, l'etudiant acheve
      * est classe selon les deux jeux, puis relit
       2000-TRAITER-NOTES.
           IF etu-id NOT = SPACES AND NOTE-ID NOT = etu-id
               PERFORM 2500-CLORE-ETUDIANT
           END-IF.
           IF etu-id = SPACES
               IF NOT classe-ouverte
                       OR NOTE-CLASSE NOT = classe-courante
                   IF classe-ouverte
                       PERFORM 2700-CLORE-CLASSE
                   END-IF
                   PERFORM 2600-OUVRIR-CLASSE
               END-IF
               MOVE NOTE-ID TO etu-id
               MOVE NOTE-NOM TO etu-nom
           END-IF.
           ADD 1 TO cpt-lignes-notes.
      * un coefficient absent (ancien format) ou a zero vaut 1.0
           IF NOTE-COEF NOT NUMERIC OR NOTE-COEF = ZERO
               MOVE 1.0 TO coef-ligne
           ELSE
               MOVE NOTE-COEF TO coef-ligne
           END-IF.
           COMPUTE somme-points = somme-points
               + (NOTE-VALEUR * coef-ligne).
           ADD coef-ligne TO somme-coefs.
           PERFORM 2100-LIRE-NOTE.
           IF fin-notes AND etu-id NOT = SPACES
               PERFORM 2500-CLORE-ETUDIANT
               IF classe-ouverte
                   PERFORM 2700-CLORE-CLASSE
               END-IF
           END-IF.

      * Lecture d'un enregistrement de NOTES-SIMUL.TRI
       2100-LIRE-NOTE.
           READ NOTES-SIMUL-FILE
               AT END SET fin-notes TO TRUE
           END-READ.

      * Calcule la moyenne de l'etudiant acheve et, s'il serait
      * classe, compare sa mention selon les deux jeux de seuils
       2500-CLORE-ETUDIANT.
           IF somme-coefs = ZERO
               MOVE ZERO TO note
           ELSE
               COMPUTE note ROUNDED = somme-points / somme-coefs
           END-IF.
           PERFORM 2520-CONTROLER-ETUDIANT.
           IF etudiant-valide
               PERFORM 2530-CONTROLER-EXCLUSION
           END-IF.
           IF etudiant-valide
               PERFORM 2550-COMPARER-MENTIONS
           ELSE
               ADD 1 TO cpt-ecartes
           END-IF.
           MOVE ZERO TO somme-points.
           MOVE ZERO TO somme-coefs.
           MOVE SPACES TO etu-id.
           MOVE SPACES TO etu-nom.

      * Meme controle referentiel que le classement : identifiant
      * absent du maitre ou nom discordant, l'etudiant est ecarte
       2520-CONTROLER-ETUDIANT.
           SET etudiant-valide TO TRUE.
           IF controle-actif
               MOVE etu-id TO INS-ID
               READ ETUDIANTS-FILE
                   INVALID KEY
                       MOVE 'N' TO indic-etudiant-valide
                   NOT INVALID KEY
                       IF INS-NOM NOT = etu-nom
                           MOVE 'N' TO indic-etudiant-valide
                       END-IF
               END-READ
           END-IF.

      * Ecarte l'etudiant retenu hors classement
       2530-CONTROLER-EXCLUSION.
           MOVE 'N' TO indic-etudiant-exclu.
           PERFORM 2540-COMPARER-EXCLUSION
               VARYING idx-exc FROM 1 BY 1
               UNTIL idx-exc > nb-exclusions OR etudiant-exclu.
           IF etudiant-exclu
               MOVE 'N' TO indic-etudiant-valide
           END-IF.

      * Compare un identifiant exclu a l'etudiant courant
       2540-COMPARER-EXCLUSION.
           IF EXCLU-ID(idx-exc) = etu-id
               SET etudiant-exclu TO TRUE
           END-IF.

      * Classe l'etudiant selon chaque jeu, cumule les deux
      * repartitions et liste l'etudiant si sa mention changerait
       2550-COMPARER-MENTIONS.
           ADD 1 TO cpt-etudiants.
           ADD 1 TO cpt-cl-etudiants.
           MOVE 1 TO ix-jeu.
           PERFORM 3000-DETERMINER-MENTION.
           MOVE rang-mention TO rang-actuel.
           MOVE 2 TO ix-jeu.
           PERFORM 3000-DETERMINER-MENTION.
           MOVE rang-mention TO rang-simule.
           ADD 1 TO CMP-CLASSE(1, rang-actuel).
           ADD 1 TO CMP-ETAB(1, rang-actuel).
           ADD 1 TO CMP-CLASSE(2, rang-simule).
           ADD 1 TO CMP-ETAB(2, rang-simule).
           IF rang-simule NOT = rang-actuel
               ADD 1 TO cpt-changements
               ADD 1 TO cpt-cl-changements
               PERFORM 2560-LIGNE-CHANGEMENT
           END-IF.

      * Une ligne par etudiant dont la mention changerait
       2560-LIGNE-CHANGEMENT.
           MOVE note TO note-editee.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING '  ' DELIMITED BY SIZE
               etu-id DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               etu-nom DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               note-editee DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               MENTION-LIBELLE(rang-actuel) DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               MENTION-LIBELLE(rang-simule) DELIMITED BY SIZE
               INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.

      * Ouvre la section de la classe courante et repart sur des
      * compteurs de classe a zero
       2600-OUVRIR-CLASSE.
           MOVE NOTE-CLASSE TO classe-courante.
           SET classe-ouverte TO TRUE.
           MOVE ZERO TO cpt-cl-etudiants.
           MOVE ZERO TO cpt-cl-changements.
           PERFORM 2610-RAZ-COMPTE-CLASSE
               VARYING ix-mention FROM 1 BY 1 UNTIL ix-mention > 6.
           MOVE SPACES TO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING '--- Classe ' DELIMITED BY SIZE
               classe-courante DELIMITED BY SIZE
               ' ---' DELIMITED BY SIZE
               INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING '  Ident.  Nom                   Note  '
               DELIMITED BY SIZE
               'Mention actuelle -> simulee' DELIMITED BY SIZE
               INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.

      * Remet a zero un compteur de classe des deux jeux
       2610-RAZ-COMPTE-CLASSE.
           MOVE ZERO TO CMP-CLASSE(1, ix-mention).
           MOVE ZERO TO CMP-CLASSE(2, ix-mention).

      * Pied de la section de la classe achevee : nombre de
      * changements et repartition actuelle et simulee
       2700-CLORE-CLASSE.
           IF cpt-cl-changements = ZERO
               MOVE SPACES TO LIGNE-SIMULATION
               STRING '  Aucun changement de mention'
                   DELIMITED BY SIZE
                   INTO LIGNE-SIMULATION
               WRITE LIGNE-SIMULATION
           END-IF.
           MOVE cpt-cl-changements TO compte-edite.
           MOVE cpt-cl-etudiants TO simule-edite.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING 'Repartition de la classe ' DELIMITED BY SIZE
               classe-courante DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               simule-edite DELIMITED BY SIZE
               ' etudiants,' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               ' changements)' DELIMITED BY SIZE
               INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.
           PERFORM 2800-ENTETE-REPARTITION.
           PERFORM 2710-LIGNE-REPARTITION-CLASSE
               VARYING ix-mention FROM 1 BY 1 UNTIL ix-mention > 6.
           MOVE 'N' TO indic-classe-ouverte.

      * Une ligne de la repartition de la classe achevee
       2710-LIGNE-REPARTITION-CLASSE.
           MOVE CMP-CLASSE(1, ix-mention) TO compte-edite.
           MOVE CMP-CLASSE(2, ix-mention) TO simule-edite.
           COMPUTE difference = CMP-CLASSE(2, ix-mention)
               - CMP-CLASSE(1, ix-mention).
           PERFORM 2810-LIGNE-REPARTITION.

      * Colonnes de la repartition
       2800-ENTETE-REPARTITION.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING '  Mention          Actuel  Simule   Ecart'
               DELIMITED BY SIZE
               INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.

      * Ecrit une ligne de repartition deja chiffree
       2810-LIGNE-REPARTITION.
           MOVE difference TO difference-editee.
           MOVE SPACES TO LIGNE-SIMULATION.
           STRING '  ' DELIMITED BY SIZE
               MENTION-LIBELLE(ix-mention) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               simule-edite DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               difference-editee DELIMITED BY SIZE
               INTO LIGNE-SIMULATION.
           WRITE LIGNE-SIMULATION.

      * Rang de mention de la moyenne selon le jeu ix-jeu, dans
      * l'ordre des tests du classement : du seuil de Parfait a
      * celui de Passable, le premier seuil atteint l'emporte
       3000-DETERMINER-MENTION.
           MOVE 1 TO rang-mention.
           PERFORM 3010-TESTER-SEUIL
               VARYING ix-seuil FROM 5 BY -1
               UNTIL ix-seuil = ZERO OR rang-mention > 1.

      * Compare la moyenne a un seuil du jeu
       3010-TESTER-SEUIL.
           IF note >= SJU-MIN(ix-jeu, ix-seuil)
               COMPUTE rang-mention = ix-seuil + 1
           END-IF.

      * Repartition de l'etablissement, fermeture et bilan ; trace
      * la fin du job
       9000-FINALISER.
           IF RETURN-CODE < 8
               MOVE SPACES TO LIGNE-SIMULATION
               WRITE LIGNE-SIMULATION
               MOVE cpt-changements TO compte-edite
               MOVE cpt-etudiants TO simule-edite
               MOVE SPACES TO LIGNE-SIMULATION
               STRING 'Repartition de l''etablissement ('
                   DELIMITED BY SIZE
                   simule-edite DELIMITED BY SIZE
                   ' etudiants,' DELIMITED BY SIZE
                   compte-edite DELIMITED BY SIZE
                   ' changements)' DELIMITED BY SIZE
                   INTO LIGNE-SIMULATION
               WRITE LIGNE-SIMULATION
               PERFORM 2800-ENTETE-REPARTITION
               PERFORM 9010-LIGNE-REPARTITION-ETAB
                   VARYING ix-mention FROM 1 BY 1
                   UNTIL ix-mention > 6
               IF cpt-ecartes > ZERO
                   MOVE cpt-ecartes TO compte-edite
                   MOVE SPACES TO LIGNE-SIMULATION
                   STRING 'Etudiants ecartes (maitre, exclusions) : '
                       DELIMITED BY SIZE
                       compte-edite DELIMITED BY SIZE
                       INTO LIGNE-SIMULATION
                   WRITE LIGNE-SIMULATION
               END-IF
               CLOSE NOTES-SIMUL-FILE
               CLOSE SIMULATION-FILE
               IF controle-actif
                   CLOSE ETUDIANTS-FILE
               END-IF
               DISPLAY 'Simulation des seuils : ' cpt-changements
                   ' changement(s) de mention sur ' cpt-etudiants
                   ' etudiant(s), voir SIMULATION-SEUILS.DAT'
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Une ligne de la repartition de l'etablissement
       9010-LIGNE-REPARTITION-ETAB.
           MOVE CMP-ETAB(1, ix-mention) TO compte-edite.
           MOVE CMP-ETAB(2, ix-mention) TO simule-edite.
           COMPUTE difference = CMP-ETAB(2, ix-mention)
               - CMP-ETAB(1, ix-mention).
           PERFORM 2810-LIGNE-REPARTITION.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'SimulerSeuils' TO JOB-NOM.
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
           MOVE cpt-lignes-notes TO JOB-LUS.
           MOVE cpt-changements TO JOB-ECRITS.
           MOVE cpt-ecartes TO JOB-REJETS.
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
