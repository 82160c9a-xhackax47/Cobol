      * Code PlanifierExamens en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. PlanifierExamens.

      * Traitement par lots : organise la premiere session d'examens.
      * Chaque matiere active de MATIERES.DAT donne une epreuve, que
      * passent les etudiants inscrits de ETUDIANTS-MASTER.DAT dont
      * la classe a la matiere dans AFFECTATIONS.DAT (toutes les
      * classes quand la matiere n'y figure pas) et, si le fichier
      * existe, qui sont inscrits a la matiere dans
      * INSCRIPTIONS-COURS.DAT. Chaque epreuve est placee sur le
      * premier creneau de CRENEAUX-EXAMEN.DAT ou aucune de ses
      * classes n'a deja une epreuve et ou les salles de
      * SALLES-EXAMEN.DAT ont encore assez de places ; le planning
      * part sur PLANNING-EXAMENS.DAT. Les candidats sont ensuite
      * places salle par salle jusqu'a la capacite de chacune
      * (PLACEMENTS-EXAMEN.DAT), puis on imprime les listes de porte
      * par creneau et par salle sur LISTES-SALLES-EXAMEN.DAT et une
      * convocation par etudiant sur CONVOCATIONS-EXAMEN.DAT. Une
      * epreuve qui ne trouve aucun creneau est signalee et comptee
      * en rejet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATIERES-FILE ASSIGN TO "MATIERES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS matieres-statut.
           SELECT AFFECTATIONS-FILE ASSIGN TO "AFFECTATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS affectations-statut.
           SELECT CRENEAUX-FILE ASSIGN TO "CRENEAUX-EXAMEN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS creneaux-statut.
           SELECT SALLES-FILE ASSIGN TO "SALLES-EXAMEN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS salles-statut.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT INSCRIPTIONS-FILE
               ASSIGN TO "INSCRIPTIONS-COURS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICO-CLE
               FILE STATUS IS inscriptions-statut.
           SELECT PLANNING-FILE ASSIGN TO "PLANNING-EXAMENS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PLACEMENTS-FILE ASSIGN TO "PLACEMENTS-EXAMEN.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PLACEMENTS-TRI-FILE ASSIGN TO "PLACEMENTS.TRI"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRI-TRAVAIL ASSIGN TO "PEXTRI.TMP".
           SELECT LISTES-SALLES-FILE
               ASSIGN TO "LISTES-SALLES-EXAMEN.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONVOCATIONS-FILE
               ASSIGN TO "CONVOCATIONS-EXAMEN.DAT"
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
       FD MATIERES-FILE.
       COPY "cpmatiere.cpy".

       FD AFFECTATIONS-FILE.
       COPY "cpaffectation.cpy".

       FD CRENEAUX-FILE.
       COPY "cpcreneauexamen.cpy".

       FD SALLES-FILE.
       COPY "cpsalleexamen.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD INSCRIPTIONS-FILE.
       COPY "cpinscriptioncours.cpy".

       FD PLANNING-FILE.
       COPY "cpplanningexamen.cpy".

       FD PLACEMENTS-FILE.
       COPY "cpplacementexamen.cpy".

      * Placements tries, meme disposition que PLACEMENTS-EXAMEN.DAT
       FD PLACEMENTS-TRI-FILE.
       01 PLACEMENT-TRI-ENREGISTREMENT.
           05 PTR-CRENEAU             PIC 9(02).
           05 FILLER                  PIC X(01).
           05 PTR-SALLE               PIC X(10).
           05 FILLER                  PIC X(01).
           05 PTR-PLACE               PIC 9(03).
           05 FILLER                  PIC X(01).
           05 PTR-ID                  PIC X(06).
           05 FILLER                  PIC X(01).
           05 PTR-NOM                 PIC X(20).
           05 FILLER                  PIC X(01).
           05 PTR-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01).
           05 PTR-COURS               PIC X(04).
           05 FILLER                  PIC X(01).
           05 PTR-DATE                PIC 9(08).
           05 FILLER                  PIC X(01).
           05 PTR-DEMI-JOURNEE        PIC X(01).

       SD TRI-TRAVAIL.
       01 TRI-ENREGISTREMENT.
           05 TRI-CRENEAU             PIC 9(02).
           05 FILLER                  PIC X(01).
           05 TRI-SALLE               PIC X(10).
           05 FILLER                  PIC X(01).
           05 TRI-PLACE               PIC 9(03).
           05 FILLER                  PIC X(01).
           05 TRI-ID                  PIC X(06).
           05 FILLER                  PIC X(43).

       FD LISTES-SALLES-FILE.
       01 LIGNE-LISTE                 PIC X(80).

       FD CONVOCATIONS-FILE.
       01 LIGNE-CONVOCATION           PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 matieres-statut PIC X(02).
       77 affectations-statut PIC X(02).
       77 creneaux-statut PIC X(02).
       77 salles-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 inscriptions-statut PIC X(02).
       77 indic-fin-matieres PIC X(01) VALUE 'N'.
           88 fin-matieres VALUE 'O'.
       77 indic-fin-affectations PIC X(01) VALUE 'N'.
           88 fin-affectations VALUE 'O'.
       77 indic-fin-creneaux PIC X(01) VALUE 'N'.
           88 fin-creneaux VALUE 'O'.
       77 indic-fin-salles PIC X(01) VALUE 'N'.
           88 fin-salles VALUE 'O'.
       77 indic-fin-etudiants PIC X(01) VALUE 'N'.
           88 fin-etudiants VALUE 'O'.
       77 indic-fin-tri PIC X(01) VALUE 'N'.
           88 fin-tri VALUE 'O'.
       77 indic-inscriptions PIC X(01) VALUE 'N'.
           88 inscriptions-ouvertes VALUE 'O'.
       77 indic-planification PIC X(01) VALUE 'O'.
           88 planification-possible VALUE 'O'.
       77 indic-matiere-trouvee PIC X(01) VALUE 'N'.
           88 matiere-trouvee VALUE 'O'.
       77 indic-classe-trouvee PIC X(01) VALUE 'N'.
           88 classe-trouvee VALUE 'O'.
       77 indic-affectation-trouvee PIC X(01) VALUE 'N'.
           88 affectation-trouvee VALUE 'O'.
       77 indic-candidat PIC X(01) VALUE 'N'.
           88 candidat VALUE 'O'.
       77 indic-epreuve-placee PIC X(01) VALUE 'N'.
           88 epreuve-placee VALUE 'O'.
       77 indic-conflit PIC X(01) VALUE 'N'.
           88 conflit VALUE 'O'.
       77 indic-salle-libre PIC X(01) VALUE 'N'.
           88 salle-libre VALUE 'O'.
       77 cpt-lus PIC 9(05) COMP VALUE ZERO.
       77 cpt-places PIC 9(05) COMP VALUE ZERO.
       77 cpt-rejets PIC 9(05) COMP VALUE ZERO.
       77 terme-controle PIC 9(01) VALUE ZERO.
       77 capacite-totale PIC 9(05) COMP VALUE ZERO.
       77 cle-liste PIC X(12) VALUE SPACES.
       77 id-courant PIC X(06) VALUE SPACES.
       77 libelle-demi PIC X(10) VALUE SPACES.
       77 ligne-edition PIC X(80) VALUE SPACES.

      * Epreuves : une par matiere active, avec le nombre de
      * candidats, le creneau retenu (zero tant qu'elle n'est pas
      * placee) et les classes qui la passent
       77 nb-papiers PIC 9(03) COMP VALUE ZERO.
       77 ix-papier PIC 9(03) COMP VALUE ZERO.
       01 TABLE-PAPIERS.
           05 PAPIER-TABLE OCCURS 200.
               10 PAP-COURS           PIC X(04).
               10 PAP-ACTIVE          PIC X(01).
               10 PAP-AFFECTEE        PIC X(01).
               10 PAP-CANDIDATS       PIC 9(04) COMP.
               10 PAP-CRENEAU         PIC 9(02).
               10 PAP-CLASSE-CONCERNEE PIC X(01) OCCURS 100.

      * Couples matiere + classe de AFFECTATIONS.DAT
       77 nb-affectations PIC 9(03) COMP VALUE ZERO.
       77 ix-affectation PIC 9(03) COMP VALUE ZERO.
       01 TABLE-AFFECTATIONS.
           05 AFFECTATION-TABLE OCCURS 500.
               10 ATB-COURS           PIC X(04).
               10 ATB-CLASSE          PIC X(05).

      * Classes rencontrees au maitre, avec les creneaux ou elles
      * ont deja une epreuve
       77 nb-classes PIC 9(03) COMP VALUE ZERO.
       77 ix-classe PIC 9(03) COMP VALUE ZERO.
       01 TABLE-CLASSES.
           05 CLASSE-TABLE OCCURS 100.
               10 CLA-CODE            PIC X(05).
               10 CLA-PRIS            PIC X(01) OCCURS 30.

      * Creneaux d'examen, avec les places deja promises et la
      * salle en cours de remplissage
       77 nb-creneaux PIC 9(02) COMP VALUE ZERO.
       77 ix-creneau PIC 9(02) COMP VALUE ZERO.
       01 TABLE-CRENEAUX.
           05 CRENEAU-TABLE OCCURS 30.
               10 CRT-NUMERO          PIC 9(02).
               10 CRT-DATE            PIC 9(08).
               10 CRT-DEMI-JOURNEE    PIC X(01).
               10 CRT-PLACES          PIC 9(05) COMP.
               10 CRT-IX-SALLE        PIC 9(02) COMP.
               10 CRT-PLACE-SALLE     PIC 9(03) COMP.

      * Salles d'examen dans leur ordre de remplissage
       77 nb-salles PIC 9(02) COMP VALUE ZERO.
       77 ix-salle PIC 9(02) COMP VALUE ZERO.
       01 TABLE-SALLES.
           05 SALLE-TABLE OCCURS 50.
               10 SLT-SALLE           PIC X(10).
               10 SLT-CAPACITE        PIC 9(03).

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
           IF planification-possible
               PERFORM 2000-RECENSER-CANDIDATS
           END-IF.
           IF planification-possible
               PERFORM 3000-PLACER-EPREUVES
               PERFORM 3500-ECRIRE-PLANNING
               PERFORM 4000-ATTRIBUER-PLACES
               SORT TRI-TRAVAIL
                   ON ASCENDING KEY TRI-CRENEAU TRI-SALLE TRI-PLACE
                   USING PLACEMENTS-FILE
                   GIVING PLACEMENTS-TRI-FILE
               PERFORM 5000-EDITER-LISTES-SALLES
               SORT TRI-TRAVAIL
                   ON ASCENDING KEY TRI-ID TRI-CRENEAU
                   USING PLACEMENTS-FILE
                   GIVING PLACEMENTS-TRI-FILE
               PERFORM 6000-EDITER-CONVOCATIONS
           END-IF.
           IF inscriptions-ouvertes
               CLOSE INSCRIPTIONS-FILE
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
           MOVE 'PlanifierExamens' TO JOB-NOM.
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

      * Charge les matieres, les affectations, les creneaux et les
      * salles ; sans creneau ni salle, rien ne peut etre planifie.
      * Les inscriptions aux matieres ne filtrent les candidats que
      * si le fichier existe
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-places.
           MOVE ZERO TO cpt-rejets.
           INITIALIZE TABLE-PAPIERS.
           INITIALIZE TABLE-CLASSES.
           INITIALIZE TABLE-CRENEAUX.
           MOVE ZERO TO nb-papiers.
           MOVE ZERO TO nb-affectations.
           MOVE ZERO TO nb-classes.
           MOVE ZERO TO nb-creneaux.
           MOVE ZERO TO nb-salles.
           MOVE ZERO TO capacite-totale.
           SET planification-possible TO TRUE.
           MOVE 'N' TO indic-fin-matieres.
           OPEN INPUT MATIERES-FILE.
           IF matieres-statut = '00'
               PERFORM 1100-LIRE-MATIERE
               PERFORM 1200-RETENIR-MATIERE UNTIL fin-matieres
               CLOSE MATIERES-FILE
           END-IF.
           MOVE 'N' TO indic-fin-affectations.
           OPEN INPUT AFFECTATIONS-FILE.
           IF affectations-statut = '00'
               PERFORM 1400-LIRE-AFFECTATION
               PERFORM 1500-RETENIR-AFFECTATION
                   UNTIL fin-affectations
               CLOSE AFFECTATIONS-FILE
           END-IF.
           MOVE 'N' TO indic-fin-creneaux.
           OPEN INPUT CRENEAUX-FILE.
           IF creneaux-statut = '00'
               PERFORM 1600-LIRE-CRENEAU
               PERFORM 1700-RETENIR-CRENEAU UNTIL fin-creneaux
               CLOSE CRENEAUX-FILE
           END-IF.
           MOVE 'N' TO indic-fin-salles.
           OPEN INPUT SALLES-FILE.
           IF salles-statut = '00'
               PERFORM 1800-LIRE-SALLE
               PERFORM 1900-RETENIR-SALLE UNTIL fin-salles
               CLOSE SALLES-FILE
           END-IF.
           IF nb-creneaux = ZERO OR capacite-totale = ZERO
               DISPLAY 'ERREUR : CRENEAUX-EXAMEN.DAT ou '
                   'SALLES-EXAMEN.DAT absent ou vide, aucune '
                   'epreuve planifiee'
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO indic-planification
           END-IF.
           MOVE 'N' TO indic-inscriptions.
           IF planification-possible
               OPEN INPUT INSCRIPTIONS-FILE
               IF inscriptions-statut = '00'
                   SET inscriptions-ouvertes TO TRUE
               END-IF
           END-IF.

      * Lecture d'un enregistrement MATIERES.DAT
       1100-LIRE-MATIERE.
           READ MATIERES-FILE
               AT END SET fin-matieres TO TRUE
           END-READ.

      * Range la matiere lue, la derniere ligne d'un meme code
      * recouvrant les precedentes, puis relit
       1200-RETENIR-MATIERE.
           MOVE 'N' TO indic-matiere-trouvee.
           MOVE ZERO TO ix-papier.
           PERFORM 1300-COMPARER-MATIERE
               UNTIL matiere-trouvee OR ix-papier >= nb-papiers.
           IF NOT matiere-trouvee
               IF nb-papiers < 200
                   ADD 1 TO nb-papiers
                   MOVE nb-papiers TO ix-papier
                   MOVE MAT-CODE TO PAP-COURS(ix-papier)
                   SET matiere-trouvee TO TRUE
               END-IF
           END-IF.
           IF matiere-trouvee
               MOVE MAT-ACTIVE TO PAP-ACTIVE(ix-papier)
           END-IF.
           PERFORM 1100-LIRE-MATIERE.

      * Compare l'epreuve suivante de la table a la matiere lue
       1300-COMPARER-MATIERE.
           ADD 1 TO ix-papier.
           IF PAP-COURS(ix-papier) = MAT-CODE
               SET matiere-trouvee TO TRUE
           END-IF.

      * Lecture d'un enregistrement AFFECTATIONS.DAT
       1400-LIRE-AFFECTATION.
           READ AFFECTATIONS-FILE
               AT END SET fin-affectations TO TRUE
           END-READ.

      * Range le couple matiere + classe lu et marque l'epreuve
      * comme reservee aux classes affectees, puis relit
       1500-RETENIR-AFFECTATION.
           IF nb-affectations < 500
               ADD 1 TO nb-affectations
               MOVE AFF-COURS TO ATB-COURS(nb-affectations)
               MOVE AFF-CLASSE TO ATB-CLASSE(nb-affectations)
           END-IF.
           MOVE 'N' TO indic-matiere-trouvee.
           MOVE ZERO TO ix-papier.
           PERFORM 1510-COMPARER-COURS
               UNTIL matiere-trouvee OR ix-papier >= nb-papiers.
           IF matiere-trouvee
               MOVE 'O' TO PAP-AFFECTEE(ix-papier)
           END-IF.
           PERFORM 1400-LIRE-AFFECTATION.

      * Compare l'epreuve suivante de la table a l'affectation lue
       1510-COMPARER-COURS.
           ADD 1 TO ix-papier.
           IF PAP-COURS(ix-papier) = AFF-COURS
               SET matiere-trouvee TO TRUE
           END-IF.

      * Lecture d'un enregistrement CRENEAUX-EXAMEN.DAT
       1600-LIRE-CRENEAU.
           READ CRENEAUX-FILE
               AT END SET fin-creneaux TO TRUE
           END-READ.

      * Range le creneau lu, sa premiere salle a remplir etant la
      * premiere de la liste, puis relit
       1700-RETENIR-CRENEAU.
           IF nb-creneaux < 30
               ADD 1 TO nb-creneaux
               MOVE CRX-NUMERO TO CRT-NUMERO(nb-creneaux)
               MOVE CRX-DATE TO CRT-DATE(nb-creneaux)
               MOVE CRX-DEMI-JOURNEE TO CRT-DEMI-JOURNEE(nb-creneaux)
               MOVE ZERO TO CRT-PLACES(nb-creneaux)
               MOVE 1 TO CRT-IX-SALLE(nb-creneaux)
               MOVE ZERO TO CRT-PLACE-SALLE(nb-creneaux)
           END-IF.
           PERFORM 1600-LIRE-CRENEAU.

      * Lecture d'un enregistrement SALLES-EXAMEN.DAT
       1800-LIRE-SALLE.
           READ SALLES-FILE
               AT END SET fin-salles TO TRUE
           END-READ.

      * Range la salle lue et cumule sa capacite, puis relit
       1900-RETENIR-SALLE.
           IF nb-salles < 50
               ADD 1 TO nb-salles
               MOVE SLX-SALLE TO SLT-SALLE(nb-salles)
               MOVE SLX-CAPACITE TO SLT-CAPACITE(nb-salles)
               ADD SLX-CAPACITE TO capacite-totale
           END-IF.
           PERFORM 1800-LIRE-SALLE.

      * Parcourt le maitre des etudiants pour recenser les classes
      * et compter les candidats de chaque epreuve
       2000-RECENSER-CANDIDATS.
           MOVE 'N' TO indic-fin-etudiants.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut = '00'
               PERFORM 2100-LIRE-ETUDIANT
               PERFORM 2200-RECENSER-ETUDIANT UNTIL fin-etudiants
               CLOSE ETUDIANTS-FILE
           ELSE
               DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT absent, '
                   'aucune epreuve planifiee'
               MOVE 8 TO RETURN-CODE
               MOVE 'N' TO indic-planification
           END-IF.

      * Lecture d'un enregistrement ETUDIANTS-MASTER.DAT
       2100-LIRE-ETUDIANT.
           READ ETUDIANTS-FILE
               AT END SET fin-etudiants TO TRUE
           END-READ.

      * Rattache l'etudiant inscrit a sa classe et le compte dans
      * chaque epreuve qu'il passe, puis relit
       2200-RECENSER-ETUDIANT.
           IF INS-INSCRIT
               ADD 1 TO cpt-lus
               PERFORM 2300-CHERCHER-CLASSE
               IF NOT classe-trouvee
                   IF nb-classes < 100
                       ADD 1 TO nb-classes
                       MOVE nb-classes TO ix-classe
                       MOVE INS-CLASSE TO CLA-CODE(ix-classe)
                       SET classe-trouvee TO TRUE
                   END-IF
               END-IF
               IF classe-trouvee
                   PERFORM 2400-RECENSER-EPREUVE
                       VARYING ix-papier FROM 1 BY 1
                       UNTIL ix-papier > nb-papiers
               END-IF
           END-IF.
           PERFORM 2100-LIRE-ETUDIANT.

      * Cherche la classe de l'etudiant courant dans la table
       2300-CHERCHER-CLASSE.
           MOVE 'N' TO indic-classe-trouvee.
           MOVE ZERO TO ix-classe.
           PERFORM 2310-COMPARER-CLASSE
               UNTIL classe-trouvee OR ix-classe >= nb-classes.

      * Compare la classe suivante de la table a celle de l'etudiant
       2310-COMPARER-CLASSE.
           ADD 1 TO ix-classe.
           IF CLA-CODE(ix-classe) = INS-CLASSE
               SET classe-trouvee TO TRUE
           END-IF.

      * Compte l'etudiant courant dans l'epreuve courante s'il la
      * passe, et note que sa classe y a des candidats
       2400-RECENSER-EPREUVE.
           PERFORM 2500-CONTROLER-CANDIDAT.
           IF candidat
               ADD 1 TO PAP-CANDIDATS(ix-papier)
               MOVE 'O' TO PAP-CLASSE-CONCERNEE(ix-papier, ix-classe)
           END-IF.

      * L'etudiant courant passe l'epreuve courante si la matiere
      * est active, si sa classe y est affectee (ou si la matiere
      * n'est affectee a aucune classe) et, quand les inscriptions
      * aux matieres sont tenues, s'il y est inscrit
       2500-CONTROLER-CANDIDAT.
           MOVE 'N' TO indic-candidat.
           IF PAP-ACTIVE(ix-papier) = 'A'
               IF PAP-AFFECTEE(ix-papier) = 'O'
                   MOVE 'N' TO indic-affectation-trouvee
                   MOVE ZERO TO ix-affectation
                   PERFORM 2510-COMPARER-AFFECTATION
                       UNTIL affectation-trouvee
                       OR ix-affectation >= nb-affectations
                   IF affectation-trouvee
                       SET candidat TO TRUE
                   END-IF
               ELSE
                   SET candidat TO TRUE
               END-IF
           END-IF.
           IF candidat AND inscriptions-ouvertes
               MOVE 'N' TO indic-candidat
               PERFORM 2520-LIRE-INSCRIPTION-TERME
                   VARYING terme-controle FROM 1 BY 1
                   UNTIL terme-controle > 3 OR candidat
           END-IF.

      * Compare l'affectation suivante a la matiere de l'epreuve et
      * a la classe de l'etudiant
       2510-COMPARER-AFFECTATION.
           ADD 1 TO ix-affectation.
           IF ATB-COURS(ix-affectation) = PAP-COURS(ix-papier)
                   AND ATB-CLASSE(ix-affectation) = INS-CLASSE
               SET affectation-trouvee TO TRUE
           END-IF.

      * Lecture directe de l'inscription a la matiere pour le
      * trimestre courant
       2520-LIRE-INSCRIPTION-TERME.
           MOVE INS-ID TO ICO-ID.
           MOVE PAP-COURS(ix-papier) TO ICO-COURS.
           MOVE terme-controle TO ICO-TERME.
           READ INSCRIPTIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ICO-INSCRIT
                       SET candidat TO TRUE
                   END-IF
           END-READ.

      * Place chaque epreuve ayant des candidats sur le premier
      * creneau possible, dans l'ordre du catalogue
       3000-PLACER-EPREUVES.
           PERFORM 3100-PLACER-EPREUVE
               VARYING ix-papier FROM 1 BY 1
               UNTIL ix-papier > nb-papiers.

      * Essaie les creneaux dans l'ordre ; une epreuve sans creneau
      * libre pour toutes ses classes est signalee
       3100-PLACER-EPREUVE.
           IF PAP-CANDIDATS(ix-papier) > ZERO
               MOVE 'N' TO indic-epreuve-placee
               PERFORM 3200-ESSAYER-CRENEAU
                   VARYING ix-creneau FROM 1 BY 1
                   UNTIL ix-creneau > nb-creneaux OR epreuve-placee
               IF NOT epreuve-placee
                   ADD 1 TO cpt-rejets
                   DISPLAY 'AVERTISSEMENT : epreuve '
                       PAP-COURS(ix-papier)
                       ' sans creneau libre, '
                       PAP-CANDIDATS(ix-papier) ' candidats'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Retient le creneau courant s'il reste assez de places et
      * qu'aucune classe de l'epreuve n'y compose deja
       3200-ESSAYER-CRENEAU.
           IF capacite-totale - CRT-PLACES(ix-creneau)
                   >= PAP-CANDIDATS(ix-papier)
               MOVE 'N' TO indic-conflit
               PERFORM 3300-CONTROLER-CLASSE
                   VARYING ix-classe FROM 1 BY 1
                   UNTIL ix-classe > nb-classes OR conflit
               IF NOT conflit
                   MOVE ix-creneau TO PAP-CRENEAU(ix-papier)
                   ADD PAP-CANDIDATS(ix-papier)
                       TO CRT-PLACES(ix-creneau)
                   PERFORM 3400-RESERVER-CLASSE
                       VARYING ix-classe FROM 1 BY 1
                       UNTIL ix-classe > nb-classes
                   SET epreuve-placee TO TRUE
               END-IF
           END-IF.

      * Conflit si la classe passe l'epreuve et compose deja sur le
      * creneau courant
       3300-CONTROLER-CLASSE.
           IF PAP-CLASSE-CONCERNEE(ix-papier, ix-classe) = 'O'
                   AND CLA-PRIS(ix-classe, ix-creneau) = 'O'
               SET conflit TO TRUE
           END-IF.

      * Marque le creneau courant comme pris pour la classe si elle
      * passe l'epreuve
       3400-RESERVER-CLASSE.
           IF PAP-CLASSE-CONCERNEE(ix-papier, ix-classe) = 'O'
               MOVE 'O' TO CLA-PRIS(ix-classe, ix-creneau)
           END-IF.

      * Reecrit le planning des epreuves placees
       3500-ECRIRE-PLANNING.
           OPEN OUTPUT PLANNING-FILE.
           PERFORM 3600-ECRIRE-EPREUVE
               VARYING ix-papier FROM 1 BY 1
               UNTIL ix-papier > nb-papiers.
           CLOSE PLANNING-FILE.

      * Ecrit la ligne de planning de l'epreuve courante si elle est
      * placee
       3600-ECRIRE-EPREUVE.
           IF PAP-CRENEAU(ix-papier) > ZERO
               MOVE PAP-CRENEAU(ix-papier) TO ix-creneau
               MOVE SPACES TO PLANNING-EXAMEN-ENREGISTREMENT
               MOVE PAP-COURS(ix-papier) TO PLX-COURS
               MOVE CRT-NUMERO(ix-creneau) TO PLX-CRENEAU
               MOVE CRT-DATE(ix-creneau) TO PLX-DATE
               MOVE CRT-DEMI-JOURNEE(ix-creneau) TO PLX-DEMI-JOURNEE
               MOVE PAP-CANDIDATS(ix-papier) TO PLX-CANDIDATS
               WRITE PLANNING-EXAMEN-ENREGISTREMENT
           END-IF.

      * Relit le maitre et place chaque candidat de chaque epreuve
      * placee dans la salle en cours de remplissage de son creneau
       4000-ATTRIBUER-PLACES.
           OPEN OUTPUT PLACEMENTS-FILE.
           MOVE 'N' TO indic-fin-etudiants.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut = '00'
               PERFORM 2100-LIRE-ETUDIANT
               PERFORM 4100-PLACER-ETUDIANT UNTIL fin-etudiants
               CLOSE ETUDIANTS-FILE
           END-IF.
           CLOSE PLACEMENTS-FILE.

      * Place l'etudiant inscrit courant a chacune de ses epreuves,
      * puis relit
       4100-PLACER-ETUDIANT.
           IF INS-INSCRIT
               PERFORM 2300-CHERCHER-CLASSE
               IF classe-trouvee
                   PERFORM 4200-PLACER-EPREUVE
                       VARYING ix-papier FROM 1 BY 1
                       UNTIL ix-papier > nb-papiers
               END-IF
           END-IF.
           PERFORM 2100-LIRE-ETUDIANT.

      * Donne une place a l'etudiant courant pour l'epreuve courante
      * s'il la passe et qu'elle est placee
       4200-PLACER-EPREUVE.
           IF PAP-CRENEAU(ix-papier) > ZERO
                   AND PAP-CLASSE-CONCERNEE(ix-papier, ix-classe) = 'O'
               PERFORM 2500-CONTROLER-CANDIDAT
               IF candidat
                   MOVE PAP-CRENEAU(ix-papier) TO ix-creneau
                   MOVE CRT-IX-SALLE(ix-creneau) TO ix-salle
                   MOVE 'N' TO indic-salle-libre
                   PERFORM 4300-CHERCHER-SALLE
                       UNTIL salle-libre OR ix-salle > nb-salles
                   IF salle-libre
                       PERFORM 4400-ECRIRE-PLACEMENT
                   ELSE
                       ADD 1 TO cpt-rejets
                   END-IF
               END-IF
           END-IF.

      * La salle courante du creneau a encore une place libre, ou
      * l'on passe a la salle suivante
       4300-CHERCHER-SALLE.
           IF CRT-PLACE-SALLE(ix-creneau) < SLT-CAPACITE(ix-salle)
               SET salle-libre TO TRUE
           ELSE
               ADD 1 TO ix-salle
               MOVE ZERO TO CRT-PLACE-SALLE(ix-creneau)
           END-IF.

      * Ecrit le placement de l'etudiant courant a la place suivante
      * de la salle courante
       4400-ECRIRE-PLACEMENT.
           MOVE ix-salle TO CRT-IX-SALLE(ix-creneau).
           ADD 1 TO CRT-PLACE-SALLE(ix-creneau).
           MOVE SPACES TO PLACEMENT-EXAMEN-ENREGISTREMENT.
           MOVE CRT-NUMERO(ix-creneau) TO PEX-CRENEAU.
           MOVE SLT-SALLE(ix-salle) TO PEX-SALLE.
           MOVE CRT-PLACE-SALLE(ix-creneau) TO PEX-PLACE.
           MOVE INS-ID TO PEX-ID.
           MOVE INS-NOM TO PEX-NOM.
           MOVE INS-CLASSE TO PEX-CLASSE.
           MOVE PAP-COURS(ix-papier) TO PEX-COURS.
           MOVE CRT-DATE(ix-creneau) TO PEX-DATE.
           MOVE CRT-DEMI-JOURNEE(ix-creneau) TO PEX-DEMI-JOURNEE.
           WRITE PLACEMENT-EXAMEN-ENREGISTREMENT.
           ADD 1 TO cpt-places.

      * Imprime une liste de porte par creneau et par salle, les
      * candidats dans l'ordre des places
       5000-EDITER-LISTES-SALLES.
           OPEN OUTPUT LISTES-SALLES-FILE.
           MOVE 'Listes de porte - premiere session' TO LIGNE-LISTE.
           WRITE LIGNE-LISTE.
           MOVE SPACES TO cle-liste.
           MOVE 'N' TO indic-fin-tri.
           OPEN INPUT PLACEMENTS-TRI-FILE.
           PERFORM 5100-LIRE-TRIE.
           PERFORM 5200-EDITER-CANDIDAT UNTIL fin-tri.
           CLOSE PLACEMENTS-TRI-FILE.
           CLOSE LISTES-SALLES-FILE.

      * Lecture d'un enregistrement PLACEMENTS.TRI
       5100-LIRE-TRIE.
           READ PLACEMENTS-TRI-FILE
               AT END SET fin-tri TO TRUE
           END-READ.

      * Edite le candidat courant, precede de l'en-tete de la salle
      * quand le creneau ou la salle change, puis relit
       5200-EDITER-CANDIDAT.
           IF PTR-CRENEAU NOT = cle-liste(1:2)
                   OR PTR-SALLE NOT = cle-liste(3:10)
               MOVE PTR-CRENEAU TO cle-liste(1:2)
               MOVE PTR-SALLE TO cle-liste(3:10)
               PERFORM 7000-LIBELLER-DEMI-JOURNEE
               MOVE SPACES TO LIGNE-LISTE
               WRITE LIGNE-LISTE
               MOVE SPACES TO ligne-edition
               STRING 'Salle ' DELIMITED BY SIZE
                   PTR-SALLE DELIMITED BY SIZE
                   '  creneau ' DELIMITED BY SIZE
                   PTR-CRENEAU DELIMITED BY SIZE
                   ' le ' DELIMITED BY SIZE
                   PTR-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   libelle-demi DELIMITED BY SIZE
                   INTO ligne-edition
               MOVE ligne-edition TO LIGNE-LISTE
               WRITE LIGNE-LISTE
           END-IF.
           MOVE SPACES TO ligne-edition.
           STRING '  place ' DELIMITED BY SIZE
               PTR-PLACE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PTR-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PTR-NOM DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               PTR-CLASSE DELIMITED BY SIZE
               '  epreuve ' DELIMITED BY SIZE
               PTR-COURS DELIMITED BY SIZE
               INTO ligne-edition.
           MOVE ligne-edition TO LIGNE-LISTE.
           WRITE LIGNE-LISTE.
           PERFORM 5100-LIRE-TRIE.

      * Imprime une convocation par etudiant, ses epreuves dans
      * l'ordre des creneaux
       6000-EDITER-CONVOCATIONS.
           OPEN OUTPUT CONVOCATIONS-FILE.
           MOVE SPACES TO id-courant.
           MOVE 'N' TO indic-fin-tri.
           OPEN INPUT PLACEMENTS-TRI-FILE.
           PERFORM 5100-LIRE-TRIE.
           PERFORM 6100-EDITER-EPREUVE UNTIL fin-tri.
           CLOSE PLACEMENTS-TRI-FILE.
           IF id-courant NOT = SPACES
               MOVE SPACES TO LIGNE-CONVOCATION
               WRITE LIGNE-CONVOCATION
           END-IF.
           CLOSE CONVOCATIONS-FILE.

      * Edite l'epreuve courante de l'etudiant, precedee de
      * l'en-tete de sa convocation quand l'etudiant change, puis
      * relit
       6100-EDITER-EPREUVE.
           IF PTR-ID NOT = id-courant
               IF id-courant NOT = SPACES
                   MOVE SPACES TO LIGNE-CONVOCATION
                   WRITE LIGNE-CONVOCATION
               END-IF
               MOVE PTR-ID TO id-courant
               MOVE SPACES TO LIGNE-CONVOCATION
               STRING '--- Convocation premiere session ---'
                   DELIMITED BY SIZE
                   INTO LIGNE-CONVOCATION
               WRITE LIGNE-CONVOCATION
               MOVE SPACES TO LIGNE-CONVOCATION
               STRING PTR-NOM DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   PTR-ID DELIMITED BY SIZE
                   ') classe ' DELIMITED BY SIZE
                   PTR-CLASSE DELIMITED BY SIZE
                   INTO LIGNE-CONVOCATION
               WRITE LIGNE-CONVOCATION
           END-IF.
           PERFORM 7000-LIBELLER-DEMI-JOURNEE.
           MOVE SPACES TO LIGNE-CONVOCATION.
           STRING 'Epreuve ' DELIMITED BY SIZE
               PTR-COURS DELIMITED BY SIZE
               ' le ' DELIMITED BY SIZE
               PTR-DATE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               libelle-demi DELIMITED BY SIZE
               ' salle ' DELIMITED BY SIZE
               PTR-SALLE DELIMITED BY SIZE
               ' place ' DELIMITED BY SIZE
               PTR-PLACE DELIMITED BY SIZE
               INTO LIGNE-CONVOCATION.
           WRITE LIGNE-CONVOCATION.
           PERFORM 5100-LIRE-TRIE.

      * Libelle de la demi-journee du placement trie courant
       7000-LIBELLER-DEMI-JOURNEE.
           IF PTR-DEMI-JOURNEE = 'A'
               MOVE 'apres-midi' TO libelle-demi
           ELSE
               MOVE 'matin' TO libelle-demi
           END-IF.

      * Trace la fin du job
       9000-FINALISER.
           DISPLAY 'Planification des examens : ' cpt-places
               ' places attribuees, ' cpt-rejets ' rejets'.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'PlanifierExamens' TO JOB-NOM.
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
           MOVE cpt-places TO JOB-ECRITS.
           MOVE cpt-rejets TO JOB-REJETS.
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
