      * Code RapportErreursSaisie en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportErreursSaisie.

      * Rapport du taux d'erreur de saisie par operateur, tire de
      * SAISIES.DAT : pour chaque operateur, le nombre de saisies,
      * celles que la double saisie a confirmees, celles qu'elle a
      * corrigees, le taux d'erreur (corrigees sur controlees) et
      * celles qui attendent encore leur verification. Les saisies
      * anterieures a la consignation de l'operateur sont reunies
      * sous "(aucun)". Ecrit RAPPORT-ERREURS-SAISIE.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAISIES-FILE ASSIGN TO "SAISIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS saisies-statut.
           SELECT RAPPORT-ERREURS-FILE
               ASSIGN TO "RAPPORT-ERREURS-SAISIE.DAT"
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
       FD SAISIES-FILE.
       COPY "cpsaisie.cpy".

       FD RAPPORT-ERREURS-FILE.
       01 LIGNE-ERREURS               PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 saisies-statut PIC X(02).
       77 indic-fin-saisies PIC X(01) VALUE 'N'.
           88 fin-saisies VALUE 'O'.
       77 indic-operateur-connu PIC X(01) VALUE 'N'.
           88 operateur-connu VALUE 'O'.
       77 rang-trouve PIC 9(03) COMP VALUE ZERO.
       77 cpt-lues PIC 9(07) COMP VALUE ZERO.
       77 date-jour PIC 9(08).
       77 controlees PIC 9(07) COMP VALUE ZERO.
       77 taux-erreur PIC 9(03)V99 VALUE ZERO.
       77 taux-edite PIC ZZ9.99.
       77 compte-edite PIC ZZZZZZ9.
       77 nom-operateur PIC X(08).

      * Cumuls par operateur
       77 nb-operateurs PIC 9(03) COMP VALUE ZERO.
       01 TABLE-OPERATEURS.
           05 OPR-ENTREE OCCURS 100 TIMES INDEXED BY idx-opr.
               10 OPR-OPERATEUR PIC X(08).
               10 OPR-SAISIES PIC 9(07).
               10 OPR-VERIFIEES PIC 9(07).
               10 OPR-CORRIGEES PIC 9(07).
               10 OPR-EN-ATTENTE PIC 9(07).

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
           PERFORM 2000-CUMULER-SAISIES UNTIL fin-saisies.
           PERFORM 9000-FINALISER.
           GOBACK.

      * Remet a zero l'etat d'une execution precedente, le menu
      * pouvant rappeler le rapport sans le decharger
       0010-RAZ-EXECUTION.
           MOVE 'N' TO indic-fin-saisies.
           MOVE ZERO TO nb-operateurs.
           MOVE ZERO TO cpt-lues.

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
           MOVE 'RapportErreursSaisie' TO JOB-NOM.
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

      * Ouvre le fichier des saisies ; absent, le rapport est
      * simplement vide
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           OPEN INPUT SAISIES-FILE.
           IF saisies-statut NOT = '00'
               SET fin-saisies TO TRUE
           ELSE
               PERFORM 2100-LIRE-SAISIE
           END-IF.

      * Lecture d'un enregistrement SAISIES.DAT
       2100-LIRE-SAISIE.
           READ SAISIES-FILE
               AT END SET fin-saisies TO TRUE
           END-READ.

      * Porte la saisie courante au cumul de son operateur, en le
      * creant au besoin, puis relit
       2000-CUMULER-SAISIES.
           ADD 1 TO cpt-lues.
           PERFORM 3000-TROUVER-OPERATEUR.
           IF rang-trouve = ZERO AND nb-operateurs < 100
               ADD 1 TO nb-operateurs
               MOVE SAI-OPERATEUR TO OPR-OPERATEUR(nb-operateurs)
               MOVE ZERO TO OPR-SAISIES(nb-operateurs)
               MOVE ZERO TO OPR-VERIFIEES(nb-operateurs)
               MOVE ZERO TO OPR-CORRIGEES(nb-operateurs)
               MOVE ZERO TO OPR-EN-ATTENTE(nb-operateurs)
               MOVE nb-operateurs TO rang-trouve
           END-IF.
           IF rang-trouve > ZERO
               ADD 1 TO OPR-SAISIES(rang-trouve)
               EVALUATE TRUE
                   WHEN SAI-VERIFIEE
                       ADD 1 TO OPR-VERIFIEES(rang-trouve)
                   WHEN SAI-CORRIGEE
                       ADD 1 TO OPR-CORRIGEES(rang-trouve)
                   WHEN OTHER
                       ADD 1 TO OPR-EN-ATTENTE(rang-trouve)
               END-EVALUATE
           END-IF.
           PERFORM 2100-LIRE-SAISIE.

      * Cherche l'entree de la table portant l'operateur de la
      * saisie
       3000-TROUVER-OPERATEUR.
           MOVE ZERO TO rang-trouve.
           MOVE 'N' TO indic-operateur-connu.
           PERFORM 3100-COMPARER-OPERATEUR
               VARYING idx-opr FROM 1 BY 1
               UNTIL idx-opr > nb-operateurs OR operateur-connu.

      * Compare l'entree courante de la table a l'operateur de la
      * saisie
       3100-COMPARER-OPERATEUR.
           IF OPR-OPERATEUR(idx-opr) = SAI-OPERATEUR
               SET operateur-connu TO TRUE
               MOVE idx-opr TO rang-trouve
           END-IF.

      * Imprime une ligne par operateur et ferme ; trace la fin du
      * job
       9000-FINALISER.
           OPEN OUTPUT RAPPORT-ERREURS-FILE.
           MOVE SPACES TO LIGNE-ERREURS.
           STRING 'Taux d''erreur de saisie par operateur - '
               DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-ERREURS.
           WRITE LIGNE-ERREURS.
           IF nb-operateurs = ZERO
               MOVE '  (aucune saisie)' TO LIGNE-ERREURS
               WRITE LIGNE-ERREURS
           ELSE
               MOVE SPACES TO LIGNE-ERREURS
               STRING '  Operateur  Saisies  Verifiees  Corrigees'
                   DELIMITED BY SIZE
                   '  Taux %  Attente' DELIMITED BY SIZE
                   INTO LIGNE-ERREURS
               WRITE LIGNE-ERREURS
               PERFORM 9100-LIGNE-OPERATEUR
                   VARYING idx-opr FROM 1 BY 1
                   UNTIL idx-opr > nb-operateurs
           END-IF.
           CLOSE RAPPORT-ERREURS-FILE.
           IF saisies-statut = '10'
               CLOSE SAISIES-FILE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Ligne d'un operateur ; le taux d'erreur porte sur les seules
      * saisies deja controlees
       9100-LIGNE-OPERATEUR.
           MOVE OPR-OPERATEUR(idx-opr) TO nom-operateur.
           IF nom-operateur = SPACES
               MOVE '(aucun)' TO nom-operateur
           END-IF.
           COMPUTE controlees =
               OPR-VERIFIEES(idx-opr) + OPR-CORRIGEES(idx-opr).
           IF controlees = ZERO
               MOVE ZERO TO taux-erreur
           ELSE
               COMPUTE taux-erreur ROUNDED =
                   OPR-CORRIGEES(idx-opr) * 100 / controlees
           END-IF.
           MOVE taux-erreur TO taux-edite.
           MOVE SPACES TO LIGNE-ERREURS.
           MOVE nom-operateur TO LIGNE-ERREURS(3:8).
           MOVE OPR-SAISIES(idx-opr) TO compte-edite.
           MOVE compte-edite TO LIGNE-ERREURS(14:7).
           MOVE OPR-VERIFIEES(idx-opr) TO compte-edite.
           MOVE compte-edite TO LIGNE-ERREURS(25:7).
           MOVE OPR-CORRIGEES(idx-opr) TO compte-edite.
           MOVE compte-edite TO LIGNE-ERREURS(36:7).
           MOVE taux-edite TO LIGNE-ERREURS(45:6).
           MOVE OPR-EN-ATTENTE(idx-opr) TO compte-edite.
           MOVE compte-edite TO LIGNE-ERREURS(53:7).
           WRITE LIGNE-ERREURS.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportErreursSaisie' TO JOB-NOM.
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
           MOVE cpt-lues TO JOB-LUS.
           MOVE nb-operateurs TO JOB-ECRITS.
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
