      * Code ExporterHeuresPaie en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ExporterHeuresPaie.

      * Traitement par lots de fin de mois : transmet au prestataire
      * de paie, dans HEURES-PAIE.DAT, les heures variables des
      * feuilles d'heures de FEUILLES-HEURES.DAT pas encore
      * transmises, du mois de paie (celui de la date
      * d'exploitation) ou d'un mois anterieur : les heures
      * supplementaires approuvees (rubrique HSUP) et les
      * heures de remplacement (rubrique HREM). Une feuille refusee
      * ne transmet que ses heures de remplacement. Une feuille dont
      * les heures supplementaires attendent encore l'approbation,
      * ou dont l'enseignant n'a pas de matricule de paie, est
      * retenue pour un export suivant. Les feuilles transmises sont
      * datees. Le rapport de controle RAPPORT-EXPORT-PAIE.DAT
      * reprend chaque ligne transmise et les totaux portes sur la
      * fin du fichier, puis les feuilles retenues.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEUILLES-FILE ASSIGN TO "FEUILLES-HEURES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS feuilles-statut.
           SELECT FEUILLES-NOUVEAU-FILE
               ASSIGN TO "FEUILLES-HEURES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS enseignants-statut.
           SELECT EXPORT-PAIE-FILE ASSIGN TO "HEURES-PAIE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RAPPORT-EXPORT-FILE
               ASSIGN TO "RAPPORT-EXPORT-PAIE.DAT"
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
      * Meme structure d'enregistrement pour le fichier des feuilles
      * et sa recopie ; les references sont qualifiees par OF pour
      * lever l'ambiguite
       FD FEUILLES-FILE.
       COPY "cpfeuilleheures.cpy".

       FD FEUILLES-NOUVEAU-FILE.
       COPY "cpfeuilleheures.cpy".

       FD ENSEIGNANTS-FILE.
       COPY "cpenseignant.cpy".

       FD EXPORT-PAIE-FILE.
       COPY "cpexportpaie.cpy".

       FD RAPPORT-EXPORT-FILE.
       01 LIGNE-EXPORT                PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 feuilles-statut PIC X(02).
       77 enseignants-statut PIC X(02).
       77 indic-fin-feuilles PIC X(01) VALUE 'N'.
           88 fin-feuilles VALUE 'O'.
       77 indic-fin-enseignants PIC X(01) VALUE 'N'.
           88 fin-enseignants VALUE 'O'.
       77 indic-enseignant PIC X(01) VALUE 'N'.
           88 enseignant-trouve VALUE 'O'.
       77 date-jour PIC 9(08).
       77 mois-paie PIC 9(06).
       77 matricule-paie PIC X(10).
       77 rubrique PIC X(04).
       77 heures-ligne PIC 9(05)V99.
       77 cpt-lues PIC 9(07) COMP VALUE ZERO.
       77 cpt-lignes PIC 9(06) VALUE ZERO.
       77 cpt-transmises PIC 9(07) COMP VALUE ZERO.
       77 cpt-attente PIC 9(07) COMP VALUE ZERO.
       77 cpt-sans-matricule PIC 9(07) COMP VALUE ZERO.
       77 total-heures PIC 9(07)V99 VALUE ZERO.
       77 compte-edite PIC ZZZZZ9.
       77 heures-editees PIC ZZ,ZZ9.99.
       77 total-edite PIC Z,ZZZ,ZZ9.99.
       77 sup-editees PIC ZZ9.9.
       77 rempl-editees PIC ZZ9.9.

      * Matricules de paie des enseignants du fichier maitre
       77 nb-enseignants PIC 9(03) COMP VALUE ZERO.
       01 TABLE-ENSEIGNANTS.
           05 TEN-ENTREE OCCURS 500 TIMES INDEXED BY idx-ten.
               10 TEN-ID PIC X(06).
               10 TEN-MATRICULE PIC X(10).

      * Feuilles retenues, listees en fin de rapport
       77 nb-retenues PIC 9(03) COMP VALUE ZERO.
       01 TABLE-RETENUES.
           05 RET-ENTREE OCCURS 500 TIMES INDEXED BY idx-ret.
               10 RET-MOTIF PIC X(01).
                   88 RET-ATTENTE VALUE 'A'.
                   88 RET-SANS-MATRICULE VALUE 'M'.
               10 RET-ENSEIGNANT PIC X(06).
               10 RET-MOIS PIC 9(06).
               10 RET-HEURES-SUP PIC 9(03)V9.
               10 RET-HEURES-REMPL PIC 9(03)V9.

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
       77 job-secondes-debut PIC S9(07) COMP VALUE ZERO.
       77 job-secondes-fin PIC S9(07) COMP.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
      * Date d'exploitation de l'execution, posee par la chaine de
      * nuit ou par la repetition ; a zero, elle vaut la date du
      * jour
       77 date-exploitation PIC 9(08) EXTERNAL.
       COPY "cphorlog.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-TRAITER-FEUILLE UNTIL fin-feuilles.
           PERFORM 9000-FINALISER.
           GOBACK.

      * Remet a zero l'etat d'une execution precedente, le menu ou
      * la chaine pouvant rappeler l'export sans le decharger
       0010-RAZ-EXECUTION.
           MOVE 'N' TO indic-fin-feuilles.
           MOVE 'N' TO indic-fin-enseignants.
           MOVE ZERO TO nb-enseignants.
           MOVE ZERO TO nb-retenues.
           MOVE ZERO TO cpt-lues.
           MOVE ZERO TO cpt-lignes.
           MOVE ZERO TO cpt-transmises.
           MOVE ZERO TO cpt-attente.
           MOVE ZERO TO cpt-sans-matricule.
           MOVE ZERO TO total-heures.

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
           MOVE 'ExporterHeuresPaie' TO JOB-NOM.
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

      * Charge les matricules de paie, ouvre les feuilles et leur
      * recopie, ecrit l'entete du fichier de paie et du rapport ;
      * sans feuilles, l'export est simplement vide
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           IF date-exploitation IS NUMERIC
                   AND date-exploitation > ZERO
               MOVE date-exploitation TO date-jour
           ELSE
               MOVE CP-HLG-DATE TO date-jour
           END-IF.
           MOVE date-jour(1:6) TO mois-paie.
           PERFORM 1100-CHARGER-ENSEIGNANTS.
           OPEN OUTPUT EXPORT-PAIE-FILE.
           MOVE SPACES TO EXPORT-PAIE-ENREGISTREMENT.
           SET EXP-ENTETE TO TRUE.
           MOVE mois-paie TO EXE-MOIS-PAIE.
           MOVE date-jour TO EXE-DATE-CREATION.
           WRITE EXPORT-PAIE-ENREGISTREMENT.
           OPEN OUTPUT RAPPORT-EXPORT-FILE.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING 'Export des heures variables vers la paie - mois '
               DELIMITED BY SIZE
               mois-paie DELIMITED BY SIZE
               INTO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.
           MOVE 'Matricule  Rub.  Mois       Heures  Enseignant'
               TO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.
           OPEN INPUT FEUILLES-FILE.
           IF feuilles-statut NOT = '00'
               SET fin-feuilles TO TRUE
           ELSE
               OPEN OUTPUT FEUILLES-NOUVEAU-FILE
               PERFORM 2100-LIRE-FEUILLE
           END-IF.

      * Charge en table l'identifiant et le matricule de paie de
      * chaque enseignant
       1100-CHARGER-ENSEIGNANTS.
           OPEN INPUT ENSEIGNANTS-FILE.
           IF enseignants-statut = '00'
               PERFORM 1110-LIRE-ENSEIGNANT
               PERFORM 1120-RANGER-ENSEIGNANT
                   UNTIL fin-enseignants
               CLOSE ENSEIGNANTS-FILE
           END-IF.

      * Lecture d'un enregistrement ENSEIGNANTS.DAT
       1110-LIRE-ENSEIGNANT.
           READ ENSEIGNANTS-FILE
               AT END SET fin-enseignants TO TRUE
           END-READ.

      * Range la fiche courante dans la table, puis relit
       1120-RANGER-ENSEIGNANT.
           IF nb-enseignants < 500
               ADD 1 TO nb-enseignants
               MOVE ENS-ID TO TEN-ID(nb-enseignants)
               MOVE ENS-MATRICULE-PAIE TO TEN-MATRICULE(nb-enseignants)
           END-IF.
           PERFORM 1110-LIRE-ENSEIGNANT.

      * Lecture d'un enregistrement FEUILLES-HEURES.DAT
       2100-LIRE-FEUILLE.
           READ FEUILLES-FILE
               AT END SET fin-feuilles TO TRUE
           END-READ.

      * Transmet la feuille courante si elle n'a pas deja ete
      * transmise et que son mois est echu, la recopie puis relit
       2000-TRAITER-FEUILLE.
           ADD 1 TO cpt-lues.
           IF FEU-DATE-TRANSMISSION OF FEUILLES-FILE IS NOT NUMERIC
               MOVE ZERO TO FEU-DATE-TRANSMISSION OF FEUILLES-FILE
           END-IF.
           IF FEU-DATE-TRANSMISSION OF FEUILLES-FILE = ZERO
                   AND FEU-MOIS OF FEUILLES-FILE <= mois-paie
               PERFORM 2200-EXPORTER-FEUILLE
           END-IF.
           MOVE FEUILLE-HEURES-ENREGISTREMENT OF FEUILLES-FILE
               TO FEUILLE-HEURES-ENREGISTREMENT
               OF FEUILLES-NOUVEAU-FILE.
           WRITE FEUILLE-HEURES-ENREGISTREMENT OF FEUILLES-NOUVEAU-FILE.
           PERFORM 2100-LIRE-FEUILLE.

      * Retient la feuille en attente d'approbation ou sans
      * matricule ; sinon ecrit ses rubriques et la date
       2200-EXPORTER-FEUILLE.
           PERFORM 3000-CHERCHER-MATRICULE.
           EVALUATE TRUE
               WHEN FEU-A-APPROUVER OF FEUILLES-FILE
                   ADD 1 TO cpt-attente
                   PERFORM 2300-RETENIR-FEUILLE
               WHEN matricule-paie = SPACES
                   ADD 1 TO cpt-sans-matricule
                   PERFORM 2300-RETENIR-FEUILLE
               WHEN OTHER
                   IF FEU-APPROUVEE OF FEUILLES-FILE
                           AND FEU-HEURES-SUP OF FEUILLES-FILE > ZERO
                       MOVE 'HSUP' TO rubrique
                       MOVE FEU-HEURES-SUP OF FEUILLES-FILE
                           TO heures-ligne
                       PERFORM 2400-ECRIRE-LIGNE
                   END-IF
                   IF FEU-HEURES-REMPL OF FEUILLES-FILE > ZERO
                       MOVE 'HREM' TO rubrique
                       MOVE FEU-HEURES-REMPL OF FEUILLES-FILE
                           TO heures-ligne
                       PERFORM 2400-ECRIRE-LIGNE
                   END-IF
                   MOVE date-jour TO FEU-DATE-TRANSMISSION
                       OF FEUILLES-FILE
                   ADD 1 TO cpt-transmises
           END-EVALUATE.

      * Range la feuille retenue pour la liste de fin de rapport
       2300-RETENIR-FEUILLE.
           IF nb-retenues < 500
               ADD 1 TO nb-retenues
               IF FEU-A-APPROUVER OF FEUILLES-FILE
                   SET RET-ATTENTE(nb-retenues) TO TRUE
               ELSE
                   SET RET-SANS-MATRICULE(nb-retenues) TO TRUE
               END-IF
               MOVE FEU-ENSEIGNANT OF FEUILLES-FILE
                   TO RET-ENSEIGNANT(nb-retenues)
               MOVE FEU-MOIS OF FEUILLES-FILE TO RET-MOIS(nb-retenues)
               MOVE FEU-HEURES-SUP OF FEUILLES-FILE
                   TO RET-HEURES-SUP(nb-retenues)
               MOVE FEU-HEURES-REMPL OF FEUILLES-FILE
                   TO RET-HEURES-REMPL(nb-retenues)
           END-IF.

      * Ecrit une ligne de rubrique au fichier de paie et la reprend
      * au rapport de controle
       2400-ECRIRE-LIGNE.
           MOVE SPACES TO EXPORT-PAIE-ENREGISTREMENT.
           SET EXP-DETAIL TO TRUE.
           MOVE matricule-paie TO EXD-MATRICULE.
           MOVE rubrique TO EXD-RUBRIQUE.
           MOVE FEU-MOIS OF FEUILLES-FILE TO EXD-MOIS.
           MOVE heures-ligne TO EXD-HEURES.
           MOVE FEU-ENSEIGNANT OF FEUILLES-FILE TO EXD-ENSEIGNANT.
           WRITE EXPORT-PAIE-ENREGISTREMENT.
           ADD 1 TO cpt-lignes.
           ADD heures-ligne TO total-heures.
           MOVE heures-ligne TO heures-editees.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING matricule-paie DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               rubrique DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FEU-MOIS OF FEUILLES-FILE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               heures-editees DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               FEU-ENSEIGNANT OF FEUILLES-FILE DELIMITED BY SIZE
               INTO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.

      * Retrouve le matricule de paie de l'enseignant de la feuille ;
      * un enseignant absent du maitre n'en a pas
       3000-CHERCHER-MATRICULE.
           MOVE SPACES TO matricule-paie.
           MOVE 'N' TO indic-enseignant.
           PERFORM 3100-COMPARER-ENSEIGNANT
               VARYING idx-ten FROM 1 BY 1
               UNTIL idx-ten > nb-enseignants OR enseignant-trouve.

      * Compare l'entree courante de la table a l'enseignant de la
      * feuille
       3100-COMPARER-ENSEIGNANT.
           IF TEN-ID(idx-ten) = FEU-ENSEIGNANT OF FEUILLES-FILE
               SET enseignant-trouve TO TRUE
               MOVE TEN-MATRICULE(idx-ten) TO matricule-paie
           END-IF.

      * Ecrit la fin du fichier de paie, les totaux et les feuilles
      * retenues au rapport, remplace les feuilles par leur recopie
      * datee et trace la fin du job
       9000-FINALISER.
           MOVE SPACES TO EXPORT-PAIE-ENREGISTREMENT.
           SET EXP-FIN TO TRUE.
           MOVE cpt-lignes TO EXF-NB-LIGNES.
           MOVE total-heures TO EXF-TOTAL-HEURES.
           WRITE EXPORT-PAIE-ENREGISTREMENT.
           CLOSE EXPORT-PAIE-FILE.
           IF cpt-lignes = ZERO
               MOVE '  (aucune heure a transmettre)' TO LIGNE-EXPORT
               WRITE LIGNE-EXPORT
           END-IF.
           MOVE cpt-lignes TO compte-edite.
           MOVE total-heures TO total-edite.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING 'Lignes transmises : ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               '   Total des heures : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.
           MOVE cpt-transmises TO compte-edite.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING 'Feuilles transmises : ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.
           MOVE cpt-attente TO compte-edite.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING 'Feuilles en attente d''approbation, retenues : '
               DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.
           PERFORM 9100-LIGNE-RETENUE
               VARYING idx-ret FROM 1 BY 1
               UNTIL idx-ret > nb-retenues.
           MOVE cpt-sans-matricule TO compte-edite.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING 'Feuilles sans matricule de paie, retenues : '
               DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.
           PERFORM 9200-LIGNE-SANS-MATRICULE
               VARYING idx-ret FROM 1 BY 1
               UNTIL idx-ret > nb-retenues.
           CLOSE RAPPORT-EXPORT-FILE.
           IF feuilles-statut = '10'
               CLOSE FEUILLES-FILE
               CLOSE FEUILLES-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "FEUILLES-HEURES.DAT"
               CALL "CBL_RENAME_FILE" USING "FEUILLES-HEURES.NOUVEAU"
                   "FEUILLES-HEURES.DAT"
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Ligne d'une feuille retenue en attente d'approbation
       9100-LIGNE-RETENUE.
           IF RET-ATTENTE(idx-ret)
               PERFORM 9300-ECRIRE-RETENUE
           END-IF.

      * Ligne d'une feuille retenue faute de matricule de paie
       9200-LIGNE-SANS-MATRICULE.
           IF RET-SANS-MATRICULE(idx-ret)
               PERFORM 9300-ECRIRE-RETENUE
           END-IF.

      * Ecrit l'enseignant, le mois et les heures de la feuille
      * retenue
       9300-ECRIRE-RETENUE.
           MOVE RET-HEURES-SUP(idx-ret) TO sup-editees.
           MOVE RET-HEURES-REMPL(idx-ret) TO rempl-editees.
           MOVE SPACES TO LIGNE-EXPORT.
           STRING '  ' DELIMITED BY SIZE
               RET-ENSEIGNANT(idx-ret) DELIMITED BY SIZE
               '  mois ' DELIMITED BY SIZE
               RET-MOIS(idx-ret) DELIMITED BY SIZE
               '  sup. ' DELIMITED BY SIZE
               sup-editees DELIMITED BY SIZE
               '  rempl. ' DELIMITED BY SIZE
               rempl-editees DELIMITED BY SIZE
               INTO LIGNE-EXPORT.
           WRITE LIGNE-EXPORT.

      * Trace la fin du job sur JOBLOG.DAT ; les feuilles sans
      * matricule de paie sont comptees en rejet
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'ExporterHeuresPaie' TO JOB-NOM.
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
           MOVE cpt-lignes TO JOB-ECRITS.
           MOVE cpt-sans-matricule TO JOB-REJETS.
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
