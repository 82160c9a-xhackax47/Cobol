      * Code EtablirStatistiques en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. EtablirStatistiques.

      * Traitement par lots d'automne : etablit l'enquete
      * statistique annuelle due au ministere, jusqu'ici remplie a
      * la main depuis plusieurs rapports. Par classe : effectif
      * inscrit a la date de l'enquete (ETUDIANTS-MASTER.DAT),
      * decisions de passage de l'annee close (promus, redoublants,
      * renvois au jury et leurs taux), resultats de la deuxieme
      * session (notes de RATTRAPAGE.DAT presentees et reussies) et
      * absences (nombre, non justifiees, moyenne par eleve decide).
      * Pour l'etablissement : diplomes emis dans l'annee
      * (REGISTRE-DIPLOMES.DAT, duplicatas a part). L'annee
      * rapportee est la derniere annee close d'ANNEES-SCOLAIRES.DAT,
      * lue dans ses archives ; a defaut de cloture, l'annee en
      * cours est lue dans les fichiers courants.
      * L'enquete est ecrite au format fixe du ministere sur
      * STATISTIQUES-MINISTERE.DAT (entete H, une ligne C par
      * classe, ligne D des diplomes, fin T avec compte et totaux),
      * avec une copie de controle imprimee sur
      * RAPPORT-STATISTIQUES.DAT. Si les totaux ne se recoupent pas,
      * le fichier n'est pas produit : la copie de controle liste
      * les ecarts et le job rend 8.
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
           SELECT DECISIONS-FILE ASSIGN USING nom-decisions
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS decisions-statut.
           SELECT RATTRAPAGE-FILE ASSIGN USING nom-rattrapage
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS rattrapage-statut.
           SELECT ABSENCES-FILE ASSIGN USING nom-absences
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS absences-statut.
           SELECT REGISTRE-FILE ASSIGN TO "REGISTRE-DIPLOMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS registre-statut.
           SELECT STATISTIQUES-FILE
               ASSIGN TO "STATISTIQUES-MINISTERE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RAPPORT-FILE ASSIGN TO "RAPPORT-STATISTIQUES.DAT"
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
       FD ANNEES-FILE.
       COPY "cpanneescolaire.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD DECISIONS-FILE.
       COPY "cpdecisionpassage.cpy".

       FD RATTRAPAGE-FILE.
       COPY "cpnote.cpy".

       FD ABSENCES-FILE.
       COPY "cpabsence.cpy".

       FD REGISTRE-FILE.
       COPY "cpregistrediplome.cpy".

      * Enregistrements de l'enquete : entete 'H', classe 'C',
      * diplomes 'D', fin 'T' avec compte des enregistrements C et
      * D et totaux de controle. Les taux sont en pour cent a une
      * decimale, la moyenne d'absences en absences par eleve
       FD STATISTIQUES-FILE.
       01 STATISTIQUE-ENREGISTREMENT  PIC X(80).
       01 STATISTIQUE-ENTETE REDEFINES STATISTIQUE-ENREGISTREMENT.
           05 STA-H-TYPE              PIC X(01).
           05 STA-H-ETABLISSEMENT     PIC X(03).
           05 STA-H-ANNEE             PIC 9(04).
           05 STA-H-ANNEE-FIN         PIC 9(04).
           05 STA-H-DATE              PIC 9(08).
           05 STA-H-SOURCE            PIC X(01).
           05 FILLER                  PIC X(59).
       01 STATISTIQUE-CLASSE REDEFINES STATISTIQUE-ENREGISTREMENT.
           05 STA-C-TYPE              PIC X(01).
           05 STA-C-CLASSE            PIC X(05).
           05 STA-C-INSCRITS          PIC 9(05).
           05 STA-C-DECIDES           PIC 9(05).
           05 STA-C-PROMUS            PIC 9(05).
           05 STA-C-REDOUBLANTS       PIC 9(05).
           05 STA-C-JURY              PIC 9(05).
           05 STA-C-TAUX-PASSAGE      PIC 9(03)V9(01).
           05 STA-C-TAUX-REDOUBLEMENT PIC 9(03)V9(01).
           05 STA-C-RAT-PRESENTES     PIC 9(05).
           05 STA-C-RAT-REUSSIS       PIC 9(05).
           05 STA-C-TAUX-RATTRAPAGE   PIC 9(03)V9(01).
           05 STA-C-ABSENCES          PIC 9(06).
           05 STA-C-ABS-INJUSTIFIEES  PIC 9(06).
           05 STA-C-MOY-ABSENCES      PIC 9(03)V9(01).
           05 FILLER                  PIC X(11).
       01 STATISTIQUE-DIPLOMES REDEFINES STATISTIQUE-ENREGISTREMENT.
           05 STA-D-TYPE              PIC X(01).
           05 STA-D-DIPLOMES          PIC 9(05).
           05 STA-D-DUPLICATAS        PIC 9(05).
           05 FILLER                  PIC X(69).
       01 STATISTIQUE-FIN REDEFINES STATISTIQUE-ENREGISTREMENT.
           05 STA-T-TYPE              PIC X(01).
           05 STA-T-COMPTE            PIC 9(07).
           05 STA-T-INSCRITS          PIC 9(06).
           05 STA-T-DECIDES           PIC 9(06).
           05 STA-T-RAT-PRESENTES     PIC 9(06).
           05 STA-T-ABSENCES          PIC 9(07).
           05 STA-T-DIPLOMES          PIC 9(05).
           05 FILLER                  PIC X(42).

       FD RAPPORT-FILE.
       01 LIGNE-RAPPORT               PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 annees-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 decisions-statut PIC X(02).
       77 rattrapage-statut PIC X(02).
       77 absences-statut PIC X(02).
       77 registre-statut PIC X(02).
       77 indic-fin-annees PIC X(01) VALUE 'N'.
           88 fin-annees VALUE 'O'.
       77 indic-fin-etudiants PIC X(01) VALUE 'N'.
           88 fin-etudiants VALUE 'O'.
       77 indic-fin-decisions PIC X(01) VALUE 'N'.
           88 fin-decisions VALUE 'O'.
       77 indic-fin-rattrapage PIC X(01) VALUE 'N'.
           88 fin-rattrapage VALUE 'O'.
       77 indic-fin-absences PIC X(01) VALUE 'N'.
           88 fin-absences VALUE 'O'.
       77 indic-fin-registre PIC X(01) VALUE 'N'.
           88 fin-registre VALUE 'O'.
       77 indic-classe-trouvee PIC X(01) VALUE 'N'.
           88 classe-trouvee VALUE 'O'.
       77 indic-debordement PIC X(01) VALUE 'N'.
           88 table-debordee VALUE 'O'.
       77 indic-ecart PIC X(01) VALUE 'N'.
           88 totaux-en-ecart VALUE 'O'.

      * Annee rapportee (annee de rentree), bornes de l'annee
      * scolaire et source des chiffres : A archives de l'annee
      * close, C fichiers courants
       77 date-jour PIC 9(08) VALUE ZERO.
       77 annee-rapportee PIC 9(04) VALUE ZERO.
       77 annee-fin PIC 9(04) VALUE ZERO.
       77 date-debut-annee PIC 9(08) VALUE ZERO.
       77 date-fin-annee PIC 9(08) VALUE ZERO.
       77 source-chiffres PIC X(01) VALUE 'C'.
           88 source-archives VALUE 'A'.
       77 nom-decisions PIC X(30) VALUE 'DECISIONS-PASSAGE.DAT'.
       77 nom-rattrapage PIC X(30) VALUE 'RATTRAPAGE.DAT'.
       77 nom-absences PIC X(30) VALUE 'ABSENCES.DAT'.
       77 nom-statistiques PIC X(30)
           VALUE 'STATISTIQUES-MINISTERE.DAT'.
       77 code-classe PIC X(05) VALUE SPACES.

      * Totaux tenus a la lecture, independamment de la
      * ventilation par classe, pour le recoupement final
       77 lus-inscrits PIC 9(06) COMP VALUE ZERO.
       77 lus-decisions PIC 9(06) COMP VALUE ZERO.
       77 lus-promus PIC 9(06) COMP VALUE ZERO.
       77 lus-redoublants PIC 9(06) COMP VALUE ZERO.
       77 lus-jury PIC 9(06) COMP VALUE ZERO.
       77 lus-rattrapage PIC 9(06) COMP VALUE ZERO.
       77 lus-absences PIC 9(07) COMP VALUE ZERO.
       77 lus-registre PIC 9(06) COMP VALUE ZERO.
       77 cpt-diplomes PIC 9(05) COMP VALUE ZERO.
       77 cpt-duplicatas PIC 9(05) COMP VALUE ZERO.

      * Totaux recomposes depuis la table des classes
       77 som-inscrits PIC 9(06) COMP VALUE ZERO.
       77 som-decides PIC 9(06) COMP VALUE ZERO.
       77 som-promus PIC 9(06) COMP VALUE ZERO.
       77 som-redoublants PIC 9(06) COMP VALUE ZERO.
       77 som-jury PIC 9(06) COMP VALUE ZERO.
       77 som-rat-presentes PIC 9(06) COMP VALUE ZERO.
       77 som-absences PIC 9(07) COMP VALUE ZERO.
       77 cpt-ecarts PIC 9(03) COMP VALUE ZERO.
       77 cpt-enregistrements PIC 9(07) COMP VALUE ZERO.

      * Taux calcules pour la classe courante
       77 taux-passage PIC 9(03)V9(01) VALUE ZERO.
       77 taux-redoublement PIC 9(03)V9(01) VALUE ZERO.
       77 taux-rattrapage PIC 9(03)V9(01) VALUE ZERO.
       77 moy-absences PIC 9(03)V9(01) VALUE ZERO.

      * Zones editees de la copie de controle
       77 effectif-edite PIC ZZZZ9.
       77 decides-edite PIC ZZZZ9.
       77 promus-edite PIC ZZZZ9.
       77 redoublants-edite PIC ZZZZ9.
       77 jury-edite PIC ZZZZ9.
       77 presentes-edite PIC ZZZZ9.
       77 reussis-edite PIC ZZZZ9.
       77 absences-edite PIC ZZZZZ9.
       77 injustifiees-edite PIC ZZZZZ9.
       77 taux-passage-edite PIC ZZ9.9.
       77 taux-rattrapage-edite PIC ZZ9.9.
       77 moy-absences-edite PIC ZZ9.9.
       77 lus-edite PIC ZZZZZZ9.
       77 som-edite PIC ZZZZZZ9.
       77 libelle-ecart PIC X(30) VALUE SPACES.

      * Statistiques par classe, tenues dans l'ordre des codes
       77 nb-classes PIC 9(03) COMP VALUE ZERO.
       77 ix-classe PIC 9(03) COMP VALUE ZERO.
       77 ix-decalage PIC 9(03) COMP VALUE ZERO.
       77 limite-classes PIC 9(03) COMP VALUE 200.
       01 TABLE-CLASSES.
           05 CLASSE-STAT OCCURS 201.
               10 CST-CLASSE          PIC X(05).
               10 CST-INSCRITS        PIC 9(05) COMP.
               10 CST-DECIDES         PIC 9(05) COMP.
               10 CST-PROMUS          PIC 9(05) COMP.
               10 CST-REDOUBLANTS     PIC 9(05) COMP.
               10 CST-JURY            PIC 9(05) COMP.
               10 CST-RAT-PRESENTES   PIC 9(05) COMP.
               10 CST-RAT-REUSSIS     PIC 9(05) COMP.
               10 CST-ABSENCES        PIC 9(06) COMP.
               10 CST-ABS-INJUST      PIC 9(06) COMP.

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
           IF RETURN-CODE < 8
               PERFORM 2000-COMPTER-INSCRITS
               PERFORM 2200-COMPTER-DECISIONS
               PERFORM 2400-COMPTER-RATTRAPAGE
               PERFORM 2600-COMPTER-ABSENCES
               PERFORM 2800-COMPTER-DIPLOMES
               PERFORM 4000-RECOUPER-TOTAUX
               PERFORM 5000-EDITER-CONTROLE
               IF totaux-en-ecart
                   CALL "CBL_DELETE_FILE" USING nom-statistiques
                   DISPLAY 'ERREUR : ' cpt-ecarts ' ecart(s) de '
                       'totaux, enquete non produite ; voir '
                       'RAPPORT-STATISTIQUES.DAT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 6000-ECRIRE-ENQUETE
                   DISPLAY 'Enquete ' annee-rapportee '-' annee-fin
                       ' ecrite : ' nb-classes ' classes, '
                       lus-inscrits ' inscrits'
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
           MOVE 'EtablirStatistiques' TO JOB-NOM.
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

      * Remet a zero l'execution (appele depuis le menu sans
      * CANCEL), choisit l'annee rapportee et ses fichiers ; sans
      * fichier maitre des inscriptions, pas d'enquete
       1000-INITIALISER.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO nb-classes.
           MOVE ZERO TO lus-inscrits.
           MOVE ZERO TO lus-decisions.
           MOVE ZERO TO lus-promus.
           MOVE ZERO TO lus-redoublants.
           MOVE ZERO TO lus-jury.
           MOVE ZERO TO lus-rattrapage.
           MOVE ZERO TO lus-absences.
           MOVE ZERO TO lus-registre.
           MOVE ZERO TO cpt-diplomes.
           MOVE ZERO TO cpt-duplicatas.
           MOVE ZERO TO cpt-ecarts.
           MOVE ZERO TO cpt-enregistrements.
           MOVE 'N' TO indic-debordement.
           MOVE 'N' TO indic-ecart.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           ACCEPT date-jour FROM DATE YYYYMMDD.
           PERFORM 1100-CHOISIR-ANNEE.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut NOT = '00'
               DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT introuvable '
                   '(statut ' etudiants-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE ETUDIANTS-FILE
           END-IF.

      * Retient la derniere annee close du registre et lit ses
      * archives ; sans cloture, l'annee scolaire en cours et les
      * fichiers courants
       1100-CHOISIR-ANNEE.
           MOVE 'C' TO source-chiffres.
           MOVE date-jour(1:4) TO annee-rapportee.
           IF date-jour(5:2) < '09'
               SUBTRACT 1 FROM annee-rapportee
           END-IF.
           MOVE 'N' TO indic-fin-annees.
           OPEN INPUT ANNEES-FILE.
           IF annees-statut = '00'
               PERFORM 1110-LIRE-ANNEE
               PERFORM 1120-RETENIR-ANNEE UNTIL fin-annees
               CLOSE ANNEES-FILE
           END-IF.
           MOVE 'DECISIONS-PASSAGE.DAT' TO nom-decisions.
           MOVE 'RATTRAPAGE.DAT' TO nom-rattrapage.
           MOVE 'ABSENCES.DAT' TO nom-absences.
           IF source-archives
               PERFORM 1130-NOMMER-ARCHIVES
           END-IF.
           COMPUTE annee-fin = annee-rapportee + 1.
           COMPUTE date-debut-annee = annee-rapportee * 10000 + 901.
           COMPUTE date-fin-annee = annee-fin * 10000 + 831.

      * Lecture d'un enregistrement ANNEES-SCOLAIRES.DAT
       1110-LIRE-ANNEE.
           READ ANNEES-FILE
               AT END SET fin-annees TO TRUE
           END-READ.

      * Retient la cloture lue si elle est la plus recente, puis
      * relit
       1120-RETENIR-ANNEE.
           IF ASC-CLOTURE
               IF NOT source-archives OR ASC-ANNEE > annee-rapportee
                   MOVE ASC-ANNEE TO annee-rapportee
                   SET source-archives TO TRUE
               END-IF
           END-IF.
           PERFORM 1110-LIRE-ANNEE.

      * Construit les noms des archives de l'annee close
       1130-NOMMER-ARCHIVES.
           MOVE SPACES TO nom-decisions.
           STRING 'DECISIONS-PASSAGE.A' DELIMITED BY SIZE
               annee-rapportee DELIMITED BY SIZE
               INTO nom-decisions.
           MOVE SPACES TO nom-rattrapage.
           STRING 'RATTRAPAGE.A' DELIMITED BY SIZE
               annee-rapportee DELIMITED BY SIZE
               INTO nom-rattrapage.
           MOVE SPACES TO nom-absences.
           STRING 'ABSENCES.A' DELIMITED BY SIZE
               annee-rapportee DELIMITED BY SIZE
               INTO nom-absences.

      * Effectif inscrit par classe a la date de l'enquete
       2000-COMPTER-INSCRITS.
           MOVE 'N' TO indic-fin-etudiants.
           OPEN INPUT ETUDIANTS-FILE.
           PERFORM 2010-LIRE-ETUDIANT.
           PERFORM 2020-COMPTER-ETUDIANT UNTIL fin-etudiants.
           CLOSE ETUDIANTS-FILE.

      * Lecture sequentielle du fichier des inscriptions
       2010-LIRE-ETUDIANT.
           READ ETUDIANTS-FILE
               AT END SET fin-etudiants TO TRUE
           END-READ.

      * Compte l'inscrit dans sa classe, puis relit
       2020-COMPTER-ETUDIANT.
           IF INS-INSCRIT
               ADD 1 TO lus-inscrits
               MOVE INS-CLASSE TO code-classe
               PERFORM 2900-POSER-CLASSE
               IF classe-trouvee
                   ADD 1 TO CST-INSCRITS(ix-classe)
               END-IF
           END-IF.
           PERFORM 2010-LIRE-ETUDIANT.

      * Decisions de passage de l'annee rapportee, par classe de
      * decision
       2200-COMPTER-DECISIONS.
           MOVE 'N' TO indic-fin-decisions.
           OPEN INPUT DECISIONS-FILE.
           IF decisions-statut NOT = '00'
               DISPLAY 'AVERTISSEMENT : ' nom-decisions
                   ' absent, aucune decision rapportee'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 2210-LIRE-DECISION
               PERFORM 2220-COMPTER-DECISION UNTIL fin-decisions
               CLOSE DECISIONS-FILE
           END-IF.

      * Lecture d'un enregistrement des decisions de passage
       2210-LIRE-DECISION.
           READ DECISIONS-FILE
               AT END SET fin-decisions TO TRUE
           END-READ.

      * Compte la decision dans sa classe si elle est de l'annee
      * rapportee, puis relit
       2220-COMPTER-DECISION.
           IF DPS-DATE >= date-debut-annee
                   AND DPS-DATE <= date-fin-annee
               ADD 1 TO lus-decisions
               EVALUATE TRUE
                   WHEN DPS-PROMU
                       ADD 1 TO lus-promus
                   WHEN DPS-REDOUBLE
                       ADD 1 TO lus-redoublants
                   WHEN DPS-JURY
                       ADD 1 TO lus-jury
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE DPS-CLASSE TO code-classe
               PERFORM 2900-POSER-CLASSE
               IF classe-trouvee
                   ADD 1 TO CST-DECIDES(ix-classe)
                   EVALUATE TRUE
                       WHEN DPS-PROMU
                           ADD 1 TO CST-PROMUS(ix-classe)
                       WHEN DPS-REDOUBLE
                           ADD 1 TO CST-REDOUBLANTS(ix-classe)
                       WHEN DPS-JURY
                           ADD 1 TO CST-JURY(ix-classe)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 2210-LIRE-DECISION.

      * Notes de deuxieme session presentees et reussies, par
      * classe
       2400-COMPTER-RATTRAPAGE.
           MOVE 'N' TO indic-fin-rattrapage.
           OPEN INPUT RATTRAPAGE-FILE.
           IF rattrapage-statut = '00'
               PERFORM 2410-LIRE-RATTRAPAGE
               PERFORM 2420-COMPTER-RATTRAPAGE UNTIL fin-rattrapage
               CLOSE RATTRAPAGE-FILE
           END-IF.

      * Lecture d'un enregistrement des notes de rattrapage
       2410-LIRE-RATTRAPAGE.
           READ RATTRAPAGE-FILE
               AT END SET fin-rattrapage TO TRUE
           END-READ.

      * Compte la note presentee, et reussie a 10 ou plus, puis
      * relit
       2420-COMPTER-RATTRAPAGE.
           ADD 1 TO lus-rattrapage.
           MOVE NOTE-CLASSE TO code-classe.
           PERFORM 2900-POSER-CLASSE.
           IF classe-trouvee
               ADD 1 TO CST-RAT-PRESENTES(ix-classe)
               IF NOTE-VALEUR >= 10
                   ADD 1 TO CST-RAT-REUSSIS(ix-classe)
               END-IF
           END-IF.
           PERFORM 2410-LIRE-RATTRAPAGE.

      * Absences de l'annee rapportee, par classe
       2600-COMPTER-ABSENCES.
           MOVE 'N' TO indic-fin-absences.
           OPEN INPUT ABSENCES-FILE.
           IF absences-statut = '00'
               PERFORM 2610-LIRE-ABSENCE
               PERFORM 2620-COMPTER-ABSENCE UNTIL fin-absences
               CLOSE ABSENCES-FILE
           END-IF.

      * Lecture d'un enregistrement des absences
       2610-LIRE-ABSENCE.
           READ ABSENCES-FILE
               AT END SET fin-absences TO TRUE
           END-READ.

      * Compte l'absence de l'annee dans sa classe, puis relit
       2620-COMPTER-ABSENCE.
           IF ABS-DATE >= date-debut-annee
                   AND ABS-DATE <= date-fin-annee
               ADD 1 TO lus-absences
               MOVE ABS-CLASSE TO code-classe
               PERFORM 2900-POSER-CLASSE
               IF classe-trouvee
                   ADD 1 TO CST-ABSENCES(ix-classe)
                   IF NOT ABS-EST-JUSTIFIEE
                       ADD 1 TO CST-ABS-INJUST(ix-classe)
                   END-IF
               END-IF
           END-IF.
           PERFORM 2610-LIRE-ABSENCE.

      * Diplomes emis dans l'annee rapportee, duplicatas a part
       2800-COMPTER-DIPLOMES.
           MOVE 'N' TO indic-fin-registre.
           OPEN INPUT REGISTRE-FILE.
           IF registre-statut = '00'
               PERFORM 2810-LIRE-DIPLOME
               PERFORM 2820-COMPTER-DIPLOME UNTIL fin-registre
               CLOSE REGISTRE-FILE
           END-IF.

      * Lecture d'un enregistrement REGISTRE-DIPLOMES.DAT
       2810-LIRE-DIPLOME.
           READ REGISTRE-FILE
               AT END SET fin-registre TO TRUE
           END-READ.

      * Compte le diplome s'il est de l'annee, puis relit
       2820-COMPTER-DIPLOME.
           IF RGD-DATE >= date-debut-annee
                   AND RGD-DATE <= date-fin-annee
               ADD 1 TO lus-registre
               IF RGD-EST-DUPLICATA
                   ADD 1 TO cpt-duplicatas
               ELSE
                   ADD 1 TO cpt-diplomes
               END-IF
           END-IF.
           PERFORM 2810-LIRE-DIPLOME.

      * Trouve la classe de code-classe dans la table, ou l'y
      * insere a son rang ; table pleine, la classe n'est pas
      * ventilee et le recoupement le signalera
       2900-POSER-CLASSE.
           MOVE 'N' TO indic-classe-trouvee.
           MOVE ZERO TO ix-classe.
           PERFORM 2910-COMPARER-CLASSE
               UNTIL classe-trouvee OR ix-classe >= nb-classes
                   OR CST-CLASSE(ix-classe + 1) > code-classe.
           IF NOT classe-trouvee
               IF nb-classes < limite-classes
                   ADD 1 TO ix-classe
                   PERFORM 2920-DECALER-CLASSE
                       VARYING ix-decalage FROM nb-classes BY -1
                       UNTIL ix-decalage < ix-classe
                   ADD 1 TO nb-classes
                   INITIALIZE CLASSE-STAT(ix-classe)
                   MOVE code-classe TO CST-CLASSE(ix-classe)
                   SET classe-trouvee TO TRUE
               ELSE
                   SET table-debordee TO TRUE
               END-IF
           END-IF.

      * Compare la classe suivante de la table au code cherche
       2910-COMPARER-CLASSE.
           ADD 1 TO ix-classe.
           IF CST-CLASSE(ix-classe) = code-classe
               SET classe-trouvee TO TRUE
           END-IF.

      * Descend d'un rang la classe courante pour ouvrir la place
      * de la classe inseree
       2920-DECALER-CLASSE.
           MOVE CLASSE-STAT(ix-decalage)
               TO CLASSE-STAT(ix-decalage + 1).

      * Recoupe les totaux recomposes par classe avec ceux tenus
      * a la lecture ; tout ecart interdit la production
       4000-RECOUPER-TOTAUX.
           MOVE ZERO TO som-inscrits.
           MOVE ZERO TO som-decides.
           MOVE ZERO TO som-promus.
           MOVE ZERO TO som-redoublants.
           MOVE ZERO TO som-jury.
           MOVE ZERO TO som-rat-presentes.
           MOVE ZERO TO som-absences.
           PERFORM 4100-CUMULER-CLASSE
               VARYING ix-classe FROM 1 BY 1
               UNTIL ix-classe > nb-classes.
           IF table-debordee
               ADD 1 TO cpt-ecarts
           END-IF.
           IF som-inscrits NOT = lus-inscrits
               ADD 1 TO cpt-ecarts
           END-IF.
           IF som-decides NOT = lus-decisions
               ADD 1 TO cpt-ecarts
           END-IF.
           IF som-promus + som-redoublants + som-jury
                   NOT = lus-decisions
               ADD 1 TO cpt-ecarts
           END-IF.
           IF som-promus NOT = lus-promus
                   OR som-redoublants NOT = lus-redoublants
                   OR som-jury NOT = lus-jury
               ADD 1 TO cpt-ecarts
           END-IF.
           IF som-rat-presentes NOT = lus-rattrapage
               ADD 1 TO cpt-ecarts
           END-IF.
           IF som-absences NOT = lus-absences
               ADD 1 TO cpt-ecarts
           END-IF.
           IF cpt-diplomes + cpt-duplicatas NOT = lus-registre
               ADD 1 TO cpt-ecarts
           END-IF.
           IF cpt-ecarts > ZERO
               SET totaux-en-ecart TO TRUE
           END-IF.

      * Cumule la classe courante et controle sa coherence propre
      * (reussis au plus presentes, non justifiees au plus
      * absences)
       4100-CUMULER-CLASSE.
           ADD CST-INSCRITS(ix-classe) TO som-inscrits.
           ADD CST-DECIDES(ix-classe) TO som-decides.
           ADD CST-PROMUS(ix-classe) TO som-promus.
           ADD CST-REDOUBLANTS(ix-classe) TO som-redoublants.
           ADD CST-JURY(ix-classe) TO som-jury.
           ADD CST-RAT-PRESENTES(ix-classe) TO som-rat-presentes.
           ADD CST-ABSENCES(ix-classe) TO som-absences.
           IF CST-RAT-REUSSIS(ix-classe)
                   > CST-RAT-PRESENTES(ix-classe)
               ADD 1 TO cpt-ecarts
           END-IF.
           IF CST-ABS-INJUST(ix-classe) > CST-ABSENCES(ix-classe)
               ADD 1 TO cpt-ecarts
           END-IF.

      * Calcule les taux de la classe courante ; sans decision ou
      * sans presentes, le taux vaut zero
       4200-CALCULER-TAUX.
           MOVE ZERO TO taux-passage.
           MOVE ZERO TO taux-redoublement.
           MOVE ZERO TO taux-rattrapage.
           MOVE ZERO TO moy-absences.
           IF CST-DECIDES(ix-classe) > ZERO
               COMPUTE taux-passage ROUNDED =
                   CST-PROMUS(ix-classe) * 100
                   / CST-DECIDES(ix-classe)
               COMPUTE taux-redoublement ROUNDED =
                   CST-REDOUBLANTS(ix-classe) * 100
                   / CST-DECIDES(ix-classe)
               COMPUTE moy-absences ROUNDED =
                   CST-ABSENCES(ix-classe) / CST-DECIDES(ix-classe)
           END-IF.
           IF CST-RAT-PRESENTES(ix-classe) > ZERO
               COMPUTE taux-rattrapage ROUNDED =
                   CST-RAT-REUSSIS(ix-classe) * 100
                   / CST-RAT-PRESENTES(ix-classe)
           END-IF.

      * Imprime la copie de controle : une ligne par classe, les
      * diplomes, puis le recoupement des totaux
       5000-EDITER-CONTROLE.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'Enquete statistique annuelle ' DELIMITED BY SIZE
               annee-rapportee DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               annee-fin DELIMITED BY SIZE
               ' - copie de controle du ' DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF source-archives
               STRING 'Source : archives de l''annee close '
                   DELIMITED BY SIZE
                   annee-rapportee DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
           ELSE
               MOVE 'Source : fichiers de l''annee en cours'
                   TO LIGNE-RAPPORT
           END-IF.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE 'Class Insc. Dec. Prom. Red. Jury %Pass Ratt. Reus.'
               TO LIGNE-RAPPORT.
           MOVE '  Abs. N.just Moy.' TO LIGNE-RAPPORT(51:18).
           WRITE LIGNE-RAPPORT.
           PERFORM 5100-EDITER-CLASSE
               VARYING ix-classe FROM 1 BY 1
               UNTIL ix-classe > nb-classes.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE cpt-diplomes TO promus-edite.
           MOVE cpt-duplicatas TO redoublants-edite.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'Diplomes emis dans l''annee : ' DELIMITED BY SIZE
               promus-edite DELIMITED BY SIZE
               '   duplicatas : ' DELIMITED BY SIZE
               redoublants-edite DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE 'Recoupement des totaux        lus      ventiles'
               TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE 'Inscrits' TO libelle-ecart.
           MOVE lus-inscrits TO lus-edite.
           MOVE som-inscrits TO som-edite.
           PERFORM 5200-EDITER-RECOUPEMENT.
           MOVE 'Decisions de passage' TO libelle-ecart.
           MOVE lus-decisions TO lus-edite.
           MOVE som-decides TO som-edite.
           PERFORM 5200-EDITER-RECOUPEMENT.
           MOVE 'Promus+redoublants+jury' TO libelle-ecart.
           MOVE lus-decisions TO lus-edite.
           COMPUTE som-edite = som-promus + som-redoublants + som-jury.
           PERFORM 5200-EDITER-RECOUPEMENT.
           MOVE 'Notes de rattrapage' TO libelle-ecart.
           MOVE lus-rattrapage TO lus-edite.
           MOVE som-rat-presentes TO som-edite.
           PERFORM 5200-EDITER-RECOUPEMENT.
           MOVE 'Absences' TO libelle-ecart.
           MOVE lus-absences TO lus-edite.
           MOVE som-absences TO som-edite.
           PERFORM 5200-EDITER-RECOUPEMENT.
           MOVE 'Diplomes et duplicatas' TO libelle-ecart.
           MOVE lus-registre TO lus-edite.
           COMPUTE som-edite = cpt-diplomes + cpt-duplicatas.
           PERFORM 5200-EDITER-RECOUPEMENT.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF table-debordee
               MOVE '*** Plus de 200 classes : table des classes pleine'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               MOVE SPACES TO LIGNE-RAPPORT
           END-IF.
           IF totaux-en-ecart
               MOVE '*** Totaux en ecart : enquete NON produite'
                   TO LIGNE-RAPPORT
           ELSE
               STRING 'Totaux concordants : enquete ecrite sur '
                   DELIMITED BY SIZE
                   nom-statistiques DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
           END-IF.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-FILE.

      * Imprime la ligne de la classe courante, marquee si ses
      * propres chiffres sont incoherents
       5100-EDITER-CLASSE.
           PERFORM 4200-CALCULER-TAUX.
           MOVE CST-INSCRITS(ix-classe) TO effectif-edite.
           MOVE CST-DECIDES(ix-classe) TO decides-edite.
           MOVE CST-PROMUS(ix-classe) TO promus-edite.
           MOVE CST-REDOUBLANTS(ix-classe) TO redoublants-edite.
           MOVE CST-JURY(ix-classe) TO jury-edite.
           MOVE taux-passage TO taux-passage-edite.
           MOVE CST-RAT-PRESENTES(ix-classe) TO presentes-edite.
           MOVE CST-RAT-REUSSIS(ix-classe) TO reussis-edite.
           MOVE CST-ABSENCES(ix-classe) TO absences-edite.
           MOVE CST-ABS-INJUST(ix-classe) TO injustifiees-edite.
           MOVE moy-absences TO moy-absences-edite.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING CST-CLASSE(ix-classe) DELIMITED BY SIZE
               effectif-edite DELIMITED BY SIZE
               decides-edite DELIMITED BY SIZE
               promus-edite DELIMITED BY SIZE
               redoublants-edite DELIMITED BY SIZE
               jury-edite DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               taux-passage-edite DELIMITED BY SIZE
               presentes-edite DELIMITED BY SIZE
               reussis-edite DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               absences-edite DELIMITED BY SIZE
               injustifiees-edite DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               moy-absences-edite DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           IF CST-RAT-REUSSIS(ix-classe)
                   > CST-RAT-PRESENTES(ix-classe)
                   OR CST-ABS-INJUST(ix-classe)
                   > CST-ABSENCES(ix-classe)
               MOVE ' ***' TO LIGNE-RAPPORT(72:4)
           END-IF.
           WRITE LIGNE-RAPPORT.

      * Imprime une ligne du recoupement, marquee si les deux
      * totaux different
       5200-EDITER-RECOUPEMENT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING libelle-ecart DELIMITED BY SIZE
               lus-edite DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               som-edite DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           IF lus-edite NOT = som-edite
               MOVE ' *** ecart' TO LIGNE-RAPPORT(52:10)
           END-IF.
           WRITE LIGNE-RAPPORT.

      * Ecrit l'enquete au format du ministere : entete, une ligne
      * par classe, les diplomes, puis la fin avec le compte des
      * enregistrements et les totaux de controle
       6000-ECRIRE-ENQUETE.
           MOVE ZERO TO cpt-enregistrements.
           OPEN OUTPUT STATISTIQUES-FILE.
           MOVE SPACES TO STATISTIQUE-ENREGISTREMENT.
           MOVE 'H' TO STA-H-TYPE.
           MOVE site-exploitation TO STA-H-ETABLISSEMENT.
           MOVE annee-rapportee TO STA-H-ANNEE.
           MOVE annee-fin TO STA-H-ANNEE-FIN.
           MOVE date-jour TO STA-H-DATE.
           MOVE source-chiffres TO STA-H-SOURCE.
           WRITE STATISTIQUE-ENREGISTREMENT.
           PERFORM 6100-ECRIRE-CLASSE
               VARYING ix-classe FROM 1 BY 1
               UNTIL ix-classe > nb-classes.
           MOVE SPACES TO STATISTIQUE-ENREGISTREMENT.
           MOVE 'D' TO STA-D-TYPE.
           MOVE cpt-diplomes TO STA-D-DIPLOMES.
           MOVE cpt-duplicatas TO STA-D-DUPLICATAS.
           WRITE STATISTIQUE-ENREGISTREMENT.
           ADD 1 TO cpt-enregistrements.
           MOVE SPACES TO STATISTIQUE-ENREGISTREMENT.
           MOVE 'T' TO STA-T-TYPE.
           MOVE cpt-enregistrements TO STA-T-COMPTE.
           MOVE lus-inscrits TO STA-T-INSCRITS.
           MOVE lus-decisions TO STA-T-DECIDES.
           MOVE lus-rattrapage TO STA-T-RAT-PRESENTES.
           MOVE lus-absences TO STA-T-ABSENCES.
           MOVE cpt-diplomes TO STA-T-DIPLOMES.
           WRITE STATISTIQUE-ENREGISTREMENT.
           CLOSE STATISTIQUES-FILE.

      * Ecrit la ligne de la classe courante
       6100-ECRIRE-CLASSE.
           PERFORM 4200-CALCULER-TAUX.
           MOVE SPACES TO STATISTIQUE-ENREGISTREMENT.
           MOVE 'C' TO STA-C-TYPE.
           MOVE CST-CLASSE(ix-classe) TO STA-C-CLASSE.
           MOVE CST-INSCRITS(ix-classe) TO STA-C-INSCRITS.
           MOVE CST-DECIDES(ix-classe) TO STA-C-DECIDES.
           MOVE CST-PROMUS(ix-classe) TO STA-C-PROMUS.
           MOVE CST-REDOUBLANTS(ix-classe) TO STA-C-REDOUBLANTS.
           MOVE CST-JURY(ix-classe) TO STA-C-JURY.
           MOVE taux-passage TO STA-C-TAUX-PASSAGE.
           MOVE taux-redoublement TO STA-C-TAUX-REDOUBLEMENT.
           MOVE CST-RAT-PRESENTES(ix-classe) TO STA-C-RAT-PRESENTES.
           MOVE CST-RAT-REUSSIS(ix-classe) TO STA-C-RAT-REUSSIS.
           MOVE taux-rattrapage TO STA-C-TAUX-RATTRAPAGE.
           MOVE CST-ABSENCES(ix-classe) TO STA-C-ABSENCES.
           MOVE CST-ABS-INJUST(ix-classe) TO STA-C-ABS-INJUSTIFIEES.
           MOVE moy-absences TO STA-C-MOY-ABSENCES.
           WRITE STATISTIQUE-ENREGISTREMENT.
           ADD 1 TO cpt-enregistrements.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'EtablirStatistiques' TO JOB-NOM.
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
           MOVE lus-inscrits TO JOB-LUS.
           MOVE cpt-enregistrements TO JOB-ECRITS.
           MOVE cpt-ecarts TO JOB-REJETS.
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
