      * Code RapportSuspens en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportSuspens.

      * Traitement quotidien de la chaine, apres ManipulationAdd :
      * balance agee du suspens. Les transactions encore dans
      * SUSPENS-TRANSACTIONS.DAT sont comptees par motif de mise en
      * suspens et par tranche d'anciennete (0-7, 8-30, 31-60, 61-90
      * et plus de 90 jours), puis celles qui depassent le seuil de
      * PARAM-SUSPENS.DAT (30 jours par defaut) sont listees une a
      * une. Le tout est edite sur RAPPORT-SUSPENS.DAT ; une
      * transaction au-dela du seuil donne le code retour 4. Une
      * transaction sans date de mise en suspens est comptee dans la
      * premiere tranche et signalee au total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENS-FILE ASSIGN TO "SUSPENS-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS suspens-statut.
           SELECT PARAM-FILE ASSIGN TO "PARAM-SUSPENS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-statut.
           SELECT RAPPORT-SUSPENS-FILE ASSIGN TO "RAPPORT-SUSPENS.DAT"
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
       FD SUSPENS-FILE.
       COPY "cpsuspens.cpy".

       FD PARAM-FILE.
       COPY "cpparamsuspens.cpy".

       FD RAPPORT-SUSPENS-FILE.
       01 LIGNE-SUSPENS               PIC X(90).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 suspens-statut PIC X(02).
       77 param-statut PIC X(02).
       77 indic-fin-suspens PIC X(01) VALUE 'N'.
           88 fin-suspens VALUE 'O'.
       77 indic-date-connue PIC X(01) VALUE 'N'.
           88 date-connue VALUE 'O'.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 jours-alerte PIC 9(03) VALUE 30.
       77 anciennete PIC 9(05) VALUE ZERO.
       77 montant-edite PIC -,---,--9.99.

       77 cpt-suspens PIC 9(05) COMP VALUE ZERO.
       77 cpt-anciens PIC 9(05) COMP VALUE ZERO.
       77 cpt-sans-date PIC 9(05) COMP VALUE ZERO.
       77 nombre-edite PIC Z(4)9.

      * Bornes hautes des tranches d'anciennete ; la derniere
      * tranche recoit tout le reste
       77 ix-tranche PIC 9(01) COMP VALUE ZERO.
       01 BORNES-VALEURS.
           05 FILLER PIC X(12) VALUE '007030060090'.
       01 TABLE-BORNES REDEFINES BORNES-VALEURS.
           05 BOR-JOURS               PIC 9(03) OCCURS 4.
       01 TOTAUX-TRANCHES.
           05 TOT-TRANCHE             PIC 9(05) COMP OCCURS 5.

      * Cumuls par motif de mise en suspens ; au-dela de la table,
      * les motifs restants sont regroupes sur la derniere entree
       77 nb-motifs PIC 9(02) COMP VALUE ZERO.
       77 ix-motif PIC 9(02) COMP VALUE ZERO.
       77 limite-motifs PIC 9(02) COMP VALUE 30.
       77 indic-motif-trouve PIC X(01) VALUE 'N'.
           88 motif-trouve VALUE 'O'.
       01 TABLE-MOTIFS.
           05 MOTIF-TABLE OCCURS 30.
               10 MTB-MOTIF           PIC X(30).
               10 MTB-TRANCHE         PIC 9(05) COMP OCCURS 5.
               10 MTB-TOTAL           PIC 9(05) COMP.

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
           OPEN OUTPUT RAPPORT-SUSPENS-FILE.
           MOVE SPACES TO LIGNE-SUSPENS.
           STRING 'Balance agee du suspens au ' DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-SUSPENS.
           WRITE LIGNE-SUSPENS.
           PERFORM 2000-CUMULER-SUSPENS.
           PERFORM 3000-EDITER-MOTIFS.
           PERFORM 4000-LISTER-ANCIENS.
           PERFORM 5000-EDITER-TOTAUX.
           CLOSE RAPPORT-SUSPENS-FILE.
           IF cpt-anciens > ZERO
               DISPLAY 'AVERTISSEMENT : transactions en suspens '
                   'depuis plus de ' jours-alerte
                   ' jours, voir RAPPORT-SUSPENS.DAT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'RapportSuspens : ' cpt-suspens
               ' transaction(s) en suspens, ' cpt-anciens
               ' au-dela du seuil'.
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
           MOVE 'RapportSuspens' TO JOB-NOM.
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

      * Remet a zero l'execution et lit le seuil d'anciennete
       1000-INITIALISER.
           MOVE ZERO TO cpt-suspens.
           MOVE ZERO TO cpt-anciens.
           MOVE ZERO TO cpt-sans-date.
           MOVE ZERO TO nb-motifs.
           MOVE 30 TO jours-alerte.
           INITIALIZE TOTAUX-TRANCHES.
           INITIALIZE TABLE-MOTIFS.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           OPEN INPUT PARAM-FILE.
           IF param-statut = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PSU-JOURS-ALERTE IS NUMERIC
                               AND PSU-JOURS-ALERTE > ZERO
                           MOVE PSU-JOURS-ALERTE TO jours-alerte
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Premier passage sur le suspens : cumuls par motif et par
      * tranche
       2000-CUMULER-SUSPENS.
           MOVE 'N' TO indic-fin-suspens.
           OPEN INPUT SUSPENS-FILE.
           IF suspens-statut = '00'
               PERFORM 2100-LIRE-SUSPENS
               PERFORM 2200-CUMULER-TRANSACTION UNTIL fin-suspens
               CLOSE SUSPENS-FILE
           END-IF.

      * Lecture d'un enregistrement SUSPENS-TRANSACTIONS.DAT
       2100-LIRE-SUSPENS.
           READ SUSPENS-FILE
               AT END SET fin-suspens TO TRUE
           END-READ.

      * Range la transaction lue dans sa tranche et sous son motif,
      * puis relit
       2200-CUMULER-TRANSACTION.
           ADD 1 TO cpt-suspens.
           PERFORM 2300-CALCULER-ANCIENNETE.
           IF NOT date-connue
               ADD 1 TO cpt-sans-date
           END-IF.
           PERFORM 2400-CHERCHER-MOTIF.
           ADD 1 TO TOT-TRANCHE(ix-tranche).
           ADD 1 TO MTB-TRANCHE(ix-motif, ix-tranche).
           ADD 1 TO MTB-TOTAL(ix-motif).
           PERFORM 2100-LIRE-SUSPENS.

      * Anciennete en jours depuis la mise en suspens et tranche
      * correspondante
       2300-CALCULER-ANCIENNETE.
           MOVE ZERO TO anciennete.
           IF SUS-DATE-SUSPENS IS NUMERIC
                   AND SUS-DATE-SUSPENS > ZERO
                   AND SUS-DATE-SUSPENS <= date-jour
               COMPUTE anciennete =
                   FUNCTION INTEGER-OF-DATE(date-jour)
                   - FUNCTION INTEGER-OF-DATE(SUS-DATE-SUSPENS)
               MOVE 'O' TO indic-date-connue
           ELSE
               MOVE 'N' TO indic-date-connue
           END-IF.
           MOVE 1 TO ix-tranche.
           PERFORM 2310-AVANCER-TRANCHE
               UNTIL ix-tranche > 4
               OR anciennete <= BOR-JOURS(ix-tranche).

      * Passe a la tranche suivante
       2310-AVANCER-TRANCHE.
           ADD 1 TO ix-tranche.

      * Cherche le motif dans la table, l'ajoute s'il est nouveau
       2400-CHERCHER-MOTIF.
           MOVE 'N' TO indic-motif-trouve.
           PERFORM 2410-COMPARER-MOTIF
               VARYING ix-motif FROM 1 BY 1
               UNTIL ix-motif > nb-motifs OR motif-trouve.
           IF motif-trouve
               SUBTRACT 1 FROM ix-motif
           ELSE
               IF nb-motifs < limite-motifs
                   ADD 1 TO nb-motifs
                   MOVE SUS-MOTIF TO MTB-MOTIF(nb-motifs)
               ELSE
                   MOVE 'AUTRES MOTIFS' TO MTB-MOTIF(nb-motifs)
               END-IF
               MOVE nb-motifs TO ix-motif
           END-IF.

      * Compare le motif suivant de la table au motif lu
       2410-COMPARER-MOTIF.
           IF MTB-MOTIF(ix-motif) = SUS-MOTIF
               SET motif-trouve TO TRUE
           END-IF.

      * Edite la balance agee, une ligne par motif
       3000-EDITER-MOTIFS.
           MOVE SPACES TO LIGNE-SUSPENS.
           WRITE LIGNE-SUSPENS.
           MOVE 'Motif' TO LIGNE-SUSPENS.
           MOVE '  0-7' TO LIGNE-SUSPENS(32:5).
           MOVE ' 8-30' TO LIGNE-SUSPENS(39:5).
           MOVE '31-60' TO LIGNE-SUSPENS(46:5).
           MOVE '61-90' TO LIGNE-SUSPENS(53:5).
           MOVE '  91+' TO LIGNE-SUSPENS(60:5).
           MOVE 'Total' TO LIGNE-SUSPENS(67:5).
           WRITE LIGNE-SUSPENS.
           PERFORM 3100-EDITER-MOTIF
               VARYING ix-motif FROM 1 BY 1
               UNTIL ix-motif > nb-motifs.
           MOVE SPACES TO LIGNE-SUSPENS.
           MOVE 'Toutes transactions' TO LIGNE-SUSPENS.
           PERFORM 3200-EDITER-TRANCHE-TOTALE
               VARYING ix-tranche FROM 1 BY 1
               UNTIL ix-tranche > 5.
           MOVE cpt-suspens TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SUSPENS(67:5).
           WRITE LIGNE-SUSPENS.

      * Edite les compteurs d'un motif
       3100-EDITER-MOTIF.
           MOVE SPACES TO LIGNE-SUSPENS.
           MOVE MTB-MOTIF(ix-motif) TO LIGNE-SUSPENS(1:30).
           PERFORM 3110-EDITER-TRANCHE-MOTIF
               VARYING ix-tranche FROM 1 BY 1
               UNTIL ix-tranche > 5.
           MOVE MTB-TOTAL(ix-motif) TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SUSPENS(67:5).
           WRITE LIGNE-SUSPENS.

      * Place le compteur d'une tranche du motif dans sa colonne
       3110-EDITER-TRANCHE-MOTIF.
           MOVE MTB-TRANCHE(ix-motif, ix-tranche) TO nombre-edite.
           MOVE nombre-edite TO
               LIGNE-SUSPENS((ix-tranche * 7) + 25:5).

      * Place le total d'une tranche dans sa colonne
       3200-EDITER-TRANCHE-TOTALE.
           MOVE TOT-TRANCHE(ix-tranche) TO nombre-edite.
           MOVE nombre-edite TO
               LIGNE-SUSPENS((ix-tranche * 7) + 25:5).

      * Second passage : liste des transactions au-dela du seuil
       4000-LISTER-ANCIENS.
           MOVE SPACES TO LIGNE-SUSPENS.
           WRITE LIGNE-SUSPENS.
           MOVE SPACES TO LIGNE-SUSPENS.
           STRING 'En suspens depuis plus de ' DELIMITED BY SIZE
               jours-alerte DELIMITED BY SIZE
               ' jours :' DELIMITED BY SIZE
               INTO LIGNE-SUSPENS.
           WRITE LIGNE-SUSPENS.
           MOVE 'N' TO indic-fin-suspens.
           OPEN INPUT SUSPENS-FILE.
           IF suspens-statut = '00'
               PERFORM 2100-LIRE-SUSPENS
               PERFORM 4100-EXAMINER-TRANSACTION UNTIL fin-suspens
               CLOSE SUSPENS-FILE
           END-IF.

      * Liste la transaction lue si elle depasse le seuil, puis
      * relit
       4100-EXAMINER-TRANSACTION.
           PERFORM 2300-CALCULER-ANCIENNETE.
           IF anciennete > jours-alerte
               ADD 1 TO cpt-anciens
               MOVE SPACES TO LIGNE-SUSPENS
               MOVE SUS-NUMERO TO LIGNE-SUSPENS(1:9)
               MOVE SUS-MONTANT TO montant-edite
               MOVE montant-edite TO LIGNE-SUSPENS(11:13)
               MOVE SUS-DEVISE TO LIGNE-SUSPENS(25:3)
               MOVE SUS-MOTIF TO LIGNE-SUSPENS(29:30)
               MOVE anciennete TO nombre-edite
               MOVE nombre-edite TO LIGNE-SUSPENS(60:5)
               MOVE 'jours' TO LIGNE-SUSPENS(66:5)
               WRITE LIGNE-SUSPENS
           END-IF.
           PERFORM 2100-LIRE-SUSPENS.

      * Edite les totaux du rapport
       5000-EDITER-TOTAUX.
           MOVE SPACES TO LIGNE-SUSPENS.
           WRITE LIGNE-SUSPENS.
           MOVE 'Transactions en suspens : ' TO LIGNE-SUSPENS.
           MOVE cpt-suspens TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SUSPENS(27:5).
           WRITE LIGNE-SUSPENS.
           MOVE 'Au-dela du seuil        : ' TO LIGNE-SUSPENS.
           MOVE cpt-anciens TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SUSPENS(27:5).
           WRITE LIGNE-SUSPENS.
           MOVE 'Sans date de suspens    : ' TO LIGNE-SUSPENS.
           MOVE cpt-sans-date TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SUSPENS(27:5).
           WRITE LIGNE-SUSPENS.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportSuspens' TO JOB-NOM.
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
           MOVE cpt-suspens TO JOB-LUS.
           MOVE cpt-anciens TO JOB-ECRITS.
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
