      * Code RapportRegularisations en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportRegularisations.

      * Traitement a la demande : echeancier des regularisations
      * REGULARISATIONS.DAT restant a passer. Chaque regularisation
      * en cours est editee avec son montant, ce qui en a deja ete
      * passe, le reste a passer et le nombre de mois restant a
      * courir, les charges a payer puis les charges constatees
      * d'avance, avec un total par nature, puis le total general
      * et le nombre de regularisations deja soldees.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGULARISATIONS-FILE
               ASSIGN TO "REGULARISATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS regularisations-statut.
           SELECT RAPPORT-REG-FILE
               ASSIGN TO "RAPPORT-REGULARISATIONS.DAT"
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
       FD REGULARISATIONS-FILE.
       COPY "cpregularisation.cpy".

       FD RAPPORT-REG-FILE.
       01 LIGNE-REG                   PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 regularisations-statut PIC X(02).
       77 indic-fin-regularisations PIC X(01) VALUE 'N'.
           88 fin-regularisations VALUE 'O'.
       77 indic-regularisation-trouvee PIC X(01) VALUE 'N'.
           88 regularisation-trouvee VALUE 'O'.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 cpt-lignes PIC 9(07) COMP VALUE ZERO.
       77 cpt-en-cours PIC 9(05) COMP VALUE ZERO.
       77 cpt-soldees PIC 9(05) COMP VALUE ZERO.
       77 nature-en-cours PIC X(01) VALUE SPACE.
       77 reste-a-passer PIC S9(7)V99 VALUE ZERO.
       77 mois-restants PIC S9(05) COMP VALUE ZERO.
       77 montant-edite PIC -(9)9.99.
       77 mois-edite PIC ZZ9.
       77 nombre-edite PIC Z(4)9.

      * Etat courant de l'echeancier, la derniere ligne d'un numero
      * faisant foi
       77 nb-regularisations PIC 9(04) COMP VALUE ZERO.
       77 ix-regularisation PIC 9(04) COMP VALUE ZERO.
       77 limite-regularisations PIC 9(04) COMP VALUE 2000.
       01 TABLE-REGULARISATIONS.
           05 REGULARISATION-TABLE OCCURS 2000.
               10 RTB-NUMERO          PIC 9(06).
               10 RTB-IMAGE           PIC X(113).

      * Cumuls par nature et totaux generaux
       01 CUMULS-NATURE.
           05 CUN-MONTANT             PIC S9(9)V99.
           05 CUN-PASSE               PIC S9(9)V99.
           05 CUN-RESTE               PIC S9(9)V99.
       01 TOTAUX-GENERAUX.
           05 TOT-MONTANT             PIC S9(9)V99.
           05 TOT-PASSE               PIC S9(9)V99.
           05 TOT-RESTE               PIC S9(9)V99.

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
           PERFORM 5000-EDITER-RAPPORT.
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
           MOVE 'RapportRegularisa' TO JOB-NOM.
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

      * Remet a zero l'execution et charge l'etat courant de
      * l'echeancier
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           MOVE ZERO TO cpt-lignes.
           MOVE ZERO TO cpt-en-cours.
           MOVE ZERO TO cpt-soldees.
           MOVE ZERO TO TOT-MONTANT.
           MOVE ZERO TO TOT-PASSE.
           MOVE ZERO TO TOT-RESTE.
           PERFORM 1500-CHARGER-REGULARISATIONS.

      * Charge l'etat courant de l'echeancier, la derniere ligne
      * d'un numero recouvrant la precedente
       1500-CHARGER-REGULARISATIONS.
           MOVE ZERO TO nb-regularisations.
           MOVE 'N' TO indic-fin-regularisations.
           OPEN INPUT REGULARISATIONS-FILE.
           IF regularisations-statut = '00'
               PERFORM 1510-LIRE-REGULARISATION
               PERFORM 1520-RETENIR-REGULARISATION
                   UNTIL fin-regularisations
               CLOSE REGULARISATIONS-FILE
           END-IF.

      * Lecture d'un enregistrement REGULARISATIONS.DAT
       1510-LIRE-REGULARISATION.
           READ REGULARISATIONS-FILE
               AT END SET fin-regularisations TO TRUE
           END-READ.

      * Range la regularisation lue dans la table, en recouvrant la
      * ligne anterieure du meme numero, puis relit
       1520-RETENIR-REGULARISATION.
           ADD 1 TO cpt-lignes.
           MOVE 'N' TO indic-regularisation-trouvee.
           MOVE ZERO TO ix-regularisation.
           PERFORM 1530-COMPARER-REGULARISATION
               UNTIL regularisation-trouvee
               OR ix-regularisation >= nb-regularisations.
           IF NOT regularisation-trouvee
               IF nb-regularisations < limite-regularisations
                   ADD 1 TO nb-regularisations
                   MOVE nb-regularisations TO ix-regularisation
                   SET regularisation-trouvee TO TRUE
               END-IF
           END-IF.
           IF regularisation-trouvee
               MOVE REG-NUMERO TO RTB-NUMERO(ix-regularisation)
               MOVE REGULARISATION-ENREGISTREMENT
                   TO RTB-IMAGE(ix-regularisation)
           END-IF.
           PERFORM 1510-LIRE-REGULARISATION.

      * Compare la ligne suivante de la table au numero lu
       1530-COMPARER-REGULARISATION.
           ADD 1 TO ix-regularisation.
           IF RTB-NUMERO(ix-regularisation) = REG-NUMERO
               SET regularisation-trouvee TO TRUE
           END-IF.

      * Edite l'etat : un bloc par nature, puis le total general et
      * le nombre de regularisations soldees
       5000-EDITER-RAPPORT.
           OPEN OUTPUT RAPPORT-REG-FILE.
           MOVE SPACES TO LIGNE-REG.
           STRING 'Regularisations restant a passer au '
               DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-REG.
           WRITE LIGNE-REG.
           MOVE SPACES TO LIGNE-REG.
           MOVE 'Numero' TO LIGNE-REG(3:6).
           MOVE 'Libelle' TO LIGNE-REG(10:7).
           MOVE 'Montant' TO LIGNE-REG(37:7).
           MOVE 'Passe' TO LIGNE-REG(53:5).
           MOVE 'Reste' TO LIGNE-REG(67:5).
           MOVE 'Mois' TO LIGNE-REG(73:4).
           WRITE LIGNE-REG.
           MOVE 'A' TO nature-en-cours.
           PERFORM 5100-EDITER-UNE-NATURE.
           MOVE 'P' TO nature-en-cours.
           PERFORM 5100-EDITER-UNE-NATURE.
           MOVE SPACES TO LIGNE-REG.
           MOVE '=== Total general' TO LIGNE-REG(1:17).
           MOVE TOT-MONTANT TO montant-edite.
           MOVE montant-edite TO LIGNE-REG(31:13).
           MOVE TOT-PASSE TO montant-edite.
           MOVE montant-edite TO LIGNE-REG(45:13).
           MOVE TOT-RESTE TO montant-edite.
           MOVE montant-edite TO LIGNE-REG(59:13).
           WRITE LIGNE-REG.
           MOVE SPACES TO LIGNE-REG.
           MOVE 'En cours : ' TO LIGNE-REG(1:11).
           MOVE cpt-en-cours TO nombre-edite.
           MOVE nombre-edite TO LIGNE-REG(12:5).
           MOVE '   soldees : ' TO LIGNE-REG(17:13).
           MOVE cpt-soldees TO nombre-edite.
           MOVE nombre-edite TO LIGNE-REG(30:5).
           WRITE LIGNE-REG.
           CLOSE RAPPORT-REG-FILE.

      * Edite la nature courante : entete, regularisations en cours
      * et total de la nature
       5100-EDITER-UNE-NATURE.
           MOVE ZERO TO CUN-MONTANT.
           MOVE ZERO TO CUN-PASSE.
           MOVE ZERO TO CUN-RESTE.
           MOVE SPACES TO LIGNE-REG.
           IF nature-en-cours = 'A'
               MOVE '=== Charges a payer' TO LIGNE-REG
           ELSE
               MOVE '=== Charges constatees d''avance' TO LIGNE-REG
           END-IF.
           WRITE LIGNE-REG.
           PERFORM 5200-DETAIL-REGULARISATION
               VARYING ix-regularisation FROM 1 BY 1
               UNTIL ix-regularisation > nb-regularisations.
           MOVE SPACES TO LIGNE-REG.
           MOVE '    Total nature' TO LIGNE-REG(1:16).
           MOVE CUN-MONTANT TO montant-edite.
           MOVE montant-edite TO LIGNE-REG(31:13).
           MOVE CUN-PASSE TO montant-edite.
           MOVE montant-edite TO LIGNE-REG(45:13).
           MOVE CUN-RESTE TO montant-edite.
           MOVE montant-edite TO LIGNE-REG(59:13).
           WRITE LIGNE-REG.
           ADD CUN-MONTANT TO TOT-MONTANT.
           ADD CUN-PASSE TO TOT-PASSE.
           ADD CUN-RESTE TO TOT-RESTE.

      * Edite la regularisation si elle est en cours et de la nature
      * en cours d'edition ; une regularisation soldee est seulement
      * comptee, au passage de la premiere nature
       5200-DETAIL-REGULARISATION.
           MOVE RTB-IMAGE(ix-regularisation)
               TO REGULARISATION-ENREGISTREMENT.
           IF REG-SOLDEE AND nature-en-cours = 'A'
               ADD 1 TO cpt-soldees
           END-IF.
           IF REG-EN-COURS AND REG-NATURE = nature-en-cours
               ADD 1 TO cpt-en-cours
               COMPUTE reste-a-passer = REG-MONTANT - REG-DEJA-PASSE
               COMPUTE mois-restants = REG-NB-MOIS - REG-MOIS-PASSES
               ADD REG-MONTANT TO CUN-MONTANT
               ADD REG-DEJA-PASSE TO CUN-PASSE
               ADD reste-a-passer TO CUN-RESTE
               MOVE SPACES TO LIGNE-REG
               MOVE REG-NUMERO TO LIGNE-REG(3:6)
               MOVE REG-LIBELLE TO LIGNE-REG(10:20)
               MOVE REG-MONTANT TO montant-edite
               MOVE montant-edite TO LIGNE-REG(31:13)
               MOVE REG-DEJA-PASSE TO montant-edite
               MOVE montant-edite TO LIGNE-REG(45:13)
               MOVE reste-a-passer TO montant-edite
               MOVE montant-edite TO LIGNE-REG(59:13)
               MOVE mois-restants TO mois-edite
               MOVE mois-edite TO LIGNE-REG(74:3)
               WRITE LIGNE-REG
           END-IF.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportRegularisa' TO JOB-NOM.
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
           MOVE cpt-lignes TO JOB-LUS.
           MOVE cpt-en-cours TO JOB-ECRITS.
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
