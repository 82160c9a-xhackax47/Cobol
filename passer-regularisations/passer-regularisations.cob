      * Code PasserRegularisations en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. PasserRegularisations.

      * Traitement par lots de fin de mois : passe les regularisations
      * en cours de l'echeancier REGULARISATIONS.DAT dont la premiere
      * periode est atteinte. Une charge a payer donne une ecriture
      * datee du dernier jour du mois (debit du compte de charge,
      * credit du compte de bilan) et son extourne, en signe inverse,
      * datee du premier jour du mois suivant ; elle est alors
      * soldee. Une charge constatee d'avance est reprise en charge
      * par tranches mensuelles egales, la derniere tranche absorbant
      * l'arrondi ; les mois manques depuis sa premiere periode sont
      * rattrapes en une seule ecriture, et elle est soldee une fois
      * son montant entierement repris. Chaque regularisation retient
      * la derniere periode passee : une seconde execution sur la
      * meme periode ne la repasse pas. L'echeancier est recrit
      * compacte, une ligne par regularisation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGULARISATIONS-FILE
               ASSIGN TO "REGULARISATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS regularisations-statut.
           SELECT REGULARISATIONS-NOUVEAU-FILE
               ASSIGN TO "REGULARISATIONS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transactions-statut.
           SELECT LOT-FILE ASSIGN TO "LOT-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS lot-statut.
           SELECT NUMERO-FILE ASSIGN TO "NUMERO-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS numero-statut.
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

       FD REGULARISATIONS-NOUVEAU-FILE.
       01 LIGNE-REGULARISATION-NOUVEAU PIC X(113).

       FD TRANSACTIONS-FILE.
       COPY "cptransac.cpy".

       FD LOT-FILE.
       COPY "cplottransac.cpy".

       FD NUMERO-FILE.
       COPY "cpnumerotransac.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 regularisations-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 numero-transaction PIC 9(09) VALUE ZERO.

      * Periode passee, son dernier jour et le premier jour de la
      * periode suivante, date des extournes
       77 periode PIC 9(06) VALUE ZERO.
       77 date-debut-suivante PIC 9(08) VALUE ZERO.
       77 date-fin-periode PIC 9(08) VALUE ZERO.
       77 date-ecriture PIC 9(08) VALUE ZERO.
       77 jour-entier PIC 9(07) COMP VALUE ZERO.
       77 annee-suivante PIC 9(04) VALUE ZERO.
       77 mois-suivant PIC 9(02) VALUE ZERO.
       77 rang-periode PIC S9(07) COMP VALUE ZERO.
       77 rang-debut PIC S9(07) COMP VALUE ZERO.
       77 mois-dus PIC S9(05) COMP VALUE ZERO.
       77 tranches PIC S9(05) COMP VALUE ZERO.
       01 PERIODE-DEBUT.
           05 DEB-ANNEE               PIC 9(04).
           05 DEB-MOIS                PIC 9(02).
       77 tranche PIC S9(7)V99 VALUE ZERO.
       77 montant-passe PIC S9(7)V99 VALUE ZERO.
       77 total-passe PIC S9(9)V99 VALUE ZERO.
       77 total-edite PIC ---,---,--9.99.
       77 rang-ligne PIC 9(03) VALUE ZERO.
       77 cpt-charges-a-payer PIC 9(05) COMP VALUE ZERO.
       77 cpt-charges-avance PIC 9(05) COMP VALUE ZERO.
       77 cpt-soldees PIC 9(05) COMP VALUE ZERO.

      * Etat courant de l'echeancier, la derniere ligne d'un numero
      * faisant foi ; l'image entiere de la ligne est conservee et
      * mise a jour avant la recriture
       77 indic-fin-regularisations PIC X(01) VALUE 'N'.
           88 fin-regularisations VALUE 'O'.
       77 indic-regularisation-trouvee PIC X(01) VALUE 'N'.
           88 regularisation-trouvee VALUE 'O'.
       77 nb-regularisations PIC 9(04) COMP VALUE ZERO.
       77 ix-regularisation PIC 9(04) COMP VALUE ZERO.
       77 limite-regularisations PIC 9(04) COMP VALUE 2000.
       77 cpt-lignes-lues PIC 9(07) COMP VALUE ZERO.
       01 TABLE-REGULARISATIONS.
           05 REGULARISATION-TABLE OCCURS 2000.
               10 RTB-NUMERO          PIC 9(06).
               10 RTB-IMAGE           PIC X(113).

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
           PERFORM 1500-CHARGER-REGULARISATIONS.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF.
           PERFORM 2000-TRAITER-REGULARISATION
               VARYING ix-regularisation FROM 1 BY 1
               UNTIL ix-regularisation > nb-regularisations.
           CLOSE TRANSACTIONS-FILE.
           IF cpt-charges-a-payer > ZERO OR cpt-charges-avance > ZERO
               PERFORM 8900-MARQUER-LOT
           END-IF.
           PERFORM 5000-RECRIRE-ECHEANCIER.
           MOVE total-passe TO total-edite.
           DISPLAY 'PasserRegularisations : ' cpt-charges-a-payer
               ' charge(s) a payer, ' cpt-charges-avance
               ' reprise(s) de charges d''avance pour ' total-edite
               ', ' cpt-soldees ' soldee(s)'.
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
           MOVE 'PasserRegularisat' TO JOB-NOM.
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

      * Remet a zero l'execution et pose la periode du mois courant,
      * son dernier jour et le premier jour du mois suivant
       1000-INITIALISER.
           MOVE ZERO TO nb-regularisations.
           MOVE ZERO TO cpt-lignes-lues.
           MOVE ZERO TO cpt-charges-a-payer.
           MOVE ZERO TO cpt-charges-avance.
           MOVE ZERO TO cpt-soldees.
           MOVE ZERO TO total-passe.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE(1:6) TO periode.
           COMPUTE rang-periode =
               (CP-HLG-ANNEE * 12) + CP-HLG-MOIS.
           MOVE CP-HLG-ANNEE TO annee-suivante.
           MOVE CP-HLG-MOIS TO mois-suivant.
           IF mois-suivant = 12
               ADD 1 TO annee-suivante
               MOVE 1 TO mois-suivant
           ELSE
               ADD 1 TO mois-suivant
           END-IF.
           COMPUTE date-debut-suivante =
               (annee-suivante * 10000) + (mois-suivant * 100) + 1.
           COMPUTE jour-entier =
               FUNCTION INTEGER-OF-DATE(date-debut-suivante) - 1.
           COMPUTE date-fin-periode =
               FUNCTION DATE-OF-INTEGER(jour-entier).

      * Charge l'etat courant de l'echeancier, la derniere ligne
      * d'un numero recouvrant la precedente
       1500-CHARGER-REGULARISATIONS.
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

      * Range la regularisation lue dans la table, puis relit
       1520-RETENIR-REGULARISATION.
           ADD 1 TO cpt-lignes-lues.
           PERFORM 1600-RANGER-REGULARISATION.
           PERFORM 1510-LIRE-REGULARISATION.

      * Range l'enregistrement courant dans la table, en recouvrant
      * la ligne anterieure du meme numero
       1600-RANGER-REGULARISATION.
           MOVE 'N' TO indic-regularisation-trouvee.
           MOVE ZERO TO ix-regularisation.
           PERFORM 1610-COMPARER-REGULARISATION
               UNTIL regularisation-trouvee
               OR ix-regularisation >= nb-regularisations.
           IF NOT regularisation-trouvee
               IF nb-regularisations < limite-regularisations
                   ADD 1 TO nb-regularisations
                   MOVE nb-regularisations TO ix-regularisation
                   SET regularisation-trouvee TO TRUE
               ELSE
                   DISPLAY 'AVERTISSEMENT : echeancier sature, '
                       'regularisation ' REG-NUMERO ' ignoree'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF regularisation-trouvee
               MOVE REG-NUMERO TO RTB-NUMERO(ix-regularisation)
               MOVE REGULARISATION-ENREGISTREMENT
                   TO RTB-IMAGE(ix-regularisation)
           END-IF.

      * Compare la ligne suivante de la table au numero courant
       1610-COMPARER-REGULARISATION.
           ADD 1 TO ix-regularisation.
           IF RTB-NUMERO(ix-regularisation) = REG-NUMERO
               SET regularisation-trouvee TO TRUE
           END-IF.

      * Passe la regularisation en cours si sa premiere periode est
      * atteinte et qu'elle n'a pas deja ete passee pour la periode
       2000-TRAITER-REGULARISATION.
           MOVE RTB-IMAGE(ix-regularisation)
               TO REGULARISATION-ENREGISTREMENT.
           IF REG-EN-COURS
                   AND REG-PERIODE-DEBUT <= periode
                   AND REG-DERNIERE-PERIODE < periode
               IF REG-CHARGE-A-PAYER
                   PERFORM 3000-PASSER-CHARGE-A-PAYER
               ELSE
                   PERFORM 4000-REPRENDRE-CHARGE-AVANCE
               END-IF
               MOVE periode TO REG-DERNIERE-PERIODE
               IF REG-SOLDEE
                   ADD 1 TO cpt-soldees
               END-IF
               MOVE REGULARISATION-ENREGISTREMENT
                   TO RTB-IMAGE(ix-regularisation)
           END-IF.

      * Charge a payer : ecriture de fin de mois puis son extourne
      * au premier jour du mois suivant, qui solde la regularisation
       3000-PASSER-CHARGE-A-PAYER.
           MOVE REG-MONTANT TO montant-passe.
           MOVE date-fin-periode TO date-ecriture.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'Charge a payer ' DELIMITED BY SIZE
               periode DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REG-NUMERO DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           PERFORM 8600-ECRIRE-ECRITURE.
           COMPUTE montant-passe = ZERO - REG-MONTANT.
           MOVE date-debut-suivante TO date-ecriture.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'Extourne CAP ' DELIMITED BY SIZE
               periode DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REG-NUMERO DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           PERFORM 8600-ECRIRE-ECRITURE.
           MOVE REG-MONTANT TO REG-DEJA-PASSE.
           MOVE 1 TO REG-MOIS-PASSES.
           SET REG-SOLDEE TO TRUE.
           ADD REG-MONTANT TO total-passe.
           ADD 1 TO cpt-charges-a-payer.

      * Charge d'avance : reprend les tranches dues depuis la
      * premiere periode, mois courant compris, que les passages
      * precedents n'ont pas encore reprises ; la derniere tranche
      * solde le montant
       4000-REPRENDRE-CHARGE-AVANCE.
           MOVE REG-PERIODE-DEBUT TO PERIODE-DEBUT.
           COMPUTE rang-debut = (DEB-ANNEE * 12) + DEB-MOIS.
           COMPUTE mois-dus = rang-periode - rang-debut + 1.
           IF mois-dus > REG-NB-MOIS
               MOVE REG-NB-MOIS TO mois-dus
           END-IF.
           COMPUTE tranches = mois-dus - REG-MOIS-PASSES.
           IF tranches > ZERO
               IF mois-dus >= REG-NB-MOIS
                   COMPUTE montant-passe =
                       REG-MONTANT - REG-DEJA-PASSE
               ELSE
                   COMPUTE tranche ROUNDED =
                       REG-MONTANT / REG-NB-MOIS
                   COMPUTE montant-passe = tranche * tranches
               END-IF
               IF montant-passe NOT = ZERO
                   MOVE date-fin-periode TO date-ecriture
                   PERFORM 8800-ALLOUER-NUMERO
                   MOVE SPACES TO TRA-REFERENCE
                   STRING 'Reprise avance ' DELIMITED BY SIZE
                       periode DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       REG-NUMERO DELIMITED BY SIZE
                       INTO TRA-REFERENCE
                   PERFORM 8600-ECRIRE-ECRITURE
                   ADD montant-passe TO REG-DEJA-PASSE
                   ADD montant-passe TO total-passe
               END-IF
               MOVE mois-dus TO REG-MOIS-PASSES
               ADD 1 TO cpt-charges-avance
           END-IF.
           IF REG-MOIS-PASSES >= REG-NB-MOIS
               SET REG-SOLDEE TO TRUE
           END-IF.

      * Recrit l'echeancier compacte, une ligne par regularisation,
      * par un fichier de travail substitue a l'original
       5000-RECRIRE-ECHEANCIER.
           OPEN OUTPUT REGULARISATIONS-NOUVEAU-FILE.
           PERFORM 5100-ECRIRE-REGULARISATION
               VARYING ix-regularisation FROM 1 BY 1
               UNTIL ix-regularisation > nb-regularisations.
           CLOSE REGULARISATIONS-NOUVEAU-FILE.
           CALL "CBL_DELETE_FILE" USING "REGULARISATIONS.DAT".
           CALL "CBL_RENAME_FILE" USING "REGULARISATIONS.NOUVEAU"
               "REGULARISATIONS.DAT".

      * Ecrit une regularisation de la table dans le fichier de
      * travail
       5100-ECRIRE-REGULARISATION.
           MOVE RTB-IMAGE(ix-regularisation)
               TO LIGNE-REGULARISATION-NOUVEAU.
           WRITE LIGNE-REGULARISATION-NOUVEAU.

      * Ecrit l'ecriture a deux lignes du montant courant : debit du
      * compte de charge, credit du compte de bilan ; un montant
      * negatif inverse le sens, pour l'extourne
       8600-ECRIRE-ECRITURE.
           MOVE ZERO TO rang-ligne.
           COMPUTE TRA-MONTANT = ZERO - montant-passe.
           MOVE REG-COMPTE-CHARGE TO TRA-COMPTE.
           PERFORM 8700-ECRIRE-LIGNE.
           MOVE montant-passe TO TRA-MONTANT.
           MOVE REG-COMPTE-BILAN TO TRA-COMPTE.
           PERFORM 8700-ECRIRE-LIGNE.

      * Ecrit la ligne suivante de l'ecriture courante, au numero
      * commun, deja approuvee puisqu'elle est generee sous le
      * controle de l'echeancier
       8700-ECRIRE-LIGNE.
           ADD 1 TO rang-ligne.
           MOVE REG-TYPE TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           SET TRA-DEJA-APPROUVEE TO TRUE.
           MOVE numero-transaction TO TRA-NUMERO.
           MOVE SPACES TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE rang-ligne TO TRA-LIGNE.
           MOVE date-ecriture TO TRA-DATE.
           MOVE SPACES TO TRA-AUTEUR.
           MOVE ZERO TO TRA-DATE-SAISIE.
           MOVE ZERO TO TRA-HEURE-SAISIE.
           WRITE TRANSACTION-ENREGISTREMENT.

      * Alloue le numero de transaction unique suivant, qui suivra
      * le mouvement sur tout ce qu'il produit en aval
       8800-ALLOUER-NUMERO.
           MOVE ZERO TO numero-transaction.
           OPEN INPUT NUMERO-FILE.
           IF numero-statut = '00'
               READ NUMERO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NTR-NUMERO TO numero-transaction
               END-READ
               CLOSE NUMERO-FILE
           END-IF.
           ADD 1 TO numero-transaction.
           MOVE numero-transaction TO NTR-NUMERO.
           OPEN OUTPUT NUMERO-FILE.
           WRITE NUMERO-TRANSAC-ENREGISTREMENT.
           CLOSE NUMERO-FILE.

      * Pose l'identite du lot courant (horodatage de sa creation)
      * si elle n'existe pas encore, pour le controle de
      * retraitement de ManipulationAdd
       8900-MARQUER-LOT.
           OPEN INPUT LOT-FILE.
           IF lot-statut = '00'
               CLOSE LOT-FILE
           ELSE
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               MOVE CP-HLG-DATE TO LOT-DATE
               MOVE CP-HLG-HH TO LOT-HEURE(1:2)
               MOVE CP-HLG-MN TO LOT-HEURE(3:2)
               MOVE CP-HLG-SS TO LOT-HEURE(5:2)
               OPEN OUTPUT LOT-FILE
               WRITE LOT-TRANSAC-ENREGISTREMENT
               CLOSE LOT-FILE
           END-IF.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'PasserRegularisat' TO JOB-NOM.
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
           MOVE cpt-lignes-lues TO JOB-LUS.
           COMPUTE JOB-ECRITS =
               cpt-charges-a-payer + cpt-charges-avance.
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
