      * Code AmortirImmobilisations en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. AmortirImmobilisations.

      * Traitement par lots de fin de mois : passe la dotation aux
      * amortissements du mois pour chaque bien actif du registre
      * IMMOBILISATIONS.DAT, lineaire (valeur nette restante etalee
      * sur les mois restant a courir) ou degressive (taux lineaire
      * majore du coefficient de la duree, jusqu'a ce que l'etalement
      * lineaire du reste le depasse). Chaque dotation est une
      * ecriture a deux lignes dans TRANSACTIONS.DAT, datee du
      * dernier jour du mois : debit du compte de dotation, credit
      * du compte d'amortissements cumules. Un bien dont la date de
      * cession est atteinte est sorti du registre par une ecriture
      * de cession : reprise des amortissements, encaissement du
      * prix, sortie du cout d'actif et resultat de cession (plus ou
      * moins-value) ; il passe alors a l'etat cede. Les comptes et
      * le type d'ecriture viennent de PARAM-IMMOBILISATIONS.DAT. La
      * periode dotee est inscrite dans DOTATIONS-PASSEES.DAT : une
      * seconde execution sur la meme periode ne passe rien et le
      * signale en avertissement, pour qu'une reprise de la chaine
      * ne dote pas le mois deux fois sans pour autant l'arreter.
      * Le registre est recrit compacte, une ligne par bien.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMMOBILISATIONS-FILE
               ASSIGN TO "IMMOBILISATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS immobilisations-statut.
           SELECT IMMOBILISATIONS-NOUVEAU-FILE
               ASSIGN TO "IMMOBILISATIONS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PARAM-FILE ASSIGN TO "PARAM-IMMOBILISATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-statut.
           SELECT DOTATIONS-FILE ASSIGN TO "DOTATIONS-PASSEES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dotations-statut.
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
       FD IMMOBILISATIONS-FILE.
       COPY "cpimmobilisation.cpy".

       FD IMMOBILISATIONS-NOUVEAU-FILE.
       01 LIGNE-IMMOBILISATION-NOUVEAU PIC X(135).

       FD PARAM-FILE.
       COPY "cpparamimmo.cpy".

       FD DOTATIONS-FILE.
       COPY "cpdotation.cpy".

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
       77 immobilisations-statut PIC X(02).
       77 param-statut PIC X(02).
       77 dotations-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 numero-transaction PIC 9(09) VALUE ZERO.
       77 indic-fin-dotations PIC X(01) VALUE 'N'.
           88 fin-dotations VALUE 'O'.
       77 indic-deja-dotee PIC X(01) VALUE 'N'.
           88 periode-deja-dotee VALUE 'O'.

      * Parametres de passation, valeurs par defaut sans fichier
       77 type-ecriture PIC X(04) VALUE 'AMOR'.
       77 compte-dotation PIC X(06) VALUE 'DOTAMO'.
       77 compte-amort PIC X(06) VALUE 'AMORT'.
       77 compte-cession PIC X(06) VALUE 'CESSIO'.
       77 compte-produit PIC X(06) VALUE 'BANQUE'.

      * Periode dotee et calcul de la dotation du bien courant
       77 periode PIC 9(06) VALUE ZERO.
       77 date-periode PIC 9(08) VALUE ZERO.
       77 date-fin-periode PIC 9(08) VALUE ZERO.
       77 jour-entier PIC 9(07) COMP VALUE ZERO.
       77 annee-suivante PIC 9(04) VALUE ZERO.
       77 mois-suivant PIC 9(02) VALUE ZERO.
       77 rang-periode PIC S9(07) COMP VALUE ZERO.
       77 rang-acquisition PIC S9(07) COMP VALUE ZERO.
       77 mois-restants PIC S9(05) COMP VALUE ZERO.
       01 DATE-ACQUISITION.
           05 ACQ-ANNEE               PIC 9(04).
           05 ACQ-MOIS                PIC 9(02).
           05 ACQ-JOUR                PIC 9(02).
       77 coefficient PIC 9V99 VALUE ZERO.
       77 valeur-nette PIC S9(7)V99 VALUE ZERO.
       77 dotation PIC S9(7)V99 VALUE ZERO.
       77 dotation-lineaire PIC S9(7)V99 VALUE ZERO.
       77 resultat-cession PIC S9(7)V99 VALUE ZERO.
       77 total-dotations PIC S9(9)V99 VALUE ZERO.
       77 montant-edite PIC -,---,--9.99.
       77 total-edite PIC ---,---,--9.99.
       77 site-ecriture PIC X(03).
       77 rang-ligne PIC 9(03) VALUE ZERO.
       77 cpt-dotees PIC 9(05) COMP VALUE ZERO.
       77 cpt-cedees PIC 9(05) COMP VALUE ZERO.

      * Etat courant du registre, la derniere ligne d'un numero
      * faisant foi ; l'image entiere de la ligne est conservee et
      * mise a jour avant la recriture
       77 indic-fin-immobilisations PIC X(01) VALUE 'N'.
           88 fin-immobilisations VALUE 'O'.
       77 indic-immobilisation-trouvee PIC X(01) VALUE 'N'.
           88 immobilisation-trouvee VALUE 'O'.
       77 nb-immobilisations PIC 9(04) COMP VALUE ZERO.
       77 ix-immobilisation PIC 9(04) COMP VALUE ZERO.
       77 limite-immobilisations PIC 9(04) COMP VALUE 2000.
       77 cpt-lignes-lues PIC 9(07) COMP VALUE ZERO.
       01 TABLE-IMMOBILISATIONS.
           05 IMMOBILISATION-TABLE OCCURS 2000.
               10 ITB-NUMERO          PIC 9(06).
               10 ITB-IMAGE           PIC X(135).

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
           IF NOT periode-deja-dotee
               PERFORM 1500-CHARGER-IMMOBILISATIONS
               OPEN EXTEND TRANSACTIONS-FILE
               IF transactions-statut = '35'
                   OPEN OUTPUT TRANSACTIONS-FILE
               END-IF
               PERFORM 2000-TRAITER-IMMOBILISATION
                   VARYING ix-immobilisation FROM 1 BY 1
                   UNTIL ix-immobilisation > nb-immobilisations
               CLOSE TRANSACTIONS-FILE
               IF cpt-dotees > ZERO OR cpt-cedees > ZERO
                   PERFORM 8900-MARQUER-LOT
               END-IF
               PERFORM 5000-RECRIRE-REGISTRE
               PERFORM 6000-MARQUER-PERIODE
               MOVE total-dotations TO total-edite
               DISPLAY 'AmortirImmobilisations : ' cpt-dotees
                   ' bien(s) dote(s) pour ' total-edite
                   ', ' cpt-cedees ' cession(s) passee(s)'
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
           MOVE 'AmortirImmobilis' TO JOB-NOM.
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

      * Remet a zero l'execution, pose la periode du mois courant et
      * son dernier jour, charge les parametres et refuse une
      * periode deja dotee
       1000-INITIALISER.
           MOVE 'N' TO indic-deja-dotee.
           MOVE ZERO TO nb-immobilisations.
           MOVE ZERO TO cpt-lignes-lues.
           MOVE ZERO TO cpt-dotees.
           MOVE ZERO TO cpt-cedees.
           MOVE ZERO TO total-dotations.
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
           COMPUTE date-periode =
               (annee-suivante * 10000) + (mois-suivant * 100) + 1.
           COMPUTE jour-entier =
               FUNCTION INTEGER-OF-DATE(date-periode) - 1.
           COMPUTE date-fin-periode =
               FUNCTION DATE-OF-INTEGER(jour-entier).
           PERFORM 1100-CHARGER-PARAMETRES.
           PERFORM 1200-CONTROLER-PERIODE.
           IF periode-deja-dotee
               DISPLAY 'AVERTISSEMENT : AmortirImmobilisations : '
                   'periode ' periode ' deja dotee, rien a faire'
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Charge les comptes et le type d'ecriture ; une zone vide
      * conserve la valeur par defaut
       1100-CHARGER-PARAMETRES.
           OPEN INPUT PARAM-FILE.
           IF param-statut = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-RETENIR-PARAMETRES
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Retient les zones renseignees de la ligne de parametres
       1110-RETENIR-PARAMETRES.
           IF PIM-TYPE NOT = SPACES
               MOVE PIM-TYPE TO type-ecriture
           END-IF.
           IF PIM-COMPTE-DOTATION NOT = SPACES
               MOVE PIM-COMPTE-DOTATION TO compte-dotation
           END-IF.
           IF PIM-COMPTE-AMORT NOT = SPACES
               MOVE PIM-COMPTE-AMORT TO compte-amort
           END-IF.
           IF PIM-COMPTE-CESSION NOT = SPACES
               MOVE PIM-COMPTE-CESSION TO compte-cession
           END-IF.
           IF PIM-COMPTE-PRODUIT NOT = SPACES
               MOVE PIM-COMPTE-PRODUIT TO compte-produit
           END-IF.

      * Cherche la periode courante parmi les periodes deja dotees
       1200-CONTROLER-PERIODE.
           MOVE 'N' TO indic-fin-dotations.
           OPEN INPUT DOTATIONS-FILE.
           IF dotations-statut = '00'
               PERFORM 1210-LIRE-DOTATION
               PERFORM 1220-COMPARER-DOTATION UNTIL fin-dotations
               CLOSE DOTATIONS-FILE
           END-IF.

      * Lecture d'un enregistrement DOTATIONS-PASSEES.DAT
       1210-LIRE-DOTATION.
           READ DOTATIONS-FILE
               AT END SET fin-dotations TO TRUE
           END-READ.

      * Leve le refus si la ligne lue porte sur la periode, puis relit
       1220-COMPARER-DOTATION.
           IF DOT-PERIODE = periode
               SET periode-deja-dotee TO TRUE
           END-IF.
           PERFORM 1210-LIRE-DOTATION.

      * Charge l'etat courant du registre, la derniere ligne d'un
      * numero recouvrant la precedente
       1500-CHARGER-IMMOBILISATIONS.
           MOVE 'N' TO indic-fin-immobilisations.
           OPEN INPUT IMMOBILISATIONS-FILE.
           IF immobilisations-statut = '00'
               PERFORM 1510-LIRE-IMMOBILISATION
               PERFORM 1520-RETENIR-IMMOBILISATION
                   UNTIL fin-immobilisations
               CLOSE IMMOBILISATIONS-FILE
           END-IF.

      * Lecture d'un enregistrement IMMOBILISATIONS.DAT
       1510-LIRE-IMMOBILISATION.
           READ IMMOBILISATIONS-FILE
               AT END SET fin-immobilisations TO TRUE
           END-READ.

      * Range le bien lu dans la table, puis relit
       1520-RETENIR-IMMOBILISATION.
           ADD 1 TO cpt-lignes-lues.
           PERFORM 1600-RANGER-IMMOBILISATION.
           PERFORM 1510-LIRE-IMMOBILISATION.

      * Range l'enregistrement courant dans la table, en recouvrant
      * la ligne anterieure du meme numero
       1600-RANGER-IMMOBILISATION.
           MOVE 'N' TO indic-immobilisation-trouvee.
           MOVE ZERO TO ix-immobilisation.
           PERFORM 1610-COMPARER-IMMOBILISATION
               UNTIL immobilisation-trouvee
               OR ix-immobilisation >= nb-immobilisations.
           IF NOT immobilisation-trouvee
               IF nb-immobilisations < limite-immobilisations
                   ADD 1 TO nb-immobilisations
                   MOVE nb-immobilisations TO ix-immobilisation
                   SET immobilisation-trouvee TO TRUE
               ELSE
                   DISPLAY 'AVERTISSEMENT : registre sature, bien '
                       IMM-NUMERO ' ignore'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF immobilisation-trouvee
               MOVE IMM-NUMERO TO ITB-NUMERO(ix-immobilisation)
               MOVE IMMOBILISATION-ENREGISTREMENT
                   TO ITB-IMAGE(ix-immobilisation)
           END-IF.

      * Compare la ligne suivante de la table au numero courant
       1610-COMPARER-IMMOBILISATION.
           ADD 1 TO ix-immobilisation.
           IF ITB-NUMERO(ix-immobilisation) = IMM-NUMERO
               SET immobilisation-trouvee TO TRUE
           END-IF.

      * Dote le bien actif pour la periode s'il est en service et non
      * encore dote, puis passe sa cession si elle est atteinte ; la
      * dotation n'est pas passee si la cession precede la periode
       2000-TRAITER-IMMOBILISATION.
           MOVE ITB-IMAGE(ix-immobilisation)
               TO IMMOBILISATION-ENREGISTREMENT.
           IF IMM-ACTIVE
               IF IMM-SITE = SPACES
                   MOVE site-exploitation TO site-ecriture
               ELSE
                   MOVE IMM-SITE TO site-ecriture
               END-IF
               IF IMM-DATE-ACQUISITION(1:6) <= periode
                       AND IMM-DERNIERE-PERIODE < periode
                   IF IMM-DATE-CESSION = ZERO
                           OR IMM-DATE-CESSION(1:6) >= periode
                       PERFORM 3000-CALCULER-DOTATION
                   END-IF
               END-IF
               IF IMM-DATE-CESSION > ZERO
                       AND IMM-DATE-CESSION(1:6) <= periode
                   PERFORM 4000-PASSER-CESSION
               END-IF
               MOVE IMMOBILISATION-ENREGISTREMENT
                   TO ITB-IMAGE(ix-immobilisation)
           END-IF.

      * Calcule la dotation du mois sur la valeur nette restante et
      * les mois restant a courir, le mois d'acquisition compris ;
      * le dernier mois, ou une duree depassee, solde la valeur nette
       3000-CALCULER-DOTATION.
           COMPUTE valeur-nette = IMM-COUT - IMM-AMORTI.
           MOVE IMM-DATE-ACQUISITION TO DATE-ACQUISITION.
           COMPUTE rang-acquisition =
               (ACQ-ANNEE * 12) + ACQ-MOIS.
           COMPUTE mois-restants =
               IMM-DUREE - (rang-periode - rang-acquisition).
           MOVE ZERO TO dotation.
           IF valeur-nette > ZERO
               IF mois-restants <= 1
                   MOVE valeur-nette TO dotation
               ELSE
                   COMPUTE dotation-lineaire ROUNDED =
                       valeur-nette / mois-restants
                   MOVE dotation-lineaire TO dotation
                   IF IMM-DEGRESSIF
                       PERFORM 3100-CALCULER-DEGRESSIF
                   END-IF
                   IF dotation > valeur-nette
                       MOVE valeur-nette TO dotation
                   END-IF
               END-IF
           END-IF.
           IF dotation > ZERO
               PERFORM 3200-ECRIRE-DOTATION
               ADD dotation TO IMM-AMORTI
               ADD dotation TO total-dotations
               ADD 1 TO cpt-dotees
           END-IF.
           MOVE periode TO IMM-DERNIERE-PERIODE.

      * Dotation degressive : valeur nette au taux lineaire majore du
      * coefficient de la duree (1,25 jusqu'a 4 ans, 1,75 jusqu'a 6
      * ans, 2,25 au-dela, sans majoration sous 3 ans), tant qu'elle
      * depasse l'etalement lineaire de la valeur nette restante
       3100-CALCULER-DEGRESSIF.
           EVALUATE TRUE
               WHEN IMM-DUREE < 36
                   MOVE 1.00 TO coefficient
               WHEN IMM-DUREE <= 48
                   MOVE 1.25 TO coefficient
               WHEN IMM-DUREE <= 72
                   MOVE 1.75 TO coefficient
               WHEN OTHER
                   MOVE 2.25 TO coefficient
           END-EVALUATE.
           COMPUTE dotation ROUNDED =
               (valeur-nette * coefficient) / IMM-DUREE.
           IF dotation < dotation-lineaire
               MOVE dotation-lineaire TO dotation
           END-IF.

      * Ecrit l'ecriture de dotation : debit du compte de dotation,
      * credit du compte d'amortissements cumules
       3200-ECRIRE-DOTATION.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'Dotation ' DELIMITED BY SIZE
               periode DELIMITED BY SIZE
               ' bien ' DELIMITED BY SIZE
               IMM-NUMERO DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           MOVE ZERO TO rang-ligne.
           COMPUTE TRA-MONTANT = ZERO - dotation.
           MOVE compte-dotation TO TRA-COMPTE.
           PERFORM 8700-ECRIRE-LIGNE.
           MOVE dotation TO TRA-MONTANT.
           MOVE compte-amort TO TRA-COMPTE.
           PERFORM 8700-ECRIRE-LIGNE.

      * Passe la cession du bien : reprise des amortissements
      * cumules au debit, prix encaisse au debit du compte
      * d'encaissement, cout sorti au credit du compte d'actif, et
      * la difference entre prix et valeur nette au compte de
      * resultat de cession (credit pour une plus-value, debit pour
      * une moins-value) ; les lignes nulles sont omises
       4000-PASSER-CESSION.
           COMPUTE valeur-nette = IMM-COUT - IMM-AMORTI.
           COMPUTE resultat-cession =
               IMM-PRIX-CESSION - valeur-nette.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'Cession ' DELIMITED BY SIZE
               IMM-DATE-CESSION DELIMITED BY SIZE
               ' bien ' DELIMITED BY SIZE
               IMM-NUMERO DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           MOVE ZERO TO rang-ligne.
           IF IMM-AMORTI NOT = ZERO
               COMPUTE TRA-MONTANT = ZERO - IMM-AMORTI
               MOVE compte-amort TO TRA-COMPTE
               PERFORM 8700-ECRIRE-LIGNE
           END-IF.
           IF IMM-PRIX-CESSION NOT = ZERO
               COMPUTE TRA-MONTANT = ZERO - IMM-PRIX-CESSION
               MOVE compte-produit TO TRA-COMPTE
               PERFORM 8700-ECRIRE-LIGNE
           END-IF.
           MOVE IMM-COUT TO TRA-MONTANT.
           MOVE IMM-COMPTE TO TRA-COMPTE.
           PERFORM 8700-ECRIRE-LIGNE.
           IF resultat-cession NOT = ZERO
               MOVE resultat-cession TO TRA-MONTANT
               MOVE compte-cession TO TRA-COMPTE
               PERFORM 8700-ECRIRE-LIGNE
           END-IF.
           SET IMM-CEDEE TO TRUE.
           ADD 1 TO cpt-cedees.
           MOVE resultat-cession TO montant-edite.
           DISPLAY 'AmortirImmobilisations : bien ' IMM-NUMERO
               ' cede, resultat de cession ' montant-edite.

      * Recrit le registre compacte, une ligne par bien, par un
      * fichier de travail substitue a l'original
       5000-RECRIRE-REGISTRE.
           OPEN OUTPUT IMMOBILISATIONS-NOUVEAU-FILE.
           PERFORM 5100-ECRIRE-IMMOBILISATION
               VARYING ix-immobilisation FROM 1 BY 1
               UNTIL ix-immobilisation > nb-immobilisations.
           CLOSE IMMOBILISATIONS-NOUVEAU-FILE.
           CALL "CBL_DELETE_FILE" USING "IMMOBILISATIONS.DAT".
           CALL "CBL_RENAME_FILE" USING "IMMOBILISATIONS.NOUVEAU"
               "IMMOBILISATIONS.DAT".

      * Ecrit un bien de la table dans le fichier de travail
       5100-ECRIRE-IMMOBILISATION.
           MOVE ITB-IMAGE(ix-immobilisation)
               TO LIGNE-IMMOBILISATION-NOUVEAU.
           WRITE LIGNE-IMMOBILISATION-NOUVEAU.

      * Inscrit la periode dotee, qui ne pourra plus l'etre
       6000-MARQUER-PERIODE.
           MOVE periode TO DOT-PERIODE.
           MOVE CP-HLG-DATE TO DOT-DATE.
           MOVE cpt-dotees TO DOT-IMMOBILISATIONS.
           MOVE total-dotations TO DOT-MONTANT.
           OPEN EXTEND DOTATIONS-FILE.
           IF dotations-statut = '35'
               OPEN OUTPUT DOTATIONS-FILE
           END-IF.
           WRITE DOTATION-ENREGISTREMENT.
           CLOSE DOTATIONS-FILE.

      * Ecrit la ligne suivante de l'ecriture courante, au numero
      * commun, deja approuvee puisqu'elle est generee sous le
      * controle du registre et des parametres
       8700-ECRIRE-LIGNE.
           ADD 1 TO rang-ligne.
           MOVE type-ecriture TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           SET TRA-DEJA-APPROUVEE TO TRUE.
           MOVE numero-transaction TO TRA-NUMERO.
           MOVE SPACES TO TRA-TIERS.
           MOVE site-ecriture TO TRA-SITE.
           MOVE rang-ligne TO TRA-LIGNE.
           MOVE date-fin-periode TO TRA-DATE.
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
           MOVE 'AmortirImmobilis' TO JOB-NOM.
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
           COMPUTE JOB-ECRITS = cpt-dotees + cpt-cedees.
           IF periode-deja-dotee
               MOVE 1 TO JOB-REJETS
           ELSE
               MOVE ZERO TO JOB-REJETS
           END-IF.
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
