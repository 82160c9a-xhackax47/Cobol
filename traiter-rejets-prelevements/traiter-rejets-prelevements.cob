      * Code TraiterRejetsPrelevements en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. TraiterRejetsPrelevements.

      * Traitement a la demande des prelevements retournes impayes :
      * importe le fichier des retours de la banque
      * (RETOURS-PRELEVEMENTS.CSV, une ligne
      * date;montant;reference;motif, la reference etant celle de
      * bout en bout du prelevement PRLnnnnnnnnn) et, pour chaque
      * prelevement emis retrouve au registre PRELEVEMENTS.DAT au
      * meme montant :
      *   - extourne l'encaissement attendu au grand livre
      *     (TRANSACTIONS.DAT, montant negatif au type des paiements
      *     de scolarite) ;
      *   - retire le montant du regle de la facture, y ajoute les
      *     frais de rejet (PARAM-PRELEVEMENT.DAT) et la repasse
      *     ouverte ou partielle, pour qu'elle reprenne le cycle des
      *     relances ; sous echeancier, l'echeance prelevee redevient
      *     impayee et les frais s'ajoutent a la derniere echeance ;
      *   - marque la ligne du registre rejetee, avec la date du
      *     retour, le motif de la banque et les frais.
      * Les retours inconnus, deja traites ou d'un autre montant
      * sortent sur le rapport des rejets a rechercher a la main ;
      * le fichier peut ainsi etre repasse sans double effet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETOURS-FILE ASSIGN TO "RETOURS-PRELEVEMENTS.CSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS retours-statut.
           SELECT PRELEVEMENTS-FILE ASSIGN TO "PRELEVEMENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS prelevements-statut.
           SELECT PRELEVEMENTS-NOUVEAU-FILE
               ASSIGN TO "PRELEVEMENTS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT FACTURES-FILE ASSIGN TO "FACTURES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS factures-statut.
           SELECT FACTURES-NOUVEAU-FILE
               ASSIGN TO "FACTURES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ECHEANCIERS-FILE ASSIGN TO "ECHEANCIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS echeanciers-statut.
           SELECT ECHEANCIERS-NOUVEAU-FILE
               ASSIGN TO "ECHEANCIERS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PARAM-FILE ASSIGN TO "PARAM-PRELEVEMENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-statut.
           SELECT TYPE-SCOLARITE-FILE
               ASSIGN TO "TYPE-SCOLARITE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS type-scolarite-statut.
           SELECT RAPPORT-FILE
               ASSIGN TO "RAPPORT-REJETS-PRELEVEMENT.DAT"
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
       FD RETOURS-FILE.
       01 LIGNE-RETOUR                PIC X(80).

      * Meme structure d'enregistrement pour chaque fichier mis a
      * jour et sa recopie ; les references sont qualifiees par OF
      * pour lever l'ambiguite
       FD PRELEVEMENTS-FILE.
       COPY "cpprelevement.cpy".

       FD PRELEVEMENTS-NOUVEAU-FILE.
       COPY "cpprelevement.cpy".

       FD FACTURES-FILE.
       COPY "cpfacture.cpy".

       FD FACTURES-NOUVEAU-FILE.
       COPY "cpfacture.cpy".

       FD ECHEANCIERS-FILE.
       COPY "cpecheancier.cpy".

       FD ECHEANCIERS-NOUVEAU-FILE.
       COPY "cpecheancier.cpy".

       FD PARAM-FILE.
       COPY "cpparamprelev.cpy".

       FD TYPE-SCOLARITE-FILE.
       01 TYPE-SCOLARITE-ENREGISTREMENT.
           05 TSC-TYPE                PIC X(04).

       FD RAPPORT-FILE.
       01 LIGNE-RAPPORT               PIC X(80).

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
       77 retours-statut PIC X(02).
       77 prelevements-statut PIC X(02).
       77 factures-statut PIC X(02).
       77 echeanciers-statut PIC X(02).
       77 param-statut PIC X(02).
       77 type-scolarite-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 indic-fin-retours PIC X(01) VALUE 'N'.
           88 fin-retours VALUE 'O'.
       77 indic-fin-prelevements PIC X(01) VALUE 'N'.
           88 fin-prelevements VALUE 'O'.
       77 indic-fin-factures PIC X(01) VALUE 'N'.
           88 fin-factures VALUE 'O'.
       77 indic-fin-echeanciers PIC X(01) VALUE 'N'.
           88 fin-echeanciers VALUE 'O'.
       77 indic-prelevement-trouve PIC X(01) VALUE 'N'.
           88 prelevement-trouve VALUE 'O'.
       77 type-scolarite PIC X(04) VALUE 'SCOL'.
       77 frais-rejet PIC S9(5)V99 VALUE ZERO.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 numero-transaction PIC 9(09) VALUE ZERO.
       77 cpt-retours PIC 9(05) COMP VALUE ZERO.
       77 cpt-rejetes PIC 9(05) COMP VALUE ZERO.
       77 cpt-exceptions PIC 9(05) COMP VALUE ZERO.
       77 cpt-factures-reprises PIC 9(05) COMP VALUE ZERO.
       77 montant-edite PIC -(7)9.99.
       77 motif-exception PIC X(20) VALUE SPACES.
       77 numero-facture PIC 9(06) VALUE ZERO.
       77 indic-facture-touchee PIC X(01) VALUE 'N'.
           88 facture-touchee VALUE 'O'.
       77 ix-derniere PIC 9(01) VALUE ZERO.

      * Champs extraits de la ligne CSV de la banque
       77 champ-date PIC X(08).
       77 champ-montant PIC X(12).
       77 champ-reference PIC X(30).
       77 champ-motif PIC X(04).
       77 date-retour PIC 9(08) VALUE ZERO.
       77 montant-retour PIC S9(7)V99 VALUE ZERO.

      * Registre des prelevements charge en memoire, dans l'ordre
      * du fichier ; les prelevements rejetes par ce passage sont
      * marques a reporter sur les factures et les echeanciers
       77 nb-prelevements PIC 9(04) COMP VALUE ZERO.
       77 ix-prelevement PIC 9(04) COMP VALUE ZERO.
       77 ix-relu PIC 9(04) COMP VALUE ZERO.
       77 limite-prelevements PIC 9(04) COMP VALUE 5000.
       01 TABLE-PRELEVEMENTS.
           05 PRELEVEMENT-TABLE OCCURS 5000.
               10 PTB-REFERENCE       PIC X(12).
               10 PTB-FACTURE         PIC 9(06).
               10 PTB-TRANCHE         PIC 9(01).
               10 PTB-MONTANT         PIC S9(7)V99.
               10 PTB-STATUT          PIC X(01).
               10 PTB-DATE-RETOUR     PIC 9(08).
               10 PTB-MOTIF           PIC X(04).
               10 PTB-FRAIS           PIC S9(5)V99.
               10 PTB-A-REPORTER      PIC X(01).

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
               PERFORM 3000-TRAITER-RETOUR UNTIL fin-retours
               IF cpt-rejetes > ZERO
                   PERFORM 5000-REPRENDRE-FACTURES
                   PERFORM 6000-REPRENDRE-ECHEANCIERS
                   PERFORM 7000-MARQUER-REGISTRE
               END-IF
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
           MOVE 'TraiterRejetsPrelev' TO JOB-NOM.
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

      * Charge les parametres et le registre, puis ouvre le
      * fichier des retours et le rapport
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE ZERO TO RETURN-CODE.
           MOVE CP-HLG-DATE TO date-jour.
           PERFORM 1100-CHARGER-PARAMETRES.
           PERFORM 1200-CHARGER-REGISTRE.
           OPEN INPUT RETOURS-FILE.
           IF retours-statut NOT = '00'
               DISPLAY 'ERREUR : RETOURS-PRELEVEMENTS.CSV introuvable '
                   '(statut ' retours-statut ')'
               MOVE 8 TO RETURN-CODE
               SET fin-retours TO TRUE
           ELSE
               OPEN OUTPUT RAPPORT-FILE
               MOVE 'Prelevements retournes impayes' TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
               PERFORM 3100-LIRE-RETOUR
           END-IF.

      * Relit le code type des paiements de scolarite (SCOL par
      * defaut) et les frais de rejet (zero a defaut)
       1100-CHARGER-PARAMETRES.
           OPEN INPUT TYPE-SCOLARITE-FILE.
           IF type-scolarite-statut = '00'
               READ TYPE-SCOLARITE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TSC-TYPE TO type-scolarite
               END-READ
               CLOSE TYPE-SCOLARITE-FILE
           END-IF.
           OPEN INPUT PARAM-FILE.
           IF param-statut = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PPR-FRAIS-REJET IS NUMERIC
                           MOVE PPR-FRAIS-REJET TO frais-rejet
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Charge le registre des prelevements dans l'ordre du fichier
       1200-CHARGER-REGISTRE.
           MOVE ZERO TO nb-prelevements.
           MOVE 'N' TO indic-fin-prelevements.
           OPEN INPUT PRELEVEMENTS-FILE.
           IF prelevements-statut = '00'
               PERFORM 1210-LIRE-PRELEVEMENT
               PERFORM 1220-RETENIR-PRELEVEMENT
                   UNTIL fin-prelevements
               CLOSE PRELEVEMENTS-FILE
           END-IF.

      * Lecture d'un enregistrement PRELEVEMENTS.DAT
       1210-LIRE-PRELEVEMENT.
           READ PRELEVEMENTS-FILE
               AT END SET fin-prelevements TO TRUE
           END-READ.

      * Range le prelevement lu dans la table, puis relit
       1220-RETENIR-PRELEVEMENT.
           IF nb-prelevements < limite-prelevements
               ADD 1 TO nb-prelevements
               MOVE PRL-REFERENCE OF PRELEVEMENTS-FILE
                   TO PTB-REFERENCE(nb-prelevements)
               MOVE PRL-FACTURE OF PRELEVEMENTS-FILE
                   TO PTB-FACTURE(nb-prelevements)
               MOVE PRL-TRANCHE OF PRELEVEMENTS-FILE
                   TO PTB-TRANCHE(nb-prelevements)
               MOVE PRL-MONTANT OF PRELEVEMENTS-FILE
                   TO PTB-MONTANT(nb-prelevements)
               MOVE PRL-STATUT OF PRELEVEMENTS-FILE
                   TO PTB-STATUT(nb-prelevements)
               MOVE PRL-DATE-RETOUR OF PRELEVEMENTS-FILE
                   TO PTB-DATE-RETOUR(nb-prelevements)
               MOVE PRL-MOTIF OF PRELEVEMENTS-FILE
                   TO PTB-MOTIF(nb-prelevements)
               MOVE PRL-FRAIS OF PRELEVEMENTS-FILE
                   TO PTB-FRAIS(nb-prelevements)
               MOVE 'N' TO PTB-A-REPORTER(nb-prelevements)
           END-IF.
           PERFORM 1210-LIRE-PRELEVEMENT.

      * Lecture d'une ligne du fichier des retours
       3100-LIRE-RETOUR.
           READ RETOURS-FILE
               AT END SET fin-retours TO TRUE
           END-READ.

      * Decoupe le retour courant, le retrouve au registre et le
      * rejette, ou le signale en exception, puis relit
       3000-TRAITER-RETOUR.
           ADD 1 TO cpt-retours.
           MOVE SPACES TO champ-date.
           MOVE SPACES TO champ-montant.
           MOVE SPACES TO champ-reference.
           MOVE SPACES TO champ-motif.
           MOVE SPACES TO motif-exception.
           UNSTRING LIGNE-RETOUR DELIMITED BY ';'
               INTO champ-date champ-montant champ-reference
                   champ-motif.
           IF FUNCTION TEST-NUMVAL(champ-date) = ZERO
                   AND FUNCTION TEST-NUMVAL(champ-montant) = ZERO
               COMPUTE date-retour = FUNCTION NUMVAL(champ-date)
               COMPUTE montant-retour =
                   FUNCTION NUMVAL(champ-montant)
               PERFORM 3200-CHERCHER-PRELEVEMENT
               EVALUATE TRUE
                   WHEN NOT prelevement-trouve
                       MOVE 'prelevement inconnu' TO motif-exception
                   WHEN PTB-STATUT(ix-prelevement) = 'R'
                       MOVE 'deja rejete' TO motif-exception
                   WHEN PTB-MONTANT(ix-prelevement)
                           NOT = montant-retour
                       MOVE 'montant different' TO motif-exception
                   WHEN OTHER
                       PERFORM 4000-REJETER-PRELEVEMENT
               END-EVALUATE
           ELSE
               MOVE 'ligne illisible' TO motif-exception
           END-IF.
           IF motif-exception NOT = SPACES
               ADD 1 TO cpt-exceptions
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  EXCEPTION : ' DELIMITED BY SIZE
                   champ-reference DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   champ-montant DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   motif-exception DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.
           PERFORM 3100-LIRE-RETOUR.

      * Cherche au registre le prelevement de la reference du
      * retour ; ix-prelevement le designe quand il est trouve
       3200-CHERCHER-PRELEVEMENT.
           MOVE 'N' TO indic-prelevement-trouve.
           MOVE ZERO TO ix-prelevement.
           PERFORM 3210-COMPARER-PRELEVEMENT
               UNTIL prelevement-trouve
                   OR ix-prelevement >= nb-prelevements.

      * Compare le prelevement suivant a la reference du retour
       3210-COMPARER-PRELEVEMENT.
           ADD 1 TO ix-prelevement.
           IF PTB-REFERENCE(ix-prelevement) = champ-reference
               SET prelevement-trouve TO TRUE
           END-IF.

      * Marque le prelevement rejete, a reporter sur sa facture,
      * et extourne l'encaissement attendu au grand livre
       4000-REJETER-PRELEVEMENT.
           ADD 1 TO cpt-rejetes.
           MOVE 'R' TO PTB-STATUT(ix-prelevement).
           MOVE date-retour TO PTB-DATE-RETOUR(ix-prelevement).
           MOVE champ-motif TO PTB-MOTIF(ix-prelevement).
           MOVE frais-rejet TO PTB-FRAIS(ix-prelevement).
           MOVE 'O' TO PTB-A-REPORTER(ix-prelevement).
           PERFORM 4100-EXTOURNER-ENCAISSEMENT.
           MOVE montant-retour TO montant-edite.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING '  REJETE    : ' DELIMITED BY SIZE
               PTB-REFERENCE(ix-prelevement) DELIMITED BY SIZE
               ' FAC' DELIMITED BY SIZE
               PTB-FACTURE(ix-prelevement) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               ' motif ' DELIMITED BY SIZE
               champ-motif DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      * Passe l'extourne de l'encaissement attendu, montant negatif
      * au type des paiements de scolarite ; le lettrage ne retient
      * que les montants positifs et ne la rejoue donc pas
       4100-EXTOURNER-ENCAISSEMENT.
           COMPUTE TRA-MONTANT = ZERO - montant-retour.
           MOVE type-scolarite TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'FAC' DELIMITED BY SIZE
               PTB-FACTURE(ix-prelevement) DELIMITED BY SIZE
               ' REJ ' DELIMITED BY SIZE
               PTB-REFERENCE(ix-prelevement) DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           SET TRA-DEJA-APPROUVEE TO TRUE.
           MOVE SPACES TO TRA-COMPTE.
           MOVE SPACES TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ZERO TO TRA-LIGNE.
           MOVE ZERO TO TRA-DATE.
           MOVE SPACES TO TRA-AUTEUR.
           MOVE ZERO TO TRA-DATE-SAISIE.
           MOVE ZERO TO TRA-HEURE-SAISIE.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE numero-transaction TO TRA-NUMERO.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF.
           WRITE TRANSACTION-ENREGISTREMENT.
           CLOSE TRANSACTIONS-FILE.
           PERFORM 8900-MARQUER-LOT.

      * Recopie le fichier des factures en reprenant celles dont un
      * prelevement vient d'etre rejete
       5000-REPRENDRE-FACTURES.
           MOVE 'N' TO indic-fin-factures.
           OPEN INPUT FACTURES-FILE.
           IF factures-statut = '00'
               OPEN OUTPUT FACTURES-NOUVEAU-FILE
               PERFORM 5100-LIRE-FACTURE
               PERFORM 5200-REPRENDRE-UNE-FACTURE UNTIL fin-factures
               CLOSE FACTURES-FILE
               CLOSE FACTURES-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "FACTURES.DAT"
               CALL "CBL_RENAME_FILE" USING "FACTURES.NOUVEAU"
                   "FACTURES.DAT"
           END-IF.

      * Lecture d'un enregistrement FACTURES.DAT
       5100-LIRE-FACTURE.
           READ FACTURES-FILE
               AT END SET fin-factures TO TRUE
           END-READ.

      * Applique a la facture courante les rejets qui la visent,
      * recalcule son statut, la recopie, puis relit
       5200-REPRENDRE-UNE-FACTURE.
           MOVE FAC-NUMERO OF FACTURES-FILE TO numero-facture.
           MOVE 'N' TO indic-facture-touchee.
           PERFORM 5300-APPLIQUER-REJET
               VARYING ix-prelevement FROM 1 BY 1
               UNTIL ix-prelevement > nb-prelevements.
           IF facture-touchee
               ADD 1 TO cpt-factures-reprises
               EVALUATE TRUE
                   WHEN FAC-REGLE OF FACTURES-FILE <= ZERO
                       SET FAC-OUVERTE OF FACTURES-FILE TO TRUE
                   WHEN FAC-REGLE OF FACTURES-FILE
                           >= FAC-MONTANT OF FACTURES-FILE
                       SET FAC-SOLDEE OF FACTURES-FILE TO TRUE
                   WHEN OTHER
                       SET FAC-PARTIELLE OF FACTURES-FILE TO TRUE
               END-EVALUATE
           END-IF.
           MOVE FACTURE-ENREGISTREMENT OF FACTURES-FILE
               TO FACTURE-ENREGISTREMENT OF FACTURES-NOUVEAU-FILE.
           WRITE FACTURE-ENREGISTREMENT OF FACTURES-NOUVEAU-FILE.
           PERFORM 5100-LIRE-FACTURE.

      * Retire du regle le prelevement rejete qui vise la facture
      * courante et y ajoute les frais de rejet
       5300-APPLIQUER-REJET.
           IF PTB-A-REPORTER(ix-prelevement) = 'O'
                   AND PTB-FACTURE(ix-prelevement) = numero-facture
               SET facture-touchee TO TRUE
               SUBTRACT PTB-MONTANT(ix-prelevement)
                   FROM FAC-REGLE OF FACTURES-FILE
               ADD PTB-FRAIS(ix-prelevement)
                   TO FAC-MONTANT OF FACTURES-FILE
           END-IF.

      * Recopie le fichier des echeanciers en reprenant ceux des
      * factures touchees par un rejet
       6000-REPRENDRE-ECHEANCIERS.
           MOVE 'N' TO indic-fin-echeanciers.
           OPEN INPUT ECHEANCIERS-FILE.
           IF echeanciers-statut = '00'
               OPEN OUTPUT ECHEANCIERS-NOUVEAU-FILE
               PERFORM 6100-LIRE-ECHEANCIER
               PERFORM 6200-REPRENDRE-UN-ECHEANCIER
                   UNTIL fin-echeanciers
               CLOSE ECHEANCIERS-FILE
               CLOSE ECHEANCIERS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "ECHEANCIERS.DAT"
               CALL "CBL_RENAME_FILE" USING "ECHEANCIERS.NOUVEAU"
                   "ECHEANCIERS.DAT"
           END-IF.

      * Lecture d'un enregistrement ECHEANCIERS.DAT
       6100-LIRE-ECHEANCIER.
           READ ECHEANCIERS-FILE
               AT END SET fin-echeanciers TO TRUE
           END-READ.

      * Reprend l'echeancier courant s'il n'est pas rompu ; un
      * echeancier solde par le prelevement rejete redevient actif.
      * Recopie, puis relit
       6200-REPRENDRE-UN-ECHEANCIER.
           IF NOT ECH-ROMPU OF ECHEANCIERS-FILE
               MOVE ECH-FACTURE OF ECHEANCIERS-FILE
                   TO numero-facture
               MOVE ECH-NB OF ECHEANCIERS-FILE TO ix-derniere
               MOVE 'N' TO indic-facture-touchee
               PERFORM 6300-APPLIQUER-REJET
                   VARYING ix-prelevement FROM 1 BY 1
                   UNTIL ix-prelevement > nb-prelevements
               IF facture-touchee
                       AND ECH-SOLDE OF ECHEANCIERS-FILE
                   SET ECH-ACTIF OF ECHEANCIERS-FILE TO TRUE
                   MOVE date-jour
                       TO ECH-DATE-STATUT OF ECHEANCIERS-FILE
               END-IF
           END-IF.
           MOVE ECHEANCIER-ENREGISTREMENT OF ECHEANCIERS-FILE
               TO ECHEANCIER-ENREGISTREMENT
                   OF ECHEANCIERS-NOUVEAU-FILE.
           WRITE ECHEANCIER-ENREGISTREMENT OF ECHEANCIERS-NOUVEAU-FILE.
           PERFORM 6100-LIRE-ECHEANCIER.

      * Rend impayee l'echeance prelevee du rejet qui vise la
      * facture de l'echeancier, et porte les frais de rejet sur la
      * derniere echeance
       6300-APPLIQUER-REJET.
           IF PTB-A-REPORTER(ix-prelevement) = 'O'
                   AND PTB-FACTURE(ix-prelevement) = numero-facture
               SET facture-touchee TO TRUE
               IF PTB-TRANCHE(ix-prelevement) > ZERO
                       AND PTB-TRANCHE(ix-prelevement) <= ix-derniere
                   SUBTRACT PTB-MONTANT(ix-prelevement)
                       FROM ECT-REGLE OF ECHEANCIERS-FILE
                           (PTB-TRANCHE(ix-prelevement))
                   IF ECT-REGLE OF ECHEANCIERS-FILE
                           (PTB-TRANCHE(ix-prelevement)) < ZERO
                       MOVE ZERO TO ECT-REGLE OF ECHEANCIERS-FILE
                           (PTB-TRANCHE(ix-prelevement))
                   END-IF
               END-IF
               IF ix-derniere > ZERO
                   ADD PTB-FRAIS(ix-prelevement)
                       TO ECT-MONTANT OF ECHEANCIERS-FILE(ix-derniere)
               END-IF
           END-IF.

      * Recopie le registre en y reportant les rejets du passage
       7000-MARQUER-REGISTRE.
           MOVE 'N' TO indic-fin-prelevements.
           MOVE ZERO TO ix-relu.
           OPEN INPUT PRELEVEMENTS-FILE.
           OPEN OUTPUT PRELEVEMENTS-NOUVEAU-FILE.
           PERFORM 1210-LIRE-PRELEVEMENT.
           PERFORM 7100-RECOPIER-PRELEVEMENT UNTIL fin-prelevements.
           CLOSE PRELEVEMENTS-FILE.
           CLOSE PRELEVEMENTS-NOUVEAU-FILE.
           CALL "CBL_DELETE_FILE" USING "PRELEVEMENTS.DAT".
           CALL "CBL_RENAME_FILE" USING "PRELEVEMENTS.NOUVEAU"
               "PRELEVEMENTS.DAT".

      * Recopie la ligne courante du registre, marquee rejetee si
      * elle l'a ete par ce passage, puis relit
       7100-RECOPIER-PRELEVEMENT.
           ADD 1 TO ix-relu.
           IF ix-relu <= nb-prelevements
               IF PTB-A-REPORTER(ix-relu) = 'O'
                   SET PRL-REJETE OF PRELEVEMENTS-FILE TO TRUE
                   MOVE PTB-DATE-RETOUR(ix-relu)
                       TO PRL-DATE-RETOUR OF PRELEVEMENTS-FILE
                   MOVE PTB-MOTIF(ix-relu)
                       TO PRL-MOTIF OF PRELEVEMENTS-FILE
                   MOVE PTB-FRAIS(ix-relu)
                       TO PRL-FRAIS OF PRELEVEMENTS-FILE
               END-IF
           END-IF.
           MOVE PRELEVEMENT-ENREGISTREMENT OF PRELEVEMENTS-FILE
               TO PRELEVEMENT-ENREGISTREMENT
                   OF PRELEVEMENTS-NOUVEAU-FILE.
           WRITE PRELEVEMENT-ENREGISTREMENT
               OF PRELEVEMENTS-NOUVEAU-FILE.
           PERFORM 1210-LIRE-PRELEVEMENT.

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

      * Fermeture des fichiers, bilan du passage ; trace la fin du
      * job
       9000-FINALISER.
           IF RETURN-CODE = ZERO
               CLOSE RETOURS-FILE
               IF cpt-rejetes = ZERO AND cpt-exceptions = ZERO
                   MOVE '  Aucun retour.' TO LIGNE-RAPPORT
                   WRITE LIGNE-RAPPORT
               END-IF
               CLOSE RAPPORT-FILE
               DISPLAY 'Prelevements rejetes : ' cpt-rejetes
                   ', factures reprises : ' cpt-factures-reprises
               IF cpt-exceptions > ZERO
                   DISPLAY 'AVERTISSEMENT : ' cpt-exceptions
                       ' retour(s) non rapproche(s), voir '
                       'RAPPORT-REJETS-PRELEVEMENT.DAT'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'TraiterRejetsPrelev' TO JOB-NOM.
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
           MOVE cpt-retours TO JOB-LUS.
           MOVE cpt-rejetes TO JOB-ECRITS.
           MOVE cpt-exceptions TO JOB-REJETS.
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
