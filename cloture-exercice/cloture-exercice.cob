      * Code ClotureExercice en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ClotureExercice.

      * Traitement par lots de fin d'exercice comptable : les soldes
      * des comptes de produits et de charges de PLAN-COMPTES.DAT,
      * arretes a la fin de l'exercice, sont vires sur le compte de
      * resultat de PARAM-EXERCICE.DAT par une ecriture RESU datee
      * du dernier jour de l'exercice, passee sur HISTORIQUE.DAT et
      * reportee sur SOLDE.DAT. Les soldes d'ouverture du nouvel
      * exercice, compte par compte et devise par devise, sont
      * edites sur BILAN-OUVERTURE-AAAAMM.DAT, puis tous les mois de
      * l'exercice clos sont verrouilles dans
      * PERIODES-COMPTABLES.DAT : plus aucune passation n'y est
      * admise et ils ne peuvent plus etre rouverts.
      * L'exercice traite est le dernier acheve a la date
      * d'execution ; son dernier mois doit avoir ete arrete par
      * ClotureMensuelle. Un exercice deja verrouille n'est pas
      * clos une seconde fois.
      * Le solde de fin d'exercice d'un compte est son solde courant
      * diminue des mouvements de HISTORIQUE.DAT dates apres la fin
      * de l'exercice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO "PARAM-EXERCICE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-statut.
           SELECT PERIODES-FILE ASSIGN TO "PERIODES-COMPTABLES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS periodes-statut.
           SELECT COMPTES-FILE ASSIGN TO "PLAN-COMPTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS comptes-statut.
           SELECT SOLDE-FILE ASSIGN TO "SOLDE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS solde-statut.
           SELECT SOLDE-CTP-FILE ASSIGN TO "SOLDE-CONTREPARTIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS solde-ctp-statut.
           SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS historique-statut.
           SELECT TAUX-CHANGE-FILE ASSIGN TO "TAUX-CHANGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS taux-change-statut.
           SELECT NUMERO-FILE ASSIGN TO "NUMERO-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS numero-statut.
           SELECT OUVERTURE-FILE ASSIGN USING ouverture-nom
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
       FD PARAM-FILE.
       COPY "cpparamexercice.cpy".

       FD PERIODES-FILE.
       COPY "cpperiode.cpy".

       FD COMPTES-FILE.
       COPY "cpcompte.cpy".

       FD SOLDE-FILE.
       COPY "cpsolde.cpy".

       FD SOLDE-CTP-FILE.
       COPY "cpsoldecontrepartie.cpy".

       FD HISTORIQUE-FILE.
       COPY "cphistorique.cpy".

       FD TAUX-CHANGE-FILE.
       COPY "cptauxchange.cpy".

       FD NUMERO-FILE.
       COPY "cpnumerotransac.cpy".

       FD OUVERTURE-FILE.
       01 LIGNE-OUVERTURE             PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 param-statut PIC X(02).
       77 periodes-statut PIC X(02).
       77 comptes-statut PIC X(02).
       77 solde-statut PIC X(02).
       77 solde-ctp-statut PIC X(02).
       77 historique-statut PIC X(02).
       77 taux-change-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 indic-fin-periodes PIC X(01) VALUE 'N'.
           88 fin-periodes VALUE 'O'.
       77 indic-fin-comptes PIC X(01) VALUE 'N'.
           88 fin-comptes VALUE 'O'.
       77 indic-fin-soldes PIC X(01) VALUE 'N'.
           88 fin-soldes VALUE 'O'.
       77 indic-fin-soldes-ctp PIC X(01) VALUE 'N'.
           88 fin-soldes-ctp VALUE 'O'.
       77 indic-fin-histo PIC X(01) VALUE 'N'.
           88 fin-histo VALUE 'O'.
       77 indic-fin-taux PIC X(01) VALUE 'N'.
           88 fin-taux VALUE 'O'.
       77 cpt-lignes-histo PIC 9(07) COMP VALUE ZERO.
       77 cpt-virements PIC 9(05) COMP VALUE ZERO.
       77 cpt-periodes PIC 9(03) COMP VALUE ZERO.

      * Bornes de l'exercice a clore, deduites du mois d'ouverture
      * de PARAM-EXERCICE.DAT et de la date d'execution
       77 mois-debut PIC 9(02) VALUE 1.
       77 compte-resultat PIC X(06) VALUE 'RESULT'.
       77 periode-jour PIC 9(06) VALUE ZERO.
       77 annee-fin PIC 9(04) VALUE ZERO.
       77 mois-fin PIC 9(02) VALUE ZERO.
       77 periode-debut PIC 9(06) VALUE ZERO.
       77 periode-fin PIC 9(06) VALUE ZERO.
       77 periode-ouverture PIC 9(06) VALUE ZERO.
       77 periode-courante PIC 9(06) VALUE ZERO.
       77 date-fin-exercice PIC 9(08) VALUE ZERO.
       77 date-ouverture PIC 9(08) VALUE ZERO.
       77 periode-controle PIC 9(06) VALUE ZERO.
       77 etat-periode PIC X(01) VALUE 'O'.
           88 periode-close VALUE 'C'.
           88 periode-verrouillee VALUE 'V'.

      * Nature des comptes du plan : seuls les produits (P) et les
      * charges (C) sont soldes sur le compte de resultat
       77 nb-comptes PIC 9(03) COMP VALUE ZERO.
       77 ix-compte PIC 9(03) COMP VALUE ZERO.
       77 rang-compte PIC 9(03) COMP VALUE ZERO.
       01 TABLE-COMPTES.
           05 COMPTE-TABLE OCCURS 100.
               10 CPT-TAB-CODE        PIC X(06).
               10 CPT-TAB-NATURE      PIC X(01).

      * Soldes par compte et par devise, repris de SOLDE.DAT et de
      * SOLDE-CONTREPARTIES.DAT (marque O) : solde courant et solde
      * arrete a la fin de l'exercice ; un code compte vide (ancien
      * format) vaut le compte general GEN
       77 nb-devises PIC 9(03) COMP VALUE ZERO.
       77 rang-devise PIC 9(03) COMP VALUE ZERO.
       77 nb-entrees-arretees PIC 9(03) COMP VALUE ZERO.
       77 rang-solde PIC 9(03) COMP VALUE ZERO.
       77 limite-devises PIC 9(03) COMP VALUE 100.
       77 devise-courante PIC X(03).
       77 compte-courant PIC X(06).
       77 ctp-courant PIC X(01).
       77 indic-devise-connue PIC X(01) VALUE 'N'.
           88 devise-connue VALUE 'O'.
       01 TABLE-DEVISES.
           05 DEVISE-ENTREE OCCURS 100.
               10 DEV-TAB-CODE        PIC X(03).
               10 DEV-TAB-COMPTE      PIC X(06).
               10 DEV-TAB-CTP         PIC X(01).
               10 DEV-TAB-SOLDE       PIC S9(7)V99.
               10 DEV-TAB-FIN         PIC S9(7)V99.
               10 DEV-TAB-VIREMENT    PIC S9(7)V99.

      * Derniers cours connus par devise, pour la contre-valeur des
      * lignes de l'ecriture de resultat
       77 nb-taux PIC 9(02) COMP VALUE ZERO.
       77 ix-taux PIC 9(02) COMP VALUE ZERO.
       77 rang-taux PIC 9(02) COMP VALUE ZERO.
       77 taux-courant PIC 9(03)V9(06) VALUE ZERO.
       01 TABLE-TAUX.
           05 TAUX-TABLE OCCURS 50.
               10 TAU-TAB-CODE        PIC X(03).
               10 TAU-TAB-TAUX        PIC 9(03)V9(06).

      * Ecriture de resultat en cours : un seul numero de
      * transaction, une ligne par compte de gestion et devise, puis
      * une ligne par devise sur le compte de resultat
       77 numero-transaction PIC 9(09) VALUE ZERO.
       77 numero-ligne PIC 9(03) VALUE ZERO.
       77 montant-ligne PIC S9(7)V99 VALUE ZERO.
       77 reference-ecriture PIC X(30) VALUE SPACES.

      * Edition des soldes d'ouverture
       77 ouverture-nom PIC X(30) VALUE SPACES.
       77 solde-edite PIC -,---,--9.99.

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
           IF RETURN-CODE = ZERO
               PERFORM 2000-ARRETER-SOLDES
               PERFORM 3000-VIRER-RESULTAT
               PERFORM 4000-ECRIRE-SOLDES
               PERFORM 5000-EDITER-OUVERTURE
               PERFORM 6000-VERROUILLER-EXERCICE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO cpt-lignes-histo.
           MOVE ZERO TO cpt-virements.
           MOVE ZERO TO cpt-periodes.
           MOVE ZERO TO nb-comptes.
           MOVE ZERO TO nb-devises.
           MOVE ZERO TO nb-taux.
           MOVE ZERO TO numero-ligne.
           MOVE 1 TO mois-debut.
           MOVE 'RESULT' TO compte-resultat.

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
           MOVE 'ClotureExercice' TO JOB-NOM.
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

      * Relit les parametres, determine l'exercice a clore et
      * verifie qu'il peut l'etre : son dernier mois arrete par
      * ClotureMensuelle, l'exercice pas encore verrouille
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           PERFORM 1100-CHARGER-PARAMETRES.
           PERFORM 1200-BORNER-EXERCICE.
           MOVE periode-fin TO periode-controle.
           PERFORM 8700-ETAT-PERIODE.
           EVALUATE TRUE
               WHEN periode-verrouillee
                   DISPLAY 'ERREUR : exercice clos au ' periode-fin
                       ' deja verrouille'
                   MOVE 8 TO RETURN-CODE
               WHEN NOT periode-close
                   DISPLAY 'ERREUR : periode ' periode-fin
                       ' non arretee, lancer d''abord '
                       'ClotureMensuelle'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ClotureExercice : exercice '
                       periode-debut ' a ' periode-fin
           END-EVALUATE.

      * Relit le mois d'ouverture de l'exercice et le compte de
      * resultat ; sans PARAM-EXERCICE.DAT, l'exercice est civil et
      * le resultat va au compte RESULT
       1100-CHARGER-PARAMETRES.
           OPEN INPUT PARAM-FILE.
           IF param-statut = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PEX-MOIS-DEBUT IS NUMERIC
                               AND PEX-MOIS-DEBUT >= 1
                               AND PEX-MOIS-DEBUT <= 12
                           MOVE PEX-MOIS-DEBUT TO mois-debut
                       END-IF
                       IF PEX-COMPTE-RESULTAT NOT = SPACES
                           MOVE PEX-COMPTE-RESULTAT
                               TO compte-resultat
                       END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Determine le dernier exercice acheve a la date d'execution :
      * son dernier mois precede le mois d'ouverture, et ne peut etre
      * posterieur au mois courant ; en deduit le premier mois, le
      * dernier jour de l'exercice et le premier mois du suivant
       1200-BORNER-EXERCICE.
           MOVE CP-HLG-DATE(1:6) TO periode-jour.
           MOVE CP-HLG-DATE(1:4) TO annee-fin.
           IF mois-debut = 1
               MOVE 12 TO mois-fin
           ELSE
               COMPUTE mois-fin = mois-debut - 1
           END-IF.
           COMPUTE periode-fin = annee-fin * 100 + mois-fin.
           IF periode-fin > periode-jour
               SUBTRACT 1 FROM annee-fin
               COMPUTE periode-fin = annee-fin * 100 + mois-fin
           END-IF.
           IF mois-debut = 1
               COMPUTE periode-debut = annee-fin * 100 + 1
               COMPUTE periode-ouverture = (annee-fin + 1) * 100 + 1
           ELSE
               COMPUTE periode-debut =
                   (annee-fin - 1) * 100 + mois-debut
               COMPUTE periode-ouverture = annee-fin * 100 + mois-debut
           END-IF.
           COMPUTE date-ouverture = periode-ouverture * 100 + 1.
           COMPUTE date-fin-exercice = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(date-ouverture) - 1).
           STRING 'BILAN-OUVERTURE-' DELIMITED BY SIZE
               periode-ouverture DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO ouverture-nom.
           STRING 'Cloture exercice ' DELIMITED BY SIZE
               periode-fin DELIMITED BY SIZE
               INTO reference-ecriture.

      * Arrete les soldes a la fin de l'exercice : nature des
      * comptes, soldes courants, cours, puis retrait des mouvements
      * passes apres la fin de l'exercice
       2000-ARRETER-SOLDES.
           PERFORM 2100-CHARGER-COMPTES.
           PERFORM 2200-CHARGER-SOLDES.
           PERFORM 2300-CHARGER-TAUX.
           MOVE 'N' TO indic-fin-histo.
           OPEN INPUT HISTORIQUE-FILE.
           IF historique-statut = '00'
               PERFORM 2410-LIRE-MOUVEMENT
               PERFORM 2400-DEDUIRE-MOUVEMENT UNTIL fin-histo
               CLOSE HISTORIQUE-FILE
           END-IF.

      * Charge en memoire le code et la nature des comptes du plan
       2100-CHARGER-COMPTES.
           MOVE 'N' TO indic-fin-comptes.
           OPEN INPUT COMPTES-FILE.
           IF comptes-statut = '00'
               PERFORM 2110-LIRE-COMPTE
               PERFORM 2120-AJOUTER-COMPTE UNTIL fin-comptes
               CLOSE COMPTES-FILE
           ELSE
               DISPLAY 'AVERTISSEMENT : PLAN-COMPTES.DAT absent, '
                   'aucun compte de gestion a solder'
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Lecture d'un enregistrement PLAN-COMPTES.DAT
       2110-LIRE-COMPTE.
           READ COMPTES-FILE
               AT END SET fin-comptes TO TRUE
           END-READ.

      * Ajoute le compte lu a la table, puis relit
       2120-AJOUTER-COMPTE.
           IF nb-comptes < 100
               ADD 1 TO nb-comptes
               MOVE CPT-CODE TO CPT-TAB-CODE(nb-comptes)
               MOVE CPT-NATURE TO CPT-TAB-NATURE(nb-comptes)
           END-IF.
           PERFORM 2110-LIRE-COMPTE.

      * Charge les soldes courants des comptes de nature et des
      * comptes de contrepartie
       2200-CHARGER-SOLDES.
           MOVE 'N' TO indic-fin-soldes.
           OPEN INPUT SOLDE-FILE.
           IF solde-statut = '00'
               PERFORM 2210-LIRE-SOLDE
               PERFORM 2220-AJOUTER-SOLDE UNTIL fin-soldes
               CLOSE SOLDE-FILE
           END-IF.
           MOVE 'N' TO indic-fin-soldes-ctp.
           OPEN INPUT SOLDE-CTP-FILE.
           IF solde-ctp-statut = '00'
               PERFORM 2230-LIRE-SOLDE-CTP
               PERFORM 2240-AJOUTER-SOLDE-CTP UNTIL fin-soldes-ctp
               CLOSE SOLDE-CTP-FILE
           END-IF.

      * Lecture d'un enregistrement SOLDE.DAT
       2210-LIRE-SOLDE.
           READ SOLDE-FILE
               AT END SET fin-soldes TO TRUE
           END-READ.

      * Range le solde lu dans la table, puis relit
       2220-AJOUTER-SOLDE.
           MOVE SLD-DEVISE TO devise-courante.
           IF SLD-COMPTE = SPACES
               MOVE 'GEN' TO compte-courant
           ELSE
               MOVE SLD-COMPTE TO compte-courant
           END-IF.
           MOVE 'N' TO ctp-courant.
           PERFORM 7000-TROUVER-DEVISE.
           IF rang-devise > ZERO
               ADD SLD-MONTANT TO DEV-TAB-SOLDE(rang-devise)
               ADD SLD-MONTANT TO DEV-TAB-FIN(rang-devise)
           END-IF.
           PERFORM 2210-LIRE-SOLDE.

      * Lecture d'un enregistrement SOLDE-CONTREPARTIES.DAT
       2230-LIRE-SOLDE-CTP.
           READ SOLDE-CTP-FILE
               AT END SET fin-soldes-ctp TO TRUE
           END-READ.

      * Range le solde de contrepartie lu dans la table, puis relit
       2240-AJOUTER-SOLDE-CTP.
           MOVE SCP-DEVISE TO devise-courante.
           MOVE SCP-COMPTE TO compte-courant.
           MOVE 'O' TO ctp-courant.
           PERFORM 7000-TROUVER-DEVISE.
           IF rang-devise > ZERO
               ADD SCP-MONTANT TO DEV-TAB-SOLDE(rang-devise)
               ADD SCP-MONTANT TO DEV-TAB-FIN(rang-devise)
           END-IF.
           PERFORM 2230-LIRE-SOLDE-CTP.

      * Charge le dernier cours connu de chaque devise
       2300-CHARGER-TAUX.
           MOVE 'N' TO indic-fin-taux.
           OPEN INPUT TAUX-CHANGE-FILE.
           IF taux-change-statut = '00'
               PERFORM 2310-LIRE-TAUX
               PERFORM 2320-RETENIR-TAUX UNTIL fin-taux
               CLOSE TAUX-CHANGE-FILE
           END-IF.

      * Lecture d'un enregistrement TAUX-CHANGE.DAT
       2310-LIRE-TAUX.
           READ TAUX-CHANGE-FILE
               AT END SET fin-taux TO TRUE
           END-READ.

      * Retient le cours lu, la derniere ligne d'une devise
      * recouvrant la precedente, puis relit
       2320-RETENIR-TAUX.
           MOVE DEV-CODE TO devise-courante.
           PERFORM 7200-CHERCHER-TAUX.
           IF rang-taux = ZERO AND nb-taux < 50
               ADD 1 TO nb-taux
               MOVE nb-taux TO rang-taux
               MOVE DEV-CODE TO TAU-TAB-CODE(rang-taux)
           END-IF.
           IF rang-taux > ZERO
               MOVE DEV-TAUX TO TAU-TAB-TAUX(rang-taux)
           END-IF.
           PERFORM 2310-LIRE-TAUX.

      * Retire du solde de fin d'exercice un mouvement date apres
      * la fin de l'exercice, puis relit
       2400-DEDUIRE-MOUVEMENT.
           ADD 1 TO cpt-lignes-histo.
           IF HIS-DATE IS NUMERIC
                   AND HIS-DATE > date-fin-exercice
               IF HIS-DEVISE = SPACES
                   MOVE 'EUR' TO devise-courante
               ELSE
                   MOVE HIS-DEVISE TO devise-courante
               END-IF
               IF HIS-COMPTE = SPACES
                   MOVE 'GEN' TO compte-courant
               ELSE
                   MOVE HIS-COMPTE TO compte-courant
               END-IF
               IF HIS-LIGNE-CONTREPARTIE
                   MOVE 'O' TO ctp-courant
               ELSE
                   MOVE 'N' TO ctp-courant
               END-IF
               PERFORM 7000-TROUVER-DEVISE
               IF rang-devise > ZERO
                   SUBTRACT HIS-MONTANT FROM DEV-TAB-FIN(rang-devise)
               END-IF
           END-IF.
           PERFORM 2410-LIRE-MOUVEMENT.

      * Lecture d'un enregistrement HISTORIQUE.DAT
       2410-LIRE-MOUVEMENT.
           READ HISTORIQUE-FILE
               AT END SET fin-histo TO TRUE
           END-READ.

      * Passe l'ecriture de resultat a la suite de HISTORIQUE.DAT :
      * chaque compte de produits ou de charges est solde, la somme
      * des soldes vires allant au compte de resultat de la devise
       3000-VIRER-RESULTAT.
           PERFORM 3100-ALLOUER-NUMERO.
           OPEN EXTEND HISTORIQUE-FILE.
           IF historique-statut = '35'
               OPEN OUTPUT HISTORIQUE-FILE
           END-IF.
           MOVE nb-devises TO nb-entrees-arretees.
           PERFORM 3200-SOLDER-COMPTE
               VARYING rang-solde FROM 1 BY 1
               UNTIL rang-solde > nb-entrees-arretees.
           PERFORM 3300-CREDITER-RESULTAT
               VARYING rang-devise FROM 1 BY 1
               UNTIL rang-devise > nb-devises.
           CLOSE HISTORIQUE-FILE.
           DISPLAY 'ClotureExercice : ' cpt-virements
               ' ligne(s) de virement au resultat, numero '
               numero-transaction.

      * Alloue le numero de transaction unique de l'ecriture de
      * resultat
       3100-ALLOUER-NUMERO.
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

      * Solde un compte de produits ou de charges de sa position de
      * fin d'exercice et en reporte le montant au compte de
      * resultat de la meme devise
       3200-SOLDER-COMPTE.
           IF DEV-TAB-CTP(rang-solde) NOT = 'O'
                   AND DEV-TAB-COMPTE(rang-solde) NOT = compte-resultat
                   AND DEV-TAB-FIN(rang-solde) NOT = ZERO
               MOVE DEV-TAB-COMPTE(rang-solde) TO compte-courant
               PERFORM 7100-CHERCHER-NATURE
               IF rang-compte > ZERO
                   IF CPT-TAB-NATURE(rang-compte) = 'P'
                           OR CPT-TAB-NATURE(rang-compte) = 'C'
                       PERFORM 3210-VIRER-UN-COMPTE
                   END-IF
               END-IF
           END-IF.

      * Ecrit la ligne qui solde le compte et cumule le montant vire
      * sur l'entree du compte de resultat
       3210-VIRER-UN-COMPTE.
           COMPUTE montant-ligne = ZERO - DEV-TAB-FIN(rang-solde).
           ADD montant-ligne TO DEV-TAB-SOLDE(rang-solde).
           MOVE ZERO TO DEV-TAB-FIN(rang-solde).
           MOVE DEV-TAB-CODE(rang-solde) TO devise-courante.
           MOVE DEV-TAB-COMPTE(rang-solde) TO compte-courant.
           MOVE DEV-TAB-SOLDE(rang-solde) TO HIS-SOLDE.
           PERFORM 3400-ECRIRE-LIGNE.
           MOVE compte-resultat TO compte-courant.
           MOVE 'N' TO ctp-courant.
           PERFORM 7000-TROUVER-DEVISE.
           IF rang-devise > ZERO
               SUBTRACT montant-ligne FROM DEV-TAB-VIREMENT(rang-devise)
           ELSE
               DISPLAY 'AVERTISSEMENT : table des soldes pleine, '
                   'resultat ' devise-courante ' non credite'
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Porte au compte de resultat de chaque devise la somme des
      * soldes qui lui ont ete vires
       3300-CREDITER-RESULTAT.
           IF DEV-TAB-VIREMENT(rang-devise) NOT = ZERO
               MOVE DEV-TAB-VIREMENT(rang-devise) TO montant-ligne
               ADD montant-ligne TO DEV-TAB-SOLDE(rang-devise)
               ADD montant-ligne TO DEV-TAB-FIN(rang-devise)
               MOVE DEV-TAB-CODE(rang-devise) TO devise-courante
               MOVE DEV-TAB-COMPTE(rang-devise) TO compte-courant
               MOVE DEV-TAB-SOLDE(rang-devise) TO HIS-SOLDE
               PERFORM 3400-ECRIRE-LIGNE
           END-IF.

      * Ecrit une ligne de l'ecriture de resultat, datee du dernier
      * jour de l'exercice, contre-valeur au dernier cours connu
       3400-ECRIRE-LIGNE.
           ADD 1 TO numero-ligne.
           ADD 1 TO cpt-virements.
           PERFORM 7200-CHERCHER-TAUX.
           IF devise-courante = 'EUR'
               MOVE 1 TO taux-courant
           ELSE
               IF rang-taux > ZERO
                   MOVE TAU-TAB-TAUX(rang-taux) TO taux-courant
               ELSE
                   MOVE ZERO TO taux-courant
                   DISPLAY 'AVERTISSEMENT : devise ' devise-courante
                       ' sans cours, contre-valeur nulle'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE montant-ligne TO HIS-MONTANT.
           MOVE date-fin-exercice TO HIS-DATE.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-HH TO HIS-HEURE(1:2).
           MOVE CP-HLG-MN TO HIS-HEURE(3:2).
           MOVE CP-HLG-SS TO HIS-HEURE(5:2).
           MOVE 'RESU' TO HIS-TYPE.
           MOVE devise-courante TO HIS-DEVISE.
           COMPUTE HIS-CONTRE-VALEUR ROUNDED =
               montant-ligne * taux-courant.
           MOVE reference-ecriture TO HIS-REFERENCE.
           MOVE numero-passage TO HIS-PASSAGE.
           MOVE compte-courant TO HIS-COMPTE.
           MOVE ZERO TO HIS-TVA.
           MOVE ZERO TO HIS-TAUX-TVA.
           MOVE numero-transaction TO HIS-NUMERO.
           MOVE SPACES TO HIS-TIERS.
           MOVE numero-ligne TO HIS-LIGNE.
           MOVE SPACE TO HIS-CONTREPARTIE.
           WRITE HISTORIQUE-ENREGISTREMENT.

      * Reecrit SOLDE.DAT et SOLDE-CONTREPARTIES.DAT avec les soldes
      * courants apres virement au resultat
       4000-ECRIRE-SOLDES.
           OPEN OUTPUT SOLDE-FILE.
           OPEN OUTPUT SOLDE-CTP-FILE.
           PERFORM 4100-ECRIRE-UN-SOLDE
               VARYING rang-devise FROM 1 BY 1
               UNTIL rang-devise > nb-devises.
           CLOSE SOLDE-FILE.
           CLOSE SOLDE-CTP-FILE.

      * Ecrit le solde d'une entree sur le fichier de son compte
       4100-ECRIRE-UN-SOLDE.
           IF DEV-TAB-CTP(rang-devise) = 'O'
               MOVE DEV-TAB-CODE(rang-devise) TO SCP-DEVISE
               MOVE DEV-TAB-SOLDE(rang-devise) TO SCP-MONTANT
               MOVE DEV-TAB-COMPTE(rang-devise) TO SCP-COMPTE
               WRITE SOLDE-CONTREPARTIE-ENREGISTREMENT
           ELSE
               MOVE DEV-TAB-CODE(rang-devise) TO SLD-DEVISE
               MOVE DEV-TAB-SOLDE(rang-devise) TO SLD-MONTANT
               MOVE DEV-TAB-COMPTE(rang-devise) TO SLD-COMPTE
               WRITE SOLDE-ENREGISTREMENT
           END-IF.

      * Edite les soldes d'ouverture du nouvel exercice : la
      * position de fin d'exercice de chaque compte et devise, les
      * comptes de gestion etant desormais a zero
       5000-EDITER-OUVERTURE.
           OPEN OUTPUT OUVERTURE-FILE.
           MOVE SPACES TO LIGNE-OUVERTURE.
           STRING 'Soldes d''ouverture de l''exercice '
               DELIMITED BY SIZE
               periode-ouverture DELIMITED BY SIZE
               INTO LIGNE-OUVERTURE.
           WRITE LIGNE-OUVERTURE.
           MOVE 'Compte Devise           Solde  Contrepartie'
               TO LIGNE-OUVERTURE.
           WRITE LIGNE-OUVERTURE.
           PERFORM 5100-EDITER-UN-SOLDE
               VARYING rang-devise FROM 1 BY 1
               UNTIL rang-devise > nb-devises.
           CLOSE OUVERTURE-FILE.
           DISPLAY 'ClotureExercice : soldes d''ouverture sur '
               ouverture-nom.

      * Edite la ligne d'ouverture d'un compte et d'une devise
       5100-EDITER-UN-SOLDE.
           MOVE DEV-TAB-FIN(rang-devise) TO solde-edite.
           MOVE SPACES TO LIGNE-OUVERTURE.
           STRING DEV-TAB-COMPTE(rang-devise) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DEV-TAB-CODE(rang-devise) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               solde-edite DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               DEV-TAB-CTP(rang-devise) DELIMITED BY SIZE
               INTO LIGNE-OUVERTURE.
           WRITE LIGNE-OUVERTURE.

      * Verrouille tous les mois de l'exercice clos a la suite de
      * PERIODES-COMPTABLES.DAT
       6000-VERROUILLER-EXERCICE.
           OPEN EXTEND PERIODES-FILE.
           IF periodes-statut = '35'
               OPEN OUTPUT PERIODES-FILE
           END-IF.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE periode-debut TO periode-courante.
           PERFORM 6100-VERROUILLER-PERIODE
               UNTIL periode-courante > periode-fin.
           CLOSE PERIODES-FILE.
           DISPLAY 'ClotureExercice : ' cpt-periodes
               ' periode(s) verrouillee(s)'.

      * Ecrit la ligne de verrouillage d'un mois, puis passe au
      * mois suivant
       6100-VERROUILLER-PERIODE.
           MOVE periode-courante TO PER-PERIODE.
           SET PER-VERROUILLEE TO TRUE.
           MOVE CP-HLG-DATE TO PER-DATE.
           MOVE 'CLOTURE' TO PER-UTILISATEUR.
           MOVE reference-ecriture TO PER-MOTIF.
           WRITE PERIODE-ENREGISTREMENT.
           ADD 1 TO cpt-periodes.
           IF periode-courante(5:2) = '12'
               ADD 89 TO periode-courante
           ELSE
               ADD 1 TO periode-courante
           END-IF.

      * Cherche l'entree de la table portant le compte, la devise et
      * la marque de contrepartie demandes, en la creant au besoin
       7000-TROUVER-DEVISE.
           MOVE ZERO TO rang-devise.
           MOVE 'N' TO indic-devise-connue.
           PERFORM 7010-COMPARER-DEVISE
               VARYING rang-devise FROM 1 BY 1
               UNTIL rang-devise > nb-devises OR devise-connue.
           IF devise-connue
               SUBTRACT 1 FROM rang-devise
           ELSE
               IF nb-devises < limite-devises
                   ADD 1 TO nb-devises
                   MOVE nb-devises TO rang-devise
                   MOVE devise-courante TO DEV-TAB-CODE(rang-devise)
                   MOVE compte-courant TO DEV-TAB-COMPTE(rang-devise)
                   MOVE ctp-courant TO DEV-TAB-CTP(rang-devise)
                   MOVE ZERO TO DEV-TAB-SOLDE(rang-devise)
                   MOVE ZERO TO DEV-TAB-FIN(rang-devise)
                   MOVE ZERO TO DEV-TAB-VIREMENT(rang-devise)
               ELSE
                   MOVE ZERO TO rang-devise
               END-IF
           END-IF.

      * Compare l'entree courante de la table a la recherche
       7010-COMPARER-DEVISE.
           IF DEV-TAB-CODE(rang-devise) = devise-courante
                   AND DEV-TAB-COMPTE(rang-devise) = compte-courant
                   AND DEV-TAB-CTP(rang-devise) = ctp-courant
               SET devise-connue TO TRUE
           END-IF.

      * Cherche le compte courant au plan de comptes en memoire ;
      * rang-compte reste a zero pour un compte hors plan
       7100-CHERCHER-NATURE.
           MOVE ZERO TO rang-compte.
           PERFORM 7110-COMPARER-COMPTE
               VARYING ix-compte FROM 1 BY 1
               UNTIL ix-compte > nb-comptes OR rang-compte > ZERO.

      * Compare le compte de la table au compte courant
       7110-COMPARER-COMPTE.
           IF CPT-TAB-CODE(ix-compte) = compte-courant
               MOVE ix-compte TO rang-compte
           END-IF.

      * Cherche le cours de la devise courante ; rang-taux reste a
      * zero pour une devise sans cours
       7200-CHERCHER-TAUX.
           MOVE ZERO TO rang-taux.
           PERFORM 7210-COMPARER-TAUX
               VARYING ix-taux FROM 1 BY 1
               UNTIL ix-taux > nb-taux OR rang-taux > ZERO.

      * Compare la devise de la table a la devise courante
       7210-COMPARER-TAUX.
           IF TAU-TAB-CODE(ix-taux) = devise-courante
               MOVE ix-taux TO rang-taux
           END-IF.

      * Donne l'etat de la periode a controler : la derniere ligne
      * de la periode dans PERIODES-COMPTABLES.DAT fait foi, une
      * periode absente est ouverte
       8700-ETAT-PERIODE.
           MOVE 'O' TO etat-periode.
           MOVE 'N' TO indic-fin-periodes.
           OPEN INPUT PERIODES-FILE.
           IF periodes-statut = '00'
               PERFORM 8710-LIRE-PERIODE
               PERFORM 8720-RETENIR-PERIODE UNTIL fin-periodes
               CLOSE PERIODES-FILE
           END-IF.

      * Lecture d'un enregistrement PERIODES-COMPTABLES.DAT
       8710-LIRE-PERIODE.
           READ PERIODES-FILE
               AT END SET fin-periodes TO TRUE
           END-READ.

      * Retient l'etat lu s'il porte sur la periode controlee, puis
      * relit
       8720-RETENIR-PERIODE.
           IF PER-PERIODE = periode-controle
               MOVE PER-STATUT TO etat-periode
           END-IF.
           PERFORM 8710-LIRE-PERIODE.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'ClotureExercice' TO JOB-NOM.
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
           MOVE cpt-lignes-histo TO JOB-LUS.
           MOVE cpt-virements TO JOB-ECRITS.
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
