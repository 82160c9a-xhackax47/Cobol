      * taux de TVA, sont deposes sur CUMULS-MENSUELS.DAT pour que
      * les rapports de budget et de TVA retrouvent les mois clos
      * sans relire les releves.
      * Les comptes de contrepartie, tenus sur
      * SOLDE-CONTREPARTIES.DAT, sont clos comme les autres ; leurs
      * lignes n'entrent pas dans les cumuls par type, dont elles ne
      * sont que le miroir. Les mouvements de l'ancien format encore
      * sans contrepartie recoivent un report distinct, laisse a
      * convertir par ConvertirJournal.
      * La periode arretee est enfin marquee close dans
      * PERIODES-COMPTABLES.DAT : plus aucune passation n'y est
      * admise, sauf reouverture par GererPeriodes. Une periode deja
      * verrouillee par ClotureExercice reste verrouillee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLDE-FILE ASSIGN TO "SOLDE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS solde-statut.
           SELECT SOLDE-CTP-FILE ASSIGN TO "SOLDE-CONTREPARTIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS solde-ctp-statut.
           SELECT TAUX-CHANGE-FILE ASSIGN TO "TAUX-CHANGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS taux-change-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.
           SELECT PERIODES-FILE ASSIGN TO "PERIODES-COMPTABLES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS periodes-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD SOLDE-FILE.
       COPY "cpsolde.cpy".

       FD SOLDE-CTP-FILE.
       COPY "cpsoldecontrepartie.cpy".

       FD TAUX-CHANGE-FILE.
       COPY "cptauxchange.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       FD PERIODES-FILE.
       COPY "cpperiode.cpy".

       WORKING-STORAGE SECTION.
       77 historique-statut PIC X(02).
       77 solde-statut PIC X(02).
       77 solde-ctp-statut PIC X(02).
       77 indic-fin-soldes-ctp PIC X(01) VALUE 'N'.
           88 fin-soldes-ctp VALUE 'O'.
       77 releve-nom PIC X(20) VALUE SPACES.
       77 periode PIC 9(06).
       77 indic-fin-histo PIC X(01) VALUE 'N'.
               10 DEV-TAB-CONTRE PIC S9(7)V99.
               10 DEV-TAB-SOLDE PIC S9(7)V99.
               10 DEV-TAB-TAUX PIC 9(03)V9(06).
               10 DEV-TAB-ANCIEN PIC S9(7)V99.
               10 DEV-TAB-ANCIEN-CONTRE PIC S9(7)V99.
               10 DEV-TAB-CTP PIC X(01).

      * Reevaluation de fin de mois des soldes en devises au cours
      * de cloture : l'ecart entre la contre-valeur au cours de
       77 numero-passage PIC 9(05) VALUE ZERO.
       77 job-secondes-debut PIC S9(07) COMP VALUE ZERO.
       77 job-secondes-fin PIC S9(07) COMP.

      * Etat courant de la periode arretee, la derniere ligne de la
      * periode dans PERIODES-COMPTABLES.DAT faisant foi
       77 periodes-statut PIC X(02).
       77 indic-fin-periodes PIC X(01) VALUE 'N'.
           88 fin-periodes VALUE 'O'.
       77 etat-periode PIC X(01) VALUE 'O'.
           88 periode-verrouillee VALUE 'V'.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO indic-fin-histo.
           MOVE 'N' TO indic-fin-soldes.
           MOVE 'N' TO indic-fin-soldes-ctp.
           MOVE 'N' TO indic-ecart-devise.
           MOVE ZERO TO nb-devises.
           MOVE ZERO TO solde.
           IF nb-devises > ZERO
               MOVE DEV-TAB-SOLDE(1) TO solde
           END-IF.
           OPEN INPUT SOLDE-CTP-FILE.
           IF solde-ctp-statut = '00'
               PERFORM 1130-LIRE-SOLDE-CTP
               PERFORM 1140-AJOUTER-SOLDE-CTP UNTIL fin-soldes-ctp
               CLOSE SOLDE-CTP-FILE
           END-IF.

      * Lecture d'un enregistrement SOLDE.DAT
       1110-LIRE-UN-SOLDE.
           END-IF.
           PERFORM 1110-LIRE-UN-SOLDE.

      * Lecture d'un enregistrement SOLDE-CONTREPARTIES.DAT
       1130-LIRE-SOLDE-CTP.
           READ SOLDE-CTP-FILE
               AT END SET fin-soldes-ctp TO TRUE
           END-READ.

      * Ajoute le solde d'un compte de contrepartie a la table,
      * marque comme tel, puis relit
       1140-AJOUTER-SOLDE-CTP.
           MOVE SCP-DEVISE TO devise-courante.
           MOVE SCP-COMPTE TO compte-courant.
           PERFORM 5000-TROUVER-DEVISE.
           IF rang-devise > ZERO
               MOVE SCP-MONTANT TO DEV-TAB-SOLDE(rang-devise)
               MOVE 'O' TO DEV-TAB-CTP(rang-devise)
           END-IF.
           PERFORM 1130-LIRE-SOLDE-CTP.

      * Cherche l'entree de la table portant le compte et la devise
      * demandes, en la creant au besoin
       5000-TROUVER-DEVISE.
               MOVE ZERO TO DEV-TAB-CONTRE(nb-devises)
               MOVE ZERO TO DEV-TAB-SOLDE(nb-devises)
               MOVE ZERO TO DEV-TAB-TAUX(nb-devises)
               MOVE ZERO TO DEV-TAB-ANCIEN(nb-devises)
               MOVE ZERO TO DEV-TAB-ANCIEN-CONTRE(nb-devises)
               MOVE 'N' TO DEV-TAB-CTP(nb-devises)
               MOVE nb-devises TO rang-devise
           END-IF.

                   TO DEV-TAB-TOTAL(rang-devise)
               ADD contre-valeur-ligne
                   TO DEV-TAB-CONTRE(rang-devise)
               IF HIS-LIGNE OF HISTORIQUE-FILE IS NOT NUMERIC
                   ADD HIS-MONTANT OF HISTORIQUE-FILE
                       TO DEV-TAB-ANCIEN(rang-devise)
                   ADD contre-valeur-ligne
                       TO DEV-TAB-ANCIEN-CONTRE(rang-devise)
               END-IF
               IF HIS-LIGNE-CONTREPARTIE OF HISTORIQUE-FILE
                   MOVE 'O' TO DEV-TAB-CTP(rang-devise)
               END-IF
           END-IF.
           ADD contre-valeur-ligne TO total-periode.
           PERFORM 2500-CUMULER-PERIODE.

      * Cumule le mouvement courant dans le total de son type et de
      * son taux de TVA pour le depot de cloture ; les reports a
      * nouveau et reevaluations des clotures passees, comme les
      * lignes de contrepartie, sont ecartes
       2500-CUMULER-PERIODE.
           IF HIS-TYPE OF HISTORIQUE-FILE NOT = 'REPO'
                   AND HIS-TYPE OF HISTORIQUE-FILE NOT = 'REEV'
                   AND NOT HIS-LIGNE-CONTREPARTIE OF HISTORIQUE-FILE
               IF HIS-TAUX-TVA OF HISTORIQUE-FILE IS NUMERIC
                   MOVE HIS-TAUX-TVA OF HISTORIQUE-FILE
                       TO taux-tva-ligne
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9700-CLORE-PERIODE.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Verifie que le total des mouvements clos d'une devise retombe
               UNTIL idx-devise > nb-devises.

      * Report a nouveau d'une devise ; une devise sans aucun
      * mouvement ni solde n'en recoit pas. La part des mouvements
      * de l'ancien format fait l'objet d'un second report, sans
      * rang de ligne, qui reste a convertir
       9210-REPORT-UNE-DEVISE.
           IF DEV-TAB-TOTAL(idx-devise) NOT = ZERO
                   OR DEV-TAB-SOLDE(idx-devise) NOT = ZERO
               COMPUTE HIS-MONTANT OF HISTORIQUE-NOUVEAU-FILE =
                   DEV-TAB-TOTAL(idx-devise)
                   - DEV-TAB-ANCIEN(idx-devise)
               COMPUTE HIS-CONTRE-VALEUR OF HISTORIQUE-NOUVEAU-FILE =
                   DEV-TAB-CONTRE(idx-devise)
                   - DEV-TAB-ANCIEN-CONTRE(idx-devise)
               MOVE 1 TO HIS-LIGNE OF HISTORIQUE-NOUVEAU-FILE
               PERFORM 9220-ECRIRE-REPORT-LIGNE
               IF DEV-TAB-ANCIEN(idx-devise) NOT = ZERO
                       OR DEV-TAB-ANCIEN-CONTRE(idx-devise) NOT = ZERO
                   MOVE DEV-TAB-ANCIEN(idx-devise)
                       TO HIS-MONTANT OF HISTORIQUE-NOUVEAU-FILE
                   MOVE DEV-TAB-ANCIEN-CONTRE(idx-devise)
                       TO HIS-CONTRE-VALEUR OF HISTORIQUE-NOUVEAU-FILE
                   MOVE SPACES
                       TO HIS-LIGNE OF HISTORIQUE-NOUVEAU-FILE(1:3)
                   PERFORM 9220-ECRIRE-REPORT-LIGNE
               END-IF
           END-IF.

      * Complete et ecrit une ligne de report a nouveau dont le
      * montant, la contre-valeur et le rang sont poses
       9220-ECRIRE-REPORT-LIGNE.
           MOVE DEV-TAB-TOTAL(idx-devise)
               TO HIS-SOLDE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE CP-HLG-DATE
               TO HIS-DATE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE CP-HLG-HH TO
               HIS-HEURE OF HISTORIQUE-NOUVEAU-FILE(1:2).
           MOVE CP-HLG-MN TO
               HIS-HEURE OF HISTORIQUE-NOUVEAU-FILE(3:2).
           MOVE CP-HLG-SS TO
               HIS-HEURE OF HISTORIQUE-NOUVEAU-FILE(5:2).
           MOVE 'REPO' TO HIS-TYPE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE DEV-TAB-CODE(idx-devise)
               TO HIS-DEVISE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE numero-passage
               TO HIS-PASSAGE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE DEV-TAB-COMPTE(idx-devise)
               TO HIS-COMPTE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE ZERO TO HIS-TVA OF HISTORIQUE-NOUVEAU-FILE.
           MOVE ZERO TO HIS-TAUX-TVA OF HISTORIQUE-NOUVEAU-FILE.
           MOVE ZERO TO HIS-NUMERO OF HISTORIQUE-NOUVEAU-FILE.
           MOVE SPACES
               TO HIS-REFERENCE OF HISTORIQUE-NOUVEAU-FILE.
           STRING 'Report a nouveau ' DELIMITED BY SIZE
               periode DELIMITED BY SIZE
               INTO HIS-REFERENCE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE SPACES TO HIS-TIERS OF HISTORIQUE-NOUVEAU-FILE.
           PERFORM 9230-MARQUER-CONTREPARTIE.
           WRITE HISTORIQUE-ENREGISTREMENT
               OF HISTORIQUE-NOUVEAU-FILE.

      * Marque la ligne ecrite si son compte est de contrepartie
       9230-MARQUER-CONTREPARTIE.
           IF DEV-TAB-CTP(idx-devise) = 'O'
               SET HIS-LIGNE-CONTREPARTIE OF HISTORIQUE-NOUVEAU-FILE
                   TO TRUE
           ELSE
               MOVE SPACE TO HIS-CONTREPARTIE OF HISTORIQUE-NOUVEAU-FILE
           END-IF.

      * Reevaluation de fin de mois : chaque solde non EUR est
           STRING 'Reevaluation ' DELIMITED BY SIZE
               periode DELIMITED BY SIZE
               INTO HIS-REFERENCE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE SPACES TO HIS-TIERS OF HISTORIQUE-NOUVEAU-FILE.
           MOVE 1 TO HIS-LIGNE OF HISTORIQUE-NOUVEAU-FILE.
           PERFORM 9230-MARQUER-CONTREPARTIE.
           WRITE HISTORIQUE-ENREGISTREMENT
               OF HISTORIQUE-NOUVEAU-FILE.

           MOVE CML-TVA(ix-cumul) TO CUM-TVA.
           WRITE CUMUL-MENSUEL-ENREGISTREMENT.

      * Marque la periode arretee close a la suite de
      * PERIODES-COMPTABLES.DAT, sauf si l'exercice l'a deja
      * verrouillee
       9700-CLORE-PERIODE.
           MOVE 'O' TO etat-periode.
           MOVE 'N' TO indic-fin-periodes.
           OPEN INPUT PERIODES-FILE.
           IF periodes-statut = '00'
               PERFORM 9710-LIRE-PERIODE
               PERFORM 9720-RETENIR-PERIODE UNTIL fin-periodes
               CLOSE PERIODES-FILE
           END-IF.
           IF NOT periode-verrouillee
               MOVE periode TO PER-PERIODE
               SET PER-CLOSE TO TRUE
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               MOVE CP-HLG-DATE TO PER-DATE
               MOVE 'CLOTURE' TO PER-UTILISATEUR
               MOVE 'Arrete mensuel' TO PER-MOTIF
               OPEN EXTEND PERIODES-FILE
               IF periodes-statut = '35'
                   OPEN OUTPUT PERIODES-FILE
               END-IF
               WRITE PERIODE-ENREGISTREMENT
               CLOSE PERIODES-FILE
           END-IF.

      * Lecture d'un enregistrement PERIODES-COMPTABLES.DAT
       9710-LIRE-PERIODE.
           READ PERIODES-FILE
               AT END SET fin-periodes TO TRUE
           END-READ.

      * Retient l'etat lu s'il porte sur la periode arretee, puis
      * relit
       9720-RETENIR-PERIODE.
           IF PER-PERIODE = periode
               MOVE PER-STATUT TO etat-periode
           END-IF.
           PERFORM 9710-LIRE-PERIODE.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
