      * Code ReprendreMaitre en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ReprendreMaitre.

      * Transaction a la demande, apres une restauration de
      * SOLDE.DAT par RestaurerMaitre : reprend en avant les soldes
      * du grand livre jusqu'au moment de l'incident. Le catalogue
      * des sauvegardes donne le passage de la generation restauree
      * ; les lignes de HISTORIQUE.DAT de ce passage et des
      * suivants sont rejouees dans leur ordre d'origine sur les
      * soldes restaures, chaque mouvement etant justifie par la
      * transaction consommee correspondante de
      * TRANSACTIONS-TRAITEES.DAT et chaque solde obtenu compare au
      * solde trace dans l'historique. La reprise s'arrete sur la
      * premiere ligne qui ne peut etre reappliquee. Le nombre et
      * le total des mouvements rejoues sont rapproches des totaux
      * de controle deposes par ManipulationAdd dans
      * CONTROLE-CHAINE.DAT : SOLDE.DAT n'est reecrit que si le
      * rapprochement est conforme. Le compte rendu est edite sur
      * RAPPORT-REPRISE.DAT. Les soldes des comptes de contrepartie
      * (SOLDE-CONTREPARTIES.DAT) ne sont pas sauvegardes ni
      * restaures : leurs lignes sont justifiees mais pas rejouees.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FILE
               ASSIGN TO "CATALOGUE-SAUVEGARDES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS catalogue-statut.
           SELECT SOLDE-FILE ASSIGN TO "SOLDE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS solde-statut.
           SELECT SOLDE-NOUVEAU-FILE ASSIGN TO "SOLDE.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS historique-statut.
           SELECT TRANSAC-TRAITEES-FILE
               ASSIGN TO "TRANSACTIONS-TRAITEES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transac-traitees-statut.
           SELECT CONTROLE-FILE ASSIGN TO "CONTROLE-CHAINE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS controle-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.
           SELECT VERROUS-FILE ASSIGN TO "VERROUS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS verrous-statut.
           SELECT VERROUS-NOUVEAU-FILE ASSIGN TO "VERROUS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RAPPORT-REPRISE-FILE
               ASSIGN TO "RAPPORT-REPRISE.DAT"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD CATALOGUE-FILE.
       COPY "cpcatalogue.cpy".

      * Meme structure d'enregistrement pour les soldes restaures
      * et leur reecriture, comme pour les verrous ; les references
      * sont qualifiees par OF pour lever l'ambiguite
       FD SOLDE-FILE.
       COPY "cpsolde.cpy".

       FD SOLDE-NOUVEAU-FILE.
       COPY "cpsolde.cpy".

       FD HISTORIQUE-FILE.
       COPY "cphistorique.cpy".

       FD TRANSAC-TRAITEES-FILE.
       COPY "cptransactraite.cpy".

       FD CONTROLE-FILE.
       COPY "cpcontrolechaine.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       FD VERROUS-FILE.
       COPY "cpverrou.cpy".

       FD VERROUS-NOUVEAU-FILE.
       COPY "cpverrou.cpy".

       FD RAPPORT-REPRISE-FILE.
       01 LIGNE-REPRISE               PIC X(80).

       WORKING-STORAGE SECTION.
       77 catalogue-statut PIC X(02).
       77 solde-statut PIC X(02).
       77 historique-statut PIC X(02).
       77 transac-traitees-statut PIC X(02).
       77 controle-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 verrous-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
       COPY "cphorlog.cpy".

      * Transaction consommee relue depuis TRANSACTIONS-TRAITEES.DAT
       COPY "cptransac.cpy".

      * Point de sauvegarde : passages des dernieres sauvegardes de
      * SOLDE.DAT, la plus recente en tete, dans l'ordre ou les
      * generations tournent ; une restauration de la generation N
      * designe la Nieme, une sauvegarde ou une reprise posterieure
      * la rend caduque
       77 indic-fin-catalogue PIC X(01) VALUE 'N'.
           88 fin-catalogue VALUE 'O'.
       77 indic-restauration PIC X(01) VALUE 'N'.
           88 restauration-a-reprendre VALUE 'O'.
       77 nb-sauvegardes PIC 9(01) VALUE ZERO.
       77 idx-sauvegarde PIC 9(02) COMP VALUE ZERO.
       77 idx-precedente PIC 9(02) COMP VALUE ZERO.
       77 generation-restauree PIC 9(01) VALUE ZERO.
       77 passage-sauvegarde PIC 9(05) VALUE ZERO.
       77 date-restauration PIC 9(08) VALUE ZERO.
       77 heure-restauration PIC 9(06) VALUE ZERO.
       01 TABLE-SAUVEGARDES.
           05 SAU-PASSAGE OCCURS 9 TIMES PIC 9(05).

      * Soldes restaures par compte et par devise (vides valent
      * compte general et devise de base), avant et apres reprise
       77 indic-fin-soldes PIC X(01) VALUE 'N'.
           88 fin-soldes VALUE 'O'.
       77 nb-soldes PIC 9(02) COMP VALUE ZERO.
       77 limite-soldes PIC 9(02) COMP VALUE 50.
       77 rang-solde PIC 9(02) COMP VALUE ZERO.
       77 idx-solde PIC 9(02) COMP VALUE ZERO.
       77 devise-courante PIC X(03).
       77 compte-courant PIC X(06).
       01 TABLE-SOLDES.
           05 SOLDE-ENTREE OCCURS 50 TIMES.
               10 SLT-DEVISE          PIC X(03).
               10 SLT-COMPTE          PIC X(06).
               10 SLT-AVANT           PIC S9(7)V99.
               10 SLT-SOLDE           PIC S9(7)V99.

      * Transactions consommees depuis le point de sauvegarde, dans
      * l'ordre de leur consommation : numero, rang de ligne attendu
      * dans l'historique (1 pour un mouvement simple), montant, et
      * marque du mouvement simple suivi de sa contrepartie
       77 indic-fin-traitees PIC X(01) VALUE 'N'.
           88 fin-traitees VALUE 'O'.
       77 nb-traitees PIC 9(04) COMP VALUE ZERO.
       77 limite-traitees PIC 9(04) COMP VALUE 3000.
       77 idx-traitee PIC 9(04) COMP VALUE ZERO.
       77 pointeur-traitee PIC 9(04) COMP VALUE 1.
       77 rang-traitee PIC 9(04) COMP VALUE ZERO.
       01 TABLE-TRAITEES.
           05 TRAITEE-ENTREE OCCURS 3000 TIMES.
               10 TRT-NUMERO          PIC 9(09).
               10 TRT-LIGNE           PIC 9(03).
               10 TRT-MONTANT         PIC S9(7)V99.
               10 TRT-SIMPLE          PIC X(01).

      * Rejeu de l'historique : ligne courante, contrepartie
      * attendue apres un mouvement simple, motif d'arret
       77 indic-fin-histo PIC X(01) VALUE 'N'.
           88 fin-histo VALUE 'O'.
       77 indic-arret PIC X(01) VALUE 'N'.
           88 reprise-interrompue VALUE 'E'.
           88 suite-non-validee VALUE 'Q'.
       77 motif-arret PIC X(40) VALUE SPACES.
       77 indic-erreur-calcul PIC X(01) VALUE 'N'.
           88 erreur-calcul VALUE 'O'.
       77 indic-attente-ctp PIC X(01) VALUE 'N'.
           88 attente-contrepartie VALUE 'O'.
       77 numero-ctp PIC 9(09) VALUE ZERO.
       77 montant-ctp PIC S9(7)V99 VALUE ZERO.
       77 numero-lu PIC 9(09) VALUE ZERO.
       77 ligne-lue PIC 9(03) VALUE ZERO.
       77 cpt-lignes-lues PIC 9(07) COMP VALUE ZERO.
       77 cpt-anterieures PIC 9(07) COMP VALUE ZERO.
       77 cpt-rejoues PIC 9(07) COMP VALUE ZERO.
       77 cpt-contreparties PIC 9(07) COMP VALUE ZERO.
       77 cpt-autres PIC 9(07) COMP VALUE ZERO.
       77 hash-rejoue PIC S9(11)V99 VALUE ZERO.
       01 LIGNE-ARRETEE.
           05 ARR-PASSAGE             PIC 9(05).
           05 ARR-NUMERO              PIC 9(09).
           05 ARR-LIGNE               PIC 9(03).
           05 ARR-TYPE                PIC X(04).
           05 ARR-COMPTE              PIC X(06).
           05 ARR-DEVISE              PIC X(03).
           05 ARR-MONTANT             PIC S9(7)V99.
           05 ARR-DATE                PIC 9(08).

      * Totaux de controle de ManipulationAdd depuis le point de
      * sauvegarde
       77 indic-fin-controle PIC X(01) VALUE 'N'.
           88 fin-controle VALUE 'O'.
       77 cpt-controles PIC 9(05) COMP VALUE ZERO.
       77 total-ecrits PIC 9(09) COMP VALUE ZERO.
       77 total-hash PIC S9(11)V99 VALUE ZERO.

      * Verrou d'execution : la reprise prend celui de
      * ManipulationAdd pour qu'aucune passation ne touche aux
      * soldes pendant qu'elle les reconstitue
       77 indic-fin-verrous PIC X(01) VALUE 'N'.
           88 fin-verrous VALUE 'O'.
       77 indic-verrou-refuse PIC X(01) VALUE 'N'.
           88 verrou-refuse VALUE 'O'.

      * Zones d'edition du compte rendu
       77 compte-edite PIC Z(6)9.
       77 compte-controle-edite PIC Z(6)9.
       77 montant-edite PIC -(10)9.99.
       77 montant-controle-edite PIC -(10)9.99.
       77 solde-avant-edite PIC -(7)9.99.
       77 solde-apres-edite PIC -(7)9.99.
       77 date-editee PIC 9999/99/99.
       77 conclusion PIC X(40) VALUE SPACES.
       77 code-retour PIC S9(04) COMP VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           OPEN OUTPUT RAPPORT-REPRISE-FILE.
           MOVE 'Reprise en avant de SOLDE.DAT apres restauration'
               TO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           PERFORM 1000-LOCALISER-SAUVEGARDE.
           IF NOT restauration-a-reprendre
               MOVE '  Aucune restauration de SOLDE.DAT a reprendre.'
                   TO LIGNE-REPRISE
               WRITE LIGNE-REPRISE
               MOVE 'RIEN A REPRENDRE' TO conclusion
               MOVE 4 TO code-retour
           ELSE
           IF passage-sauvegarde = ZERO
               MOVE '  Sauvegarde restauree sans numero de passage.'
                   TO LIGNE-REPRISE
               WRITE LIGNE-REPRISE
               MOVE 'REPRISE IMPOSSIBLE' TO conclusion
               MOVE 8 TO code-retour
           ELSE
               PERFORM 0060-PRENDRE-VERROU
               IF verrou-refuse
                   MOVE '  Passation en cours, reprise refusee.'
                       TO LIGNE-REPRISE
                   WRITE LIGNE-REPRISE
                   MOVE 'REPRISE REFUSEE' TO conclusion
                   MOVE 8 TO code-retour
               ELSE
                   PERFORM 0050-LIRE-PASSAGE
                   PERFORM 1500-EDITER-SAUVEGARDE
                   PERFORM 2000-CHARGER-SOLDES
                   PERFORM 3000-CHARGER-TRANSACTIONS
                   IF NOT reprise-interrompue
                       PERFORM 4000-REJOUER-HISTORIQUE
                   END-IF
                   PERFORM 5000-TOTALISER-CONTROLES
                   PERFORM 6000-CONCLURE
                   PERFORM 9950-RELACHER-VERROU
               END-IF
           END-IF
           END-IF.
           CLOSE RAPPORT-REPRISE-FILE.
           DISPLAY 'Reprise de SOLDE.DAT : ' conclusion.
           DISPLAY 'Compte rendu sur RAPPORT-REPRISE.DAT.'.
      * Les appels systeme laissent leur code dans RETURN-CODE ; le
      * code rendu est celui de la reprise
           MOVE code-retour TO RETURN-CODE.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO code-retour.
           MOVE 'N' TO indic-fin-catalogue.
           MOVE 'N' TO indic-restauration.
           MOVE 'N' TO indic-fin-soldes.
           MOVE 'N' TO indic-fin-traitees.
           MOVE 'N' TO indic-fin-histo.
           MOVE 'N' TO indic-fin-controle.
           MOVE 'N' TO indic-arret.
           MOVE 'N' TO indic-attente-ctp.
           MOVE 'N' TO indic-verrou-refuse.
           MOVE SPACES TO motif-arret.
           MOVE SPACES TO conclusion.
           MOVE ZERO TO nb-sauvegardes.
           MOVE ZERO TO TABLE-SAUVEGARDES.
           MOVE ZERO TO generation-restauree.
           MOVE ZERO TO passage-sauvegarde.
           MOVE ZERO TO nb-soldes.
           MOVE ZERO TO nb-traitees.
           MOVE 1 TO pointeur-traitee.
           MOVE ZERO TO cpt-lignes-lues.
           MOVE ZERO TO cpt-anterieures.
           MOVE ZERO TO cpt-rejoues.
           MOVE ZERO TO cpt-contreparties.
           MOVE ZERO TO cpt-autres.
           MOVE ZERO TO hash-rejoue.
           MOVE ZERO TO cpt-controles.
           MOVE ZERO TO total-ecrits.
           MOVE ZERO TO total-hash.
           MOVE ZERO TO ARR-PASSAGE.
           MOVE ZERO TO ARR-NUMERO.

      * Releve le numero du passage en cours, pour situer la
      * reprise au catalogue des sauvegardes
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

      * Prend le verrou de ManipulationAdd ; si lui-meme, la chaine
      * de nuit ou la passation de mi-journee est en cours, la
      * reprise est refusee en nommant le porteur
       0060-PRENDRE-VERROU.
           MOVE 'N' TO indic-verrou-refuse.
           MOVE 'N' TO indic-fin-verrous.
           OPEN INPUT VERROUS-FILE.
           IF verrous-statut = '00'
               PERFORM 0061-LIRE-VERROU
               PERFORM 0062-COMPARER-VERROU
                   UNTIL fin-verrous OR verrou-refuse
               CLOSE VERROUS-FILE
           END-IF.
           IF NOT verrou-refuse
               MOVE 'ManipulationAdd' TO VER-PROGRAMME OF VERROUS-FILE
               MOVE 'REPRISE' TO VER-PORTEUR OF VERROUS-FILE
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               MOVE CP-HLG-DATE TO VER-DATE OF VERROUS-FILE
               MOVE CP-HLG-HH TO VER-HEURE OF VERROUS-FILE(1:2)
               MOVE CP-HLG-MN TO VER-HEURE OF VERROUS-FILE(3:2)
               MOVE CP-HLG-SS TO VER-HEURE OF VERROUS-FILE(5:2)
               OPEN EXTEND VERROUS-FILE
               IF verrous-statut = '35'
                   OPEN OUTPUT VERROUS-FILE
               END-IF
               WRITE VERROU-ENREGISTREMENT OF VERROUS-FILE
               CLOSE VERROUS-FILE
           END-IF.

      * Lecture d'un enregistrement VERROUS.DAT
       0061-LIRE-VERROU.
           READ VERROUS-FILE
               AT END SET fin-verrous TO TRUE
           END-READ.

      * Compare le verrou courant aux programmes qui mettent les
      * soldes a jour, puis relit
       0062-COMPARER-VERROU.
           IF VER-PROGRAMME OF VERROUS-FILE = 'ManipulationAdd'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'TraitementNocturne'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'PassageJournee'
               SET verrou-refuse TO TRUE
               DISPLAY 'VERROU : '
                   VER-PROGRAMME OF VERROUS-FILE
                   ' deja en cours (porteur '
                   VER-PORTEUR OF VERROUS-FILE
                   ' depuis ' VER-DATE OF VERROUS-FILE ' '
                   VER-HEURE OF VERROUS-FILE ')'
           ELSE
               PERFORM 0061-LIRE-VERROU
           END-IF.

      * Parcourt le catalogue des sauvegardes pour retrouver la
      * derniere restauration de SOLDE.DAT non encore reprise et le
      * passage de la generation qu'elle a remise en place
       1000-LOCALISER-SAUVEGARDE.
           OPEN INPUT CATALOGUE-FILE.
           IF catalogue-statut = '00'
               PERFORM 1010-LIRE-CATALOGUE
               PERFORM 1020-EXAMINER-ENTREE UNTIL fin-catalogue
               CLOSE CATALOGUE-FILE
           END-IF.

      * Lecture d'un enregistrement CATALOGUE-SAUVEGARDES.DAT
       1010-LIRE-CATALOGUE.
           READ CATALOGUE-FILE
               AT END SET fin-catalogue TO TRUE
           END-READ.

      * Tient la liste des sauvegardes de SOLDE.DAT et retient la
      * restauration courante, puis relit
       1020-EXAMINER-ENTREE.
           IF CAT-FICHIER = 'SOLDE.DAT'
               EVALUATE TRUE
                   WHEN CAT-SAUVEGARDE
                       PERFORM 1030-DECALER-SAUVEGARDE
                           VARYING idx-sauvegarde FROM 9 BY -1
                           UNTIL idx-sauvegarde < 2
                       IF CAT-PASSAGE IS NUMERIC
                           MOVE CAT-PASSAGE TO SAU-PASSAGE(1)
                       ELSE
                           MOVE ZERO TO SAU-PASSAGE(1)
                       END-IF
                       IF nb-sauvegardes < 9
                           ADD 1 TO nb-sauvegardes
                       END-IF
                       MOVE 'N' TO indic-restauration
                   WHEN CAT-RESTAURATION
                       IF CAT-GENERATION > ZERO
                               AND CAT-GENERATION <= nb-sauvegardes
                           SET restauration-a-reprendre TO TRUE
                           MOVE CAT-GENERATION TO generation-restauree
                           MOVE SAU-PASSAGE(CAT-GENERATION)
                               TO passage-sauvegarde
                           MOVE CAT-DATE TO date-restauration
                           MOVE CAT-HEURE TO heure-restauration
                       ELSE
                           MOVE 'N' TO indic-restauration
                       END-IF
                   WHEN CAT-REPRISE
                       MOVE 'N' TO indic-restauration
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1010-LIRE-CATALOGUE.

      * Decale d'un rang les passages des sauvegardes, comme
      * tournent les generations
       1030-DECALER-SAUVEGARDE.
           COMPUTE idx-precedente = idx-sauvegarde - 1.
           MOVE SAU-PASSAGE(idx-precedente)
               TO SAU-PASSAGE(idx-sauvegarde).

      * Edite le point de sauvegarde retenu
       1500-EDITER-SAUVEGARDE.
           MOVE date-restauration TO date-editee.
           MOVE SPACES TO LIGNE-REPRISE.
           STRING '  Generation ' DELIMITED BY SIZE
               generation-restauree DELIMITED BY SIZE
               ' restauree le ' DELIMITED BY SIZE
               date-editee DELIMITED BY SIZE
               ' a ' DELIMITED BY SIZE
               heure-restauration DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           MOVE SPACES TO LIGNE-REPRISE.
           STRING '  Sauvegarde prise au passage ' DELIMITED BY SIZE
               passage-sauvegarde DELIMITED BY SIZE
               ', mouvements rejoues a partir de ce passage'
               DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.

      * Charge les soldes restaures ; un ancien fichier a une seule
      * devise sans code vaut EUR, un code compte vide le compte
      * general
       2000-CHARGER-SOLDES.
           OPEN INPUT SOLDE-FILE.
           IF solde-statut = '00'
               PERFORM 2010-LIRE-SOLDE
               PERFORM 2020-AJOUTER-SOLDE UNTIL fin-soldes
               CLOSE SOLDE-FILE
           END-IF.

      * Lecture d'un enregistrement SOLDE.DAT
       2010-LIRE-SOLDE.
           READ SOLDE-FILE
               AT END SET fin-soldes TO TRUE
           END-READ.

      * Ajoute le solde lu a la table, puis relit
       2020-AJOUTER-SOLDE.
           IF nb-soldes < limite-soldes
               ADD 1 TO nb-soldes
               IF SLD-DEVISE OF SOLDE-FILE = SPACES
                   MOVE 'EUR' TO SLT-DEVISE(nb-soldes)
               ELSE
                   MOVE SLD-DEVISE OF SOLDE-FILE
                       TO SLT-DEVISE(nb-soldes)
               END-IF
               IF SLD-COMPTE OF SOLDE-FILE = SPACES
                   MOVE 'GEN' TO SLT-COMPTE(nb-soldes)
               ELSE
                   MOVE SLD-COMPTE OF SOLDE-FILE
                       TO SLT-COMPTE(nb-soldes)
               END-IF
               MOVE SLD-MONTANT OF SOLDE-FILE TO SLT-AVANT(nb-soldes)
               MOVE SLD-MONTANT OF SOLDE-FILE TO SLT-SOLDE(nb-soldes)
           END-IF.
           PERFORM 2010-LIRE-SOLDE.

      * Charge les transactions consommees depuis le point de
      * sauvegarde ; une table trop petite interrompt la reprise
       3000-CHARGER-TRANSACTIONS.
           OPEN INPUT TRANSAC-TRAITEES-FILE.
           IF transac-traitees-statut = '00'
               PERFORM 3010-LIRE-TRAITEE
               PERFORM 3020-RETENIR-TRAITEE
                   UNTIL fin-traitees OR reprise-interrompue
               CLOSE TRANSAC-TRAITEES-FILE
           END-IF.

      * Lecture d'un enregistrement TRANSACTIONS-TRAITEES.DAT
       3010-LIRE-TRAITEE.
           READ TRANSAC-TRAITEES-FILE
               AT END SET fin-traitees TO TRUE
           END-READ.

      * Retient la transaction lue si elle a ete consommee depuis le
      * point de sauvegarde, puis relit ; une ligne de l'ancien
      * format, sans passage, est anterieure
       3020-RETENIR-TRAITEE.
           IF TTR-PASSAGE IS NUMERIC
                   AND TTR-PASSAGE >= passage-sauvegarde
               MOVE TTR-LIGNE TO TRANSACTION-ENREGISTREMENT
               IF TRA-MONTANT IS NUMERIC
                   IF nb-traitees < limite-traitees
                       ADD 1 TO nb-traitees
                       PERFORM 3030-CODER-TRAITEE
                   ELSE
                       SET reprise-interrompue TO TRUE
                       MOVE 'Trop de transactions a justifier'
                           TO motif-arret
                   END-IF
               END-IF
           END-IF.
           PERFORM 3010-LIRE-TRAITEE.

      * Code la transaction retenue comme ManipulationAdd l'a
      * historisee : numero zero s'il est absent, ligne 1 pour un
      * mouvement simple
       3030-CODER-TRAITEE.
           IF TRA-NUMERO IS NUMERIC
               MOVE TRA-NUMERO TO TRT-NUMERO(nb-traitees)
           ELSE
               MOVE ZERO TO TRT-NUMERO(nb-traitees)
           END-IF.
           IF TRA-LIGNE IS NUMERIC AND TRA-LIGNE > ZERO
               MOVE TRA-LIGNE TO TRT-LIGNE(nb-traitees)
               MOVE 'N' TO TRT-SIMPLE(nb-traitees)
           ELSE
               MOVE 1 TO TRT-LIGNE(nb-traitees)
               MOVE 'O' TO TRT-SIMPLE(nb-traitees)
           END-IF.
           MOVE TRA-MONTANT TO TRT-MONTANT(nb-traitees).

      * Relit HISTORIQUE.DAT dans son ordre d'origine et rejoue les
      * lignes du point de sauvegarde et des passages suivants,
      * jusqu'a la fin ou jusqu'a la premiere ligne qui ne peut etre
      * reappliquee
       4000-REJOUER-HISTORIQUE.
           OPEN INPUT HISTORIQUE-FILE.
           IF historique-statut = '00'
               PERFORM 4010-LIRE-HISTO
               PERFORM 4020-EXAMINER-LIGNE
                   UNTIL fin-histo OR indic-arret NOT = 'N'
               CLOSE HISTORIQUE-FILE
           END-IF.

      * Lecture d'un enregistrement HISTORIQUE.DAT
       4010-LIRE-HISTO.
           READ HISTORIQUE-FILE
               AT END SET fin-histo TO TRUE
           END-READ.

      * Rejoue la ligne courante si elle suit le point de
      * sauvegarde : une ligne de report a nouveau signale un
      * historique compacte depuis, ou le rejeu n'a plus de sens ;
      * une reevaluation ne change pas le solde en devise ; une
      * ligne de resultat, une contrepartie attendue ou un mouvement
      * justifie par sa transaction consommee est reporte au solde.
      * Une ligne que rien ne justifie vient d'une passation qui n'a
      * pas abouti : la reprise s'arrete avant elle
       4020-EXAMINER-LIGNE.
           ADD 1 TO cpt-lignes-lues.
           IF HIS-PASSAGE IS NOT NUMERIC
                   OR HIS-PASSAGE < passage-sauvegarde
               ADD 1 TO cpt-anterieures
           ELSE
               PERFORM 4025-IDENTIFIER-LIGNE
               EVALUATE TRUE
                   WHEN HIS-TYPE = 'REPO'
                       SET reprise-interrompue TO TRUE
                       MOVE 'Historique compacte (report a nouveau)'
                           TO motif-arret
                   WHEN HIS-TYPE = 'REEV'
                       ADD 1 TO cpt-autres
                   WHEN HIS-TYPE = 'RESU'
                       ADD 1 TO cpt-autres
                       PERFORM 4040-REPORTER-MONTANT
                   WHEN attente-contrepartie
                           AND numero-lu = numero-ctp
                           AND ligne-lue = 2
                           AND HIS-MONTANT = ZERO - montant-ctp
                       ADD 1 TO cpt-contreparties
                       PERFORM 4040-REPORTER-MONTANT
                   WHEN OTHER
                       PERFORM 4030-JUSTIFIER-MOUVEMENT
               END-EVALUATE
               MOVE 'N' TO indic-attente-ctp
               IF rang-traitee > ZERO
                   IF TRT-SIMPLE(rang-traitee) = 'O'
                       SET attente-contrepartie TO TRUE
                       MOVE TRT-NUMERO(rang-traitee) TO numero-ctp
                       MOVE TRT-MONTANT(rang-traitee) TO montant-ctp
                   END-IF
               END-IF
               IF indic-arret NOT = 'N'
                   PERFORM 4060-RETENIR-ARRET
               END-IF
           END-IF.
           IF indic-arret = 'N'
               PERFORM 4010-LIRE-HISTO
           END-IF.

      * Numero et rang de la ligne courante tels que
      * ManipulationAdd les a poses
       4025-IDENTIFIER-LIGNE.
           MOVE ZERO TO rang-traitee.
           IF HIS-NUMERO IS NUMERIC
               MOVE HIS-NUMERO TO numero-lu
           ELSE
               MOVE ZERO TO numero-lu
           END-IF.
           IF HIS-LIGNE IS NUMERIC AND HIS-LIGNE > ZERO
               MOVE HIS-LIGNE TO ligne-lue
           ELSE
               MOVE 1 TO ligne-lue
           END-IF.

      * Cherche, a partir de la derniere transaction justifiee, la
      * transaction consommee qui porte le numero, le rang et le
      * montant de la ligne ; celles sautees avaient ete rejetees
      * ou detournees vers l'approbation
       4030-JUSTIFIER-MOUVEMENT.
           PERFORM 4035-COMPARER-TRAITEE
               VARYING idx-traitee FROM pointeur-traitee BY 1
               UNTIL idx-traitee > nb-traitees OR rang-traitee > ZERO.
           IF rang-traitee = ZERO
               SET suite-non-validee TO TRUE
               MOVE 'Mouvement sans transaction consommee'
                   TO motif-arret
           ELSE
               COMPUTE pointeur-traitee = rang-traitee + 1
               ADD 1 TO cpt-rejoues
               ADD HIS-MONTANT TO hash-rejoue
               PERFORM 4040-REPORTER-MONTANT
           END-IF.

      * Compare la transaction consommee courante a la ligne
       4035-COMPARER-TRAITEE.
           IF TRT-NUMERO(idx-traitee) = numero-lu
                   AND TRT-LIGNE(idx-traitee) = ligne-lue
                   AND TRT-MONTANT(idx-traitee) = HIS-MONTANT
               MOVE idx-traitee TO rang-traitee
           END-IF.

      * Reporte le montant de la ligne au solde de son compte et
      * controle le solde obtenu contre celui trace dans
      * l'historique ; les comptes de contrepartie, tenus hors de
      * SOLDE.DAT, ne sont pas reportes
       4040-REPORTER-MONTANT.
           IF NOT HIS-LIGNE-CONTREPARTIE AND indic-arret = 'N'
               PERFORM 4050-TROUVER-SOLDE
               IF rang-solde = ZERO
                   SET reprise-interrompue TO TRUE
                   MOVE 'Table des soldes pleine' TO motif-arret
               ELSE
                   MOVE 'N' TO indic-erreur-calcul
                   ADD HIS-MONTANT TO SLT-SOLDE(rang-solde)
                       ON SIZE ERROR SET erreur-calcul TO TRUE
                   END-ADD
                   IF erreur-calcul
                       SET reprise-interrompue TO TRUE
                       MOVE 'Depassement de capacite du solde'
                           TO motif-arret
                   ELSE
                       IF SLT-SOLDE(rang-solde) NOT = HIS-SOLDE
                           SET reprise-interrompue TO TRUE
                           MOVE 'Solde different de l''historique'
                               TO motif-arret
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Trouve, ou cree a zero, l'entree du compte et de la devise
      * de la ligne ; rang-solde vaut zero si la table est pleine
       4050-TROUVER-SOLDE.
           IF HIS-DEVISE = SPACES
               MOVE 'EUR' TO devise-courante
           ELSE
               MOVE HIS-DEVISE TO devise-courante
           END-IF.
           IF HIS-COMPTE = SPACES
               MOVE 'GEN' TO compte-courant
           ELSE
               MOVE HIS-COMPTE TO compte-courant
           END-IF.
           MOVE ZERO TO rang-solde.
           PERFORM 4055-COMPARER-SOLDE
               VARYING idx-solde FROM 1 BY 1
               UNTIL idx-solde > nb-soldes OR rang-solde > ZERO.
           IF rang-solde = ZERO AND nb-soldes < limite-soldes
               ADD 1 TO nb-soldes
               MOVE nb-soldes TO rang-solde
               MOVE devise-courante TO SLT-DEVISE(rang-solde)
               MOVE compte-courant TO SLT-COMPTE(rang-solde)
               MOVE ZERO TO SLT-AVANT(rang-solde)
               MOVE ZERO TO SLT-SOLDE(rang-solde)
           END-IF.

      * Compare l'entree courante de la table au compte et a la
      * devise demandes
       4055-COMPARER-SOLDE.
           IF SLT-DEVISE(idx-solde) = devise-courante
                   AND SLT-COMPTE(idx-solde) = compte-courant
               MOVE idx-solde TO rang-solde
           END-IF.

      * Garde l'identite de la ligne sur laquelle la reprise
      * s'arrete, pour le compte rendu
       4060-RETENIR-ARRET.
           MOVE HIS-PASSAGE TO ARR-PASSAGE.
           MOVE numero-lu TO ARR-NUMERO.
           MOVE ligne-lue TO ARR-LIGNE.
           MOVE HIS-TYPE TO ARR-TYPE.
           MOVE HIS-COMPTE TO ARR-COMPTE.
           MOVE HIS-DEVISE TO ARR-DEVISE.
           MOVE HIS-MONTANT TO ARR-MONTANT.
           MOVE HIS-DATE TO ARR-DATE.

      * Cumule les totaux de controle deposes par ManipulationAdd
      * depuis le point de sauvegarde et les edite passage par
      * passage
       5000-TOTALISER-CONTROLES.
           MOVE SPACES TO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           MOVE '  Totaux de controle de ManipulationAdd'
               TO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           MOVE '  Passage     Ecrits      Total des montants'
               TO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           OPEN INPUT CONTROLE-FILE.
           IF controle-statut = '00'
               PERFORM 5010-LIRE-CONTROLE
               PERFORM 5020-CUMULER-CONTROLE UNTIL fin-controle
               CLOSE CONTROLE-FILE
           END-IF.
           IF cpt-controles = ZERO
               MOVE '  (aucun total depose depuis la sauvegarde)'
                   TO LIGNE-REPRISE
               WRITE LIGNE-REPRISE
           END-IF.

      * Lecture d'un enregistrement CONTROLE-CHAINE.DAT
       5010-LIRE-CONTROLE.
           READ CONTROLE-FILE
               AT END SET fin-controle TO TRUE
           END-READ.

      * Retient et edite les totaux de ManipulationAdd d'un passage
      * posterieur a la sauvegarde, puis relit ; le nombre de lus
      * n'entre pas dans la preuve, une simulation en deposant sans
      * rien ecrire
       5020-CUMULER-CONTROLE.
           IF CTL-JOB = 'ManipulationAdd'
                   AND CTL-PASSAGE IS NUMERIC
                   AND CTL-PASSAGE >= passage-sauvegarde
               ADD 1 TO cpt-controles
               ADD CTL-ECRITS TO total-ecrits
               ADD CTL-HASH TO total-hash
               MOVE CTL-ECRITS TO compte-edite
               MOVE CTL-HASH TO montant-edite
               MOVE SPACES TO LIGNE-REPRISE
               STRING '  ' DELIMITED BY SIZE
                   CTL-PASSAGE DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   compte-edite DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   INTO LIGNE-REPRISE
               WRITE LIGNE-REPRISE
           END-IF.
           PERFORM 5010-LIRE-CONTROLE.

      * Edite le bilan du rejeu, rapproche les totaux rejoues des
      * totaux de controle et ne reecrit SOLDE.DAT que si la
      * reprise est allee a son terme et que le rapprochement est
      * conforme ; une fin d'historique non validee est signalee
       6000-CONCLURE.
           PERFORM 6100-EDITER-BILAN.
           IF reprise-interrompue
               MOVE 'INTERROMPUE, SOLDE.DAT inchange' TO conclusion
               MOVE 8 TO code-retour
           ELSE
           IF cpt-rejoues NOT = total-ecrits
                   OR hash-rejoue NOT = total-hash
               MOVE 'NON CONFORME, SOLDE.DAT inchange' TO conclusion
               MOVE 8 TO code-retour
           ELSE
               PERFORM 6200-ECRIRE-SOLDES
               PERFORM 6300-JOURNALISER-REPRISE
               IF suite-non-validee
                   MOVE 'CONFORME, fin non validee ecartee'
                       TO conclusion
                   MOVE 4 TO code-retour
               ELSE
                   MOVE 'CONFORME, SOLDE.DAT reconstitue'
                       TO conclusion
               END-IF
           END-IF
           END-IF.
           MOVE SPACES TO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           STRING '  Conclusion : ' DELIMITED BY SIZE
               conclusion DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.

      * Edite les compteurs du rejeu face aux totaux de controle,
      * la ligne d'arret s'il y en a une, et les soldes avant et
      * apres reprise
       6100-EDITER-BILAN.
           MOVE SPACES TO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           MOVE cpt-lignes-lues TO compte-edite.
           MOVE SPACES TO LIGNE-REPRISE.
           STRING '  Lignes d''historique lues   : ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           MOVE cpt-anterieures TO compte-edite.
           MOVE SPACES TO LIGNE-REPRISE.
           STRING '  Anterieures a la sauvegarde: ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           MOVE cpt-rejoues TO compte-edite.
           MOVE total-ecrits TO compte-controle-edite.
           MOVE SPACES TO LIGNE-REPRISE.
           STRING '  Mouvements rejoues         : ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               '   controle : ' DELIMITED BY SIZE
               compte-controle-edite DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           MOVE hash-rejoue TO montant-edite.
           MOVE total-hash TO montant-controle-edite.
           MOVE SPACES TO LIGNE-REPRISE.
           STRING '  Total des montants : ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               ' controle : ' DELIMITED BY SIZE
               montant-controle-edite DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           MOVE cpt-contreparties TO compte-edite.
           MOVE SPACES TO LIGNE-REPRISE.
           STRING '  Contreparties rejouees     : ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           MOVE cpt-autres TO compte-edite.
           MOVE SPACES TO LIGNE-REPRISE.
           STRING '  Reevaluations et resultats : ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           IF indic-arret NOT = 'N'
               PERFORM 6110-EDITER-ARRET
           END-IF.
           MOVE SPACES TO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           MOVE '  Devise Compte      Solde restaure     Solde repris'
               TO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           PERFORM 6120-EDITER-SOLDE
               VARYING idx-solde FROM 1 BY 1
               UNTIL idx-solde > nb-soldes.

      * Edite le motif d'arret et la ligne d'historique en cause
       6110-EDITER-ARRET.
           MOVE SPACES TO LIGNE-REPRISE.
           STRING '  Arret : ' DELIMITED BY SIZE
               motif-arret DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.
           IF ARR-NUMERO NOT = ZERO OR ARR-PASSAGE NOT = ZERO
               MOVE ARR-MONTANT TO solde-apres-edite
               MOVE ARR-DATE TO date-editee
               MOVE SPACES TO LIGNE-REPRISE
               STRING '  Ligne : passage ' DELIMITED BY SIZE
                   ARR-PASSAGE DELIMITED BY SIZE
                   ' no ' DELIMITED BY SIZE
                   ARR-NUMERO DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   ARR-LIGNE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ARR-TYPE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ARR-COMPTE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ARR-DEVISE DELIMITED BY SIZE
                   solde-apres-edite DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   date-editee DELIMITED BY SIZE
                   INTO LIGNE-REPRISE
               WRITE LIGNE-REPRISE
           END-IF.

      * Edite le solde restaure et le solde repris d'une entree
       6120-EDITER-SOLDE.
           MOVE SLT-AVANT(idx-solde) TO solde-avant-edite.
           MOVE SLT-SOLDE(idx-solde) TO solde-apres-edite.
           MOVE SPACES TO LIGNE-REPRISE.
           STRING '  ' DELIMITED BY SIZE
               SLT-DEVISE(idx-solde) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               SLT-COMPTE(idx-solde) DELIMITED BY SIZE
               '    ' DELIMITED BY SIZE
               solde-avant-edite DELIMITED BY SIZE
               '     ' DELIMITED BY SIZE
               solde-apres-edite DELIMITED BY SIZE
               INTO LIGNE-REPRISE.
           WRITE LIGNE-REPRISE.

      * Reecrit SOLDE.DAT avec les soldes repris, par recopie
       6200-ECRIRE-SOLDES.
           OPEN OUTPUT SOLDE-NOUVEAU-FILE.
           PERFORM 6210-ECRIRE-UN-SOLDE
               VARYING idx-solde FROM 1 BY 1
               UNTIL idx-solde > nb-soldes.
           CLOSE SOLDE-NOUVEAU-FILE.
           CALL "CBL_DELETE_FILE" USING "SOLDE.DAT".
           CALL "CBL_RENAME_FILE" USING "SOLDE.NOUVEAU" "SOLDE.DAT".

      * Ecrit le solde repris d'une entree
       6210-ECRIRE-UN-SOLDE.
           MOVE SPACES TO SOLDE-ENREGISTREMENT OF SOLDE-NOUVEAU-FILE.
           MOVE SLT-DEVISE(idx-solde)
               TO SLD-DEVISE OF SOLDE-NOUVEAU-FILE.
           MOVE SLT-SOLDE(idx-solde)
               TO SLD-MONTANT OF SOLDE-NOUVEAU-FILE.
           MOVE SLT-COMPTE(idx-solde)
               TO SLD-COMPTE OF SOLDE-NOUVEAU-FILE.
           WRITE SOLDE-ENREGISTREMENT OF SOLDE-NOUVEAU-FILE.

      * Journalise la reprise au catalogue : la restauration est
      * reprise et ne peut l'etre une seconde fois
       6300-JOURNALISER-REPRISE.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'SOLDE.DAT' TO CAT-FICHIER.
           SET CAT-REPRISE TO TRUE.
           MOVE generation-restauree TO CAT-GENERATION.
           MOVE CP-HLG-DATE TO CAT-DATE.
           MOVE CP-HLG-HH TO CAT-HEURE(1:2).
           MOVE CP-HLG-MN TO CAT-HEURE(3:2).
           MOVE CP-HLG-SS TO CAT-HEURE(5:2).
           MOVE numero-passage TO CAT-PASSAGE.
           OPEN EXTEND CATALOGUE-FILE.
           IF catalogue-statut = '35'
               OPEN OUTPUT CATALOGUE-FILE
           END-IF.
           WRITE CATALOGUE-ENREGISTREMENT.
           CLOSE CATALOGUE-FILE.

      * Relache le verrou pris pour la reprise, par recopie du
      * fichier des verrous sans lui
       9950-RELACHER-VERROU.
           MOVE 'N' TO indic-fin-verrous.
           OPEN INPUT VERROUS-FILE.
           IF verrous-statut = '00'
               OPEN OUTPUT VERROUS-NOUVEAU-FILE
               PERFORM 0061-LIRE-VERROU
               PERFORM 9951-RECOPIER-VERROU UNTIL fin-verrous
               CLOSE VERROUS-FILE
               CLOSE VERROUS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "VERROUS.DAT"
               CALL "CBL_RENAME_FILE" USING "VERROUS.NOUVEAU"
                   "VERROUS.DAT"
           END-IF.

      * Recopie les verrous des autres programmes, puis relit
       9951-RECOPIER-VERROU.
           IF VER-PROGRAMME OF VERROUS-FILE NOT = 'ManipulationAdd'
               MOVE VERROU-ENREGISTREMENT OF VERROUS-FILE
                   TO VERROU-ENREGISTREMENT
                   OF VERROUS-NOUVEAU-FILE
               WRITE VERROU-ENREGISTREMENT OF VERROUS-NOUVEAU-FILE
           END-IF.
           PERFORM 0061-LIRE-VERROU.
