      * Code RepartirCharges en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RepartirCharges.

      * Traitement par lots de fin de mois : repartit les charges
      * communes selon les regles de REPARTITIONS.DAT. Pour chaque
      * regle, le solde du mois du compte source (mouvements de
      * HISTORIQUE.DAT et mouvements encore en attente de passation
      * dans TRANSACTIONS.DAT dates de la periode, en devise de
      * base) est reparti entre ses cibles au prorata de leur cle :
      * effectif inscrit de la classe (ETUDIANTS-MASTER.DAT),
      * pourcentage fixe, ou nombre de visiteurs accueillis dans le
      * mois sur le site (VISITEURS.DAT). Une ecriture datee du
      * dernier jour du mois credite le compte source et debite
      * chaque cible sur son compte et son site, la derniere cible
      * absorbant l'arrondi ; sous une cle en pourcentage, la part
      * non attribuee reste sur le compte source. Un solde nul ou
      * crediteur, ou des cles toutes nulles, ne donnent pas
      * d'ecriture. Chaque regle repartie est inscrite a
      * REPARTITIONS-PASSEES.DAT pour la periode, qu'une seconde
      * execution ne repartit plus. L'etat RAPPORT-REPARTITIONS.DAT
      * detaille, regle par regle, le solde reparti, la valeur de
      * cle et la part de chaque cible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPARTITIONS-FILE ASSIGN TO "REPARTITIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS repartitions-statut.
           SELECT PASSEES-FILE ASSIGN TO "REPARTITIONS-PASSEES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passees-statut.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT VISITEURS-FILE ASSIGN TO "VISITEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS visiteurs-statut.
           SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS historique-statut.
           SELECT RAPPORT-REPARTITIONS-FILE
               ASSIGN TO "RAPPORT-REPARTITIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRANSACTIONS-FILE ASSIGN USING nom-transactions
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transactions-statut.
           SELECT LOT-FILE ASSIGN TO "LOT-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS lot-statut.
           SELECT TAUX-CHANGE-FILE ASSIGN TO "TAUX-CHANGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS taux-change-statut.
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
       FD REPARTITIONS-FILE.
       COPY "cprepartition.cpy".

       FD PASSEES-FILE.
       COPY "cprepartitionpassee.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD VISITEURS-FILE.
       COPY "cpvisiteur.cpy".

       FD HISTORIQUE-FILE.
       COPY "cphistorique.cpy".

       FD RAPPORT-REPARTITIONS-FILE.
       01 LIGNE-REPARTITION           PIC X(80).

       FD TRANSACTIONS-FILE.
       COPY "cptransac.cpy".

       FD LOT-FILE.
       COPY "cplottransac.cpy".

       FD TAUX-CHANGE-FILE.
       COPY "cptauxchange.cpy".

       FD NUMERO-FILE.
       COPY "cpnumerotransac.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 repartitions-statut PIC X(02).
       77 passees-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 visiteurs-statut PIC X(02).
       77 historique-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 numero-transaction PIC 9(09) VALUE ZERO.
       77 taux-change-statut PIC X(02).

      * Fichier des mouvements lu ou alimente : TRANSACTIONS.DAT, ou
      * le lot coupe TRANSACTIONS.JOURNEE pendant la passation de
      * mi-journee, que ManipulationAdd n'a pas encore passe
       77 nom-transactions PIC X(30) VALUE 'TRANSACTIONS.DAT'.
       77 cycle-journee PIC X(01) EXTERNAL.

      * Periode repartie et son dernier jour, date des ecritures
       77 periode PIC 9(06) VALUE ZERO.
       77 date-fin-periode PIC 9(08) VALUE ZERO.
       77 date-debut-suivante PIC 9(08) VALUE ZERO.
       77 jour-entier PIC 9(07) COMP VALUE ZERO.
       77 annee-suivante PIC 9(04) VALUE ZERO.
       77 mois-suivant PIC 9(02) VALUE ZERO.

       77 indic-fin-repartitions PIC X(01) VALUE 'N'.
           88 fin-repartitions VALUE 'O'.
       77 indic-fin-passees PIC X(01) VALUE 'N'.
           88 fin-passees VALUE 'O'.
       77 indic-fin-etudiants PIC X(01) VALUE 'N'.
           88 fin-etudiants VALUE 'O'.
       77 indic-fin-visiteurs PIC X(01) VALUE 'N'.
           88 fin-visiteurs VALUE 'O'.
       77 indic-fin-historique PIC X(01) VALUE 'N'.
           88 fin-historique VALUE 'O'.
       77 indic-fin-transactions PIC X(01) VALUE 'N'.
           88 fin-transactions VALUE 'O'.
       77 indic-fin-taux PIC X(01) VALUE 'N'.
           88 fin-taux VALUE 'O'.
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 trouve VALUE 'O'.
       77 indic-deja-repartie PIC X(01) VALUE 'N'.
           88 deja-repartie VALUE 'O'.

       77 cpt-lignes-lues PIC 9(07) COMP VALUE ZERO.
       77 cpt-reparties PIC 9(05) COMP VALUE ZERO.
       77 cpt-ecartees PIC 9(05) COMP VALUE ZERO.
       77 total-reparti PIC S9(9)V99 VALUE ZERO.
       77 total-edite PIC ---,---,--9.99.
       77 montant-edite PIC ----,---,--9.99.
       77 poids-edite PIC ZZZZZZ9.99.
       77 nombre-edite PIC Z(4)9.
       77 motif-ecart PIC X(40).

      * Regle courante : montant a repartir et reparti, reste,
      * somme des poids de ses cibles et base de calcul des parts
       77 montant-a-repartir PIC S9(9)V99 VALUE ZERO.
       77 montant-reparti PIC S9(9)V99 VALUE ZERO.
       77 reste-a-attribuer PIC S9(9)V99 VALUE ZERO.
       77 part-cible PIC S9(9)V99 VALUE ZERO.
       77 total-poids PIC 9(09)V99 VALUE ZERO.
       77 base-poids PIC 9(09)V99 VALUE ZERO.
       77 rang-ligne PIC 9(03) VALUE ZERO.
       77 compte-regle PIC X(06).
       77 type-regle PIC X(04).
       77 site-visiteur PIC X(03).

      * Mouvement en attente de passation : periode de sa date
      * comptable et contre-valeur en devise de base
       77 periode-mouvement PIC 9(06) VALUE ZERO.
       77 devise-mouvement PIC X(03).
       77 montant-mouvement PIC S9(9)V99 VALUE ZERO.

      * Cours des devises pour la contre-valeur de base, la
      * derniere ligne d'une meme devise faisant foi
       77 nb-taux PIC 9(02) COMP VALUE ZERO.
       77 ix-taux PIC 9(02) COMP VALUE ZERO.
       77 taux-trouve PIC 9(03)V9(06) VALUE ZERO.
       01 TABLE-TAUX.
           05 TAUX-ENTREE OCCURS 50.
               10 TXE-CODE            PIC X(03).
               10 TXE-TAUX            PIC 9(03)V9(06).

      * Cibles actives des regles, la derniere ligne d'un couple
      * code/rang faisant foi, avec leur poids du mois
       77 nb-lignes PIC 9(04) COMP VALUE ZERO.
       77 ix-ligne PIC 9(04) COMP VALUE ZERO.
       77 ix-regle PIC 9(04) COMP VALUE ZERO.
       77 ix-derniere PIC 9(04) COMP VALUE ZERO.
       77 limite-lignes PIC 9(04) COMP VALUE 1000.
       01 CLE-LIGNE.
           05 CLE-CODE                PIC X(04).
           05 CLE-RANG                PIC 9(03).
       01 TABLE-REPARTITIONS.
           05 REPARTITION-TABLE OCCURS 1000.
               10 RTB-CLE             PIC X(07).
               10 RTB-IMAGE           PIC X(87).
               10 RTB-POIDS           PIC 9(07)V99.

      * Regles deja reparties pour la periode
       77 nb-passees PIC 9(04) COMP VALUE ZERO.
       77 ix-passee PIC 9(04) COMP VALUE ZERO.
       01 TABLE-PASSEES.
           05 PASSEE-TABLE OCCURS 500.
               10 PTB-CODE            PIC X(04).

      * Regles distinctes et soldes du mois de leur compte source
       77 nb-regles PIC 9(04) COMP VALUE ZERO.
       01 TABLE-REGLES.
           05 REGLE-TABLE OCCURS 500.
               10 GTB-CODE            PIC X(04).
               10 GTB-COMPTE          PIC X(06).
               10 GTB-SOLDE           PIC S9(9)V99.

      * Effectifs inscrits par classe et visiteurs du mois par site
       77 nb-classes PIC 9(04) COMP VALUE ZERO.
       77 ix-classe PIC 9(04) COMP VALUE ZERO.
       01 TABLE-CLASSES.
           05 CLASSE-TABLE OCCURS 200.
               10 CTB-CLASSE          PIC X(05).
               10 CTB-EFFECTIF        PIC 9(05).
       77 nb-sites PIC 9(04) COMP VALUE ZERO.
       77 ix-site PIC 9(04) COMP VALUE ZERO.
       01 TABLE-SITES.
           05 SITE-TABLE OCCURS 50.
               10 STB-SITE            PIC X(03).
               10 STB-VISITEURS       PIC 9(07).

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
           PERFORM 1500-CHARGER-REPARTITIONS.
           PERFORM 1700-CHARGER-PASSEES.
           PERFORM 1800-CHARGER-EFFECTIFS.
           PERFORM 1900-CHARGER-VISITEURS.
           PERFORM 2000-RELEVER-SOLDES.
           OPEN OUTPUT RAPPORT-REPARTITIONS-FILE.
           PERFORM 2900-ECRIRE-ENTETE-RAPPORT.
           MOVE 'TRANSACTIONS.DAT' TO nom-transactions.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF.
           PERFORM 3000-TRAITER-REGLE
               VARYING ix-regle FROM 1 BY 1
               UNTIL ix-regle > nb-regles.
           CLOSE TRANSACTIONS-FILE.
           IF cpt-reparties > ZERO
               PERFORM 8900-MARQUER-LOT
           END-IF.
           MOVE total-reparti TO total-edite.
           MOVE SPACES TO LIGNE-REPARTITION.
           WRITE LIGNE-REPARTITION.
           MOVE 'Regles reparties : ' TO LIGNE-REPARTITION(1:19).
           MOVE cpt-reparties TO nombre-edite.
           MOVE nombre-edite TO LIGNE-REPARTITION(20:5).
           MOVE '  ecartees : ' TO LIGNE-REPARTITION(25:13).
           MOVE cpt-ecartees TO nombre-edite.
           MOVE nombre-edite TO LIGNE-REPARTITION(38:5).
           MOVE '  total : ' TO LIGNE-REPARTITION(43:10).
           MOVE total-edite TO LIGNE-REPARTITION(53:14).
           WRITE LIGNE-REPARTITION.
           CLOSE RAPPORT-REPARTITIONS-FILE.
           DISPLAY 'RepartirCharges : ' cpt-reparties
               ' regle(s) repartie(s) pour ' total-edite
               ', ' cpt-ecartees ' ecartee(s)'.
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
           MOVE 'RepartirCharges' TO JOB-NOM.
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

      * Remet a zero l'execution et pose la periode du mois courant
      * et son dernier jour
       1000-INITIALISER.
           MOVE ZERO TO nb-lignes.
           MOVE ZERO TO nb-passees.
           MOVE ZERO TO nb-regles.
           MOVE ZERO TO nb-classes.
           MOVE ZERO TO nb-sites.
           MOVE ZERO TO nb-taux.
           MOVE ZERO TO cpt-lignes-lues.
           MOVE ZERO TO cpt-reparties.
           MOVE ZERO TO cpt-ecartees.
           MOVE ZERO TO total-reparti.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE(1:6) TO periode.
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

      * Charge les cibles des regles, la derniere ligne d'un couple
      * code/rang recouvrant la precedente
       1500-CHARGER-REPARTITIONS.
           MOVE 'N' TO indic-fin-repartitions.
           OPEN INPUT REPARTITIONS-FILE.
           IF repartitions-statut = '00'
               PERFORM 1510-LIRE-REPARTITION
               PERFORM 1520-RETENIR-REPARTITION
                   UNTIL fin-repartitions
               CLOSE REPARTITIONS-FILE
           END-IF.

      * Lecture d'un enregistrement REPARTITIONS.DAT
       1510-LIRE-REPARTITION.
           READ REPARTITIONS-FILE
               AT END SET fin-repartitions TO TRUE
           END-READ.

      * Range la ligne lue dans la table, puis relit
       1520-RETENIR-REPARTITION.
           ADD 1 TO cpt-lignes-lues.
           MOVE REP-CODE TO CLE-CODE.
           MOVE REP-RANG TO CLE-RANG.
           MOVE 'N' TO indic-trouve.
           MOVE ZERO TO ix-ligne.
           PERFORM 1530-COMPARER-LIGNE
               UNTIL trouve OR ix-ligne >= nb-lignes.
           IF NOT trouve
               IF nb-lignes < limite-lignes
                   ADD 1 TO nb-lignes
                   MOVE nb-lignes TO ix-ligne
                   SET trouve TO TRUE
               ELSE
                   DISPLAY 'AVERTISSEMENT : regles de repartition '
                       'saturees, regle ' REP-CODE ' ignoree'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF trouve
               MOVE CLE-LIGNE TO RTB-CLE(ix-ligne)
               MOVE REPARTITION-ENREGISTREMENT TO RTB-IMAGE(ix-ligne)
               MOVE ZERO TO RTB-POIDS(ix-ligne)
           END-IF.
           PERFORM 1510-LIRE-REPARTITION.

      * Compare la ligne suivante de la table au couple courant
       1530-COMPARER-LIGNE.
           ADD 1 TO ix-ligne.
           IF RTB-CLE(ix-ligne) = CLE-LIGNE
               SET trouve TO TRUE
           END-IF.

      * Charge les regles deja reparties pour la periode
       1700-CHARGER-PASSEES.
           MOVE 'N' TO indic-fin-passees.
           OPEN INPUT PASSEES-FILE.
           IF passees-statut = '00'
               PERFORM 1710-LIRE-PASSEE
               PERFORM 1720-RETENIR-PASSEE UNTIL fin-passees
               CLOSE PASSEES-FILE
           END-IF.

      * Lecture d'un enregistrement REPARTITIONS-PASSEES.DAT
       1710-LIRE-PASSEE.
           READ PASSEES-FILE
               AT END SET fin-passees TO TRUE
           END-READ.

      * Retient la regle lue si elle porte sur la periode, puis
      * relit
       1720-RETENIR-PASSEE.
           IF RPP-PERIODE = periode AND nb-passees < 500
               ADD 1 TO nb-passees
               MOVE RPP-CODE TO PTB-CODE(nb-passees)
           END-IF.
           PERFORM 1710-LIRE-PASSEE.

      * Compte les inscrits de chaque classe
       1800-CHARGER-EFFECTIFS.
           MOVE 'N' TO indic-fin-etudiants.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut = '00'
               PERFORM 1810-LIRE-ETUDIANT
               PERFORM 1820-COMPTER-ETUDIANT UNTIL fin-etudiants
               CLOSE ETUDIANTS-FILE
           END-IF.

      * Lecture d'un enregistrement ETUDIANTS-MASTER.DAT
       1810-LIRE-ETUDIANT.
           READ ETUDIANTS-FILE
               AT END SET fin-etudiants TO TRUE
           END-READ.

      * Ajoute l'etudiant inscrit a l'effectif de sa classe, puis
      * relit
       1820-COMPTER-ETUDIANT.
           IF INS-INSCRIT
               MOVE 'N' TO indic-trouve
               MOVE ZERO TO ix-classe
               PERFORM 1830-COMPARER-CLASSE
                   UNTIL trouve OR ix-classe >= nb-classes
               IF NOT trouve AND nb-classes < 200
                   ADD 1 TO nb-classes
                   MOVE nb-classes TO ix-classe
                   MOVE INS-CLASSE TO CTB-CLASSE(ix-classe)
                   MOVE ZERO TO CTB-EFFECTIF(ix-classe)
                   SET trouve TO TRUE
               END-IF
               IF trouve
                   ADD 1 TO CTB-EFFECTIF(ix-classe)
               END-IF
           END-IF.
           PERFORM 1810-LIRE-ETUDIANT.

      * Compare la classe suivante de la table a celle de l'etudiant
       1830-COMPARER-CLASSE.
           ADD 1 TO ix-classe.
           IF CTB-CLASSE(ix-classe) = INS-CLASSE
               SET trouve TO TRUE
           END-IF.

      * Compte les visiteurs accueillis dans le mois, par site
       1900-CHARGER-VISITEURS.
           MOVE 'N' TO indic-fin-visiteurs.
           OPEN INPUT VISITEURS-FILE.
           IF visiteurs-statut = '00'
               PERFORM 1910-LIRE-VISITEUR
               PERFORM 1920-COMPTER-VISITEUR UNTIL fin-visiteurs
               CLOSE VISITEURS-FILE
           END-IF.

      * Lecture d'un enregistrement VISITEURS.DAT
       1910-LIRE-VISITEUR.
           READ VISITEURS-FILE
               AT END SET fin-visiteurs TO TRUE
           END-READ.

      * Ajoute le visiteur du mois au compte de son site, le site
      * local quand la visite n'en porte pas, puis relit
       1920-COMPTER-VISITEUR.
           IF VIS-DATE(1:6) = periode
               MOVE VIS-SITE TO site-visiteur
               IF site-visiteur = SPACES
                   MOVE site-exploitation TO site-visiteur
               END-IF
               PERFORM 1940-CHERCHER-SITE
               IF NOT trouve AND nb-sites < 50
                   ADD 1 TO nb-sites
                   MOVE nb-sites TO ix-site
                   MOVE site-visiteur TO STB-SITE(ix-site)
                   MOVE ZERO TO STB-VISITEURS(ix-site)
                   SET trouve TO TRUE
               END-IF
               IF trouve
                   ADD 1 TO STB-VISITEURS(ix-site)
               END-IF
           END-IF.
           PERFORM 1910-LIRE-VISITEUR.

      * Cherche le site courant dans la table des visiteurs
       1940-CHERCHER-SITE.
           MOVE 'N' TO indic-trouve.
           MOVE ZERO TO ix-site.
           PERFORM 1950-COMPARER-SITE
               UNTIL trouve OR ix-site >= nb-sites.

      * Compare le site suivant de la table au site courant
       1950-COMPARER-SITE.
           ADD 1 TO ix-site.
           IF STB-SITE(ix-site) = site-visiteur
               SET trouve TO TRUE
           END-IF.

      * Dresse la liste des regles actives puis cumule le solde du
      * mois de leur compte source : mouvements passes de
      * HISTORIQUE.DAT, puis mouvements encore en attente de
      * passation, que la chaine ne passe qu'apres la repartition
      * (saisies du dernier jour, dotations et regularisations de
      * fin de mois), et ceux du lot coupe pendant la passation de
      * mi-journee
       2000-RELEVER-SOLDES.
           PERFORM 2010-RETENIR-REGLE
               VARYING ix-ligne FROM 1 BY 1
               UNTIL ix-ligne > nb-lignes.
           MOVE 'N' TO indic-fin-historique.
           OPEN INPUT HISTORIQUE-FILE.
           IF historique-statut = '00'
               PERFORM 2100-LIRE-HISTORIQUE
               PERFORM 2110-CUMULER-MOUVEMENT UNTIL fin-historique
               CLOSE HISTORIQUE-FILE
           END-IF.
           PERFORM 2200-CHARGER-TAUX.
           MOVE 'TRANSACTIONS.DAT' TO nom-transactions.
           PERFORM 2300-CUMULER-EN-ATTENTE.
           IF cycle-journee = 'O'
               MOVE 'TRANSACTIONS.JOURNEE' TO nom-transactions
               PERFORM 2300-CUMULER-EN-ATTENTE
           END-IF.

      * Ajoute la regle de la cible active a la liste si elle n'y
      * est pas encore
       2010-RETENIR-REGLE.
           MOVE RTB-IMAGE(ix-ligne) TO REPARTITION-ENREGISTREMENT.
           IF REP-ACTIVE
               MOVE 'N' TO indic-trouve
               MOVE ZERO TO ix-regle
               PERFORM 2020-COMPARER-REGLE
                   UNTIL trouve OR ix-regle >= nb-regles
               IF NOT trouve AND nb-regles < 500
                   ADD 1 TO nb-regles
                   MOVE REP-CODE TO GTB-CODE(nb-regles)
                   MOVE REP-COMPTE-SOURCE TO GTB-COMPTE(nb-regles)
                   MOVE ZERO TO GTB-SOLDE(nb-regles)
               END-IF
           END-IF.

      * Compare la regle suivante de la liste a la cible courante
       2020-COMPARER-REGLE.
           ADD 1 TO ix-regle.
           IF GTB-CODE(ix-regle) = REP-CODE
               SET trouve TO TRUE
           END-IF.

      * Lecture d'un enregistrement HISTORIQUE.DAT
       2100-LIRE-HISTORIQUE.
           READ HISTORIQUE-FILE
               AT END SET fin-historique TO TRUE
           END-READ.

      * Ajoute le mouvement du mois au solde de chaque regle dont il
      * mouvemente le compte source, puis relit
       2110-CUMULER-MOUVEMENT.
           IF HIS-DATE(1:6) = periode
               PERFORM 2120-CUMULER-REGLE
                   VARYING ix-regle FROM 1 BY 1
                   UNTIL ix-regle > nb-regles
           END-IF.
           PERFORM 2100-LIRE-HISTORIQUE.

      * Ajoute le mouvement courant au solde de la regle si elle
      * porte sur son compte
       2120-CUMULER-REGLE.
           IF GTB-COMPTE(ix-regle) = HIS-COMPTE
               ADD HIS-CONTRE-VALEUR TO GTB-SOLDE(ix-regle)
           END-IF.

      * Charge les cours du jour, la derniere ligne d'une meme
      * devise faisant foi
       2200-CHARGER-TAUX.
           MOVE 'N' TO indic-fin-taux.
           OPEN INPUT TAUX-CHANGE-FILE.
           IF taux-change-statut = '00'
               PERFORM 2210-LIRE-TAUX
               PERFORM 2220-RETENIR-TAUX UNTIL fin-taux
               CLOSE TAUX-CHANGE-FILE
           END-IF.

      * Lecture d'un enregistrement TAUX-CHANGE.DAT
       2210-LIRE-TAUX.
           READ TAUX-CHANGE-FILE
               AT END SET fin-taux TO TRUE
           END-READ.

      * Range le cours lu, en recouvrant la ligne anterieure de la
      * meme devise, puis relit
       2220-RETENIR-TAUX.
           MOVE ZERO TO taux-trouve.
           MOVE ZERO TO ix-taux.
           PERFORM 2230-APPLIQUER-TAUX
               UNTIL ix-taux >= nb-taux.
           IF taux-trouve = ZERO AND nb-taux < 50
               ADD 1 TO nb-taux
               MOVE DEV-CODE TO TXE-CODE(nb-taux)
               MOVE DEV-TAUX TO TXE-TAUX(nb-taux)
           END-IF.
           PERFORM 2210-LIRE-TAUX.

      * Recouvre le cours de la devise lue si elle est deja tenue
       2230-APPLIQUER-TAUX.
           ADD 1 TO ix-taux.
           IF TXE-CODE(ix-taux) = DEV-CODE
               MOVE DEV-TAUX TO TXE-TAUX(ix-taux)
               MOVE 1 TO taux-trouve
           END-IF.

      * Cumule les mouvements du fichier nom-transactions, s'il
      * existe, au solde des regles
       2300-CUMULER-EN-ATTENTE.
           MOVE 'N' TO indic-fin-transactions.
           OPEN INPUT TRANSACTIONS-FILE.
           IF transactions-statut = '00'
               PERFORM 2310-LIRE-TRANSACTION
               PERFORM 2320-CUMULER-TRANSACTION
                   UNTIL fin-transactions
               CLOSE TRANSACTIONS-FILE
           END-IF.

      * Lecture d'un mouvement en attente de passation
       2310-LIRE-TRANSACTION.
           READ TRANSACTIONS-FILE
               AT END SET fin-transactions TO TRUE
           END-READ.

      * Ajoute le mouvement en attente date de la periode (date du
      * jour a defaut, comme a la passation) au solde de chaque
      * regle dont il mouvemente le compte source, en contre-valeur
      * de base ; une devise sans cours, que ManipulationAdd met en
      * suspens, n'est pas comptee. Puis relit
       2320-CUMULER-TRANSACTION.
           IF TRA-DATE IS NUMERIC AND TRA-DATE > ZERO
               MOVE TRA-DATE(1:6) TO periode-mouvement
           ELSE
               MOVE periode TO periode-mouvement
           END-IF.
           IF periode-mouvement = periode
               PERFORM 2330-CONVERTIR-BASE
               IF taux-trouve NOT = ZERO
                   PERFORM 2340-CUMULER-REGLE
                       VARYING ix-regle FROM 1 BY 1
                       UNTIL ix-regle > nb-regles
               END-IF
           END-IF.
           PERFORM 2310-LIRE-TRANSACTION.

      * Contre-valeur en devise de base du mouvement courant ; EUR
      * ou devise vide valent cours 1, taux-trouve reste a zero
      * pour une devise sans cours connu
       2330-CONVERTIR-BASE.
           MOVE TRA-DEVISE TO devise-mouvement.
           IF devise-mouvement = SPACES OR devise-mouvement = 'EUR'
               MOVE 1 TO taux-trouve
           ELSE
               MOVE ZERO TO taux-trouve
               MOVE ZERO TO ix-taux
               PERFORM 2335-CHERCHER-COURS
                   UNTIL ix-taux >= nb-taux
           END-IF.
           COMPUTE montant-mouvement ROUNDED =
               TRA-MONTANT * taux-trouve.

      * Retient le cours de la devise du mouvement
       2335-CHERCHER-COURS.
           ADD 1 TO ix-taux.
           IF TXE-CODE(ix-taux) = devise-mouvement
               MOVE TXE-TAUX(ix-taux) TO taux-trouve
           END-IF.

      * Ajoute le mouvement en attente au solde de la regle s'il
      * porte sur son compte, un compte vide valant le compte
      * general comme a la passation
       2340-CUMULER-REGLE.
           IF GTB-COMPTE(ix-regle) = TRA-COMPTE
                   OR (TRA-COMPTE = SPACES
                       AND GTB-COMPTE(ix-regle) = 'GEN')
               ADD montant-mouvement TO GTB-SOLDE(ix-regle)
           END-IF.

      * En-tete de l'etat de repartition
       2900-ECRIRE-ENTETE-RAPPORT.
           MOVE SPACES TO LIGNE-REPARTITION.
           STRING 'Repartition des charges communes, periode '
               DELIMITED BY SIZE
               periode DELIMITED BY SIZE
               INTO LIGNE-REPARTITION.
           WRITE LIGNE-REPARTITION.
           MOVE SPACES TO LIGNE-REPARTITION.
           MOVE 'Rg' TO LIGNE-REPARTITION(3:2).
           MOVE 'Compte' TO LIGNE-REPARTITION(7:6).
           MOVE 'Site' TO LIGNE-REPARTITION(14:4).
           MOVE 'Classe' TO LIGNE-REPARTITION(19:6).
           MOVE 'Valeur de cle' TO LIGNE-REPARTITION(27:13).
           MOVE 'Part' TO LIGNE-REPARTITION(56:4).
           WRITE LIGNE-REPARTITION.

      * Repartit une regle de la liste : pese ses cibles, ecarte la
      * regle deja repartie, au solde nul ou crediteur ou aux cles
      * nulles, et passe l'ecriture sinon
       3000-TRAITER-REGLE.
           MOVE SPACES TO motif-ecart.
           PERFORM 3100-PESER-CIBLES.
           COMPUTE montant-a-repartir = ZERO - GTB-SOLDE(ix-regle).
           MOVE 'N' TO indic-deja-repartie.
           MOVE ZERO TO ix-passee.
           PERFORM 3050-COMPARER-PASSEE
               UNTIL deja-repartie OR ix-passee >= nb-passees.
           EVALUATE TRUE
               WHEN deja-repartie
                   MOVE 'deja repartie pour la periode'
                       TO motif-ecart
               WHEN montant-a-repartir NOT > ZERO
                   MOVE 'solde du mois nul ou crediteur'
                       TO motif-ecart
               WHEN total-poids = ZERO
                   MOVE 'cles toutes nulles' TO motif-ecart
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO LIGNE-REPARTITION.
           WRITE LIGNE-REPARTITION.
           MOVE montant-a-repartir TO montant-edite.
           MOVE SPACES TO LIGNE-REPARTITION.
           STRING 'Regle ' DELIMITED BY SIZE
               GTB-CODE(ix-regle) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               compte-regle DELIMITED BY SIZE
               ' cle ' DELIMITED BY SIZE
               REP-CLE DELIMITED BY SIZE
               '  solde a repartir ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-REPARTITION.
           WRITE LIGNE-REPARTITION.
           IF motif-ecart = SPACES
               PERFORM 4000-PASSER-REPARTITION
           ELSE
               ADD 1 TO cpt-ecartees
               MOVE SPACES TO LIGNE-REPARTITION
               STRING '  Ecartee : ' DELIMITED BY SIZE
                   motif-ecart DELIMITED BY SIZE
                   INTO LIGNE-REPARTITION
               WRITE LIGNE-REPARTITION
               PERFORM 3200-EDITER-CIBLE
                   VARYING ix-ligne FROM 1 BY 1
                   UNTIL ix-ligne > nb-lignes
           END-IF.

      * Compare la regle suivante deja repartie a la regle courante
       3050-COMPARER-PASSEE.
           ADD 1 TO ix-passee.
           IF PTB-CODE(ix-passee) = GTB-CODE(ix-regle)
               SET deja-repartie TO TRUE
           END-IF.

      * Pose le poids du mois de chaque cible active de la regle,
      * retient son en-tete et la derniere cible
       3100-PESER-CIBLES.
           MOVE ZERO TO total-poids.
           MOVE ZERO TO ix-derniere.
           PERFORM 3110-PESER-CIBLE
               VARYING ix-ligne FROM 1 BY 1
               UNTIL ix-ligne > nb-lignes.
           MOVE GTB-COMPTE(ix-regle) TO compte-regle.
           IF ix-derniere > ZERO
               MOVE RTB-IMAGE(ix-derniere)
                   TO REPARTITION-ENREGISTREMENT
           END-IF.
           MOVE REP-TYPE TO type-regle.
           IF REP-CLE-POURCENTAGE
               MOVE 100 TO base-poids
           ELSE
               MOVE total-poids TO base-poids
           END-IF.

      * Pese une cible active de la regle selon sa cle
       3110-PESER-CIBLE.
           MOVE RTB-IMAGE(ix-ligne) TO REPARTITION-ENREGISTREMENT.
           IF REP-CODE = GTB-CODE(ix-regle) AND REP-ACTIVE
               MOVE ZERO TO RTB-POIDS(ix-ligne)
               EVALUATE TRUE
                   WHEN REP-CLE-EFFECTIF
                       MOVE 'N' TO indic-trouve
                       MOVE ZERO TO ix-classe
                       PERFORM 3120-COMPARER-CLASSE
                           UNTIL trouve OR ix-classe >= nb-classes
                       IF trouve
                           MOVE CTB-EFFECTIF(ix-classe)
                               TO RTB-POIDS(ix-ligne)
                       END-IF
                   WHEN REP-CLE-VISITES
                       MOVE REP-SITE-CIBLE TO site-visiteur
                       IF site-visiteur = SPACES
                           MOVE site-exploitation TO site-visiteur
                       END-IF
                       PERFORM 1940-CHERCHER-SITE
                       IF trouve
                           MOVE STB-VISITEURS(ix-site)
                               TO RTB-POIDS(ix-ligne)
                       END-IF
                   WHEN OTHER
                       MOVE REP-POURCENTAGE TO RTB-POIDS(ix-ligne)
               END-EVALUATE
               ADD RTB-POIDS(ix-ligne) TO total-poids
               IF RTB-POIDS(ix-ligne) > ZERO
                   MOVE ix-ligne TO ix-derniere
               END-IF
               IF ix-derniere = ZERO
                   MOVE ix-ligne TO ix-derniere
               END-IF
           END-IF.

      * Compare la classe suivante de la table a celle de la cible
       3120-COMPARER-CLASSE.
           ADD 1 TO ix-classe.
           IF CTB-CLASSE(ix-classe) = REP-CLASSE
               SET trouve TO TRUE
           END-IF.

      * Edite une cible de la regle ecartee, avec sa valeur de cle
       3200-EDITER-CIBLE.
           MOVE RTB-IMAGE(ix-ligne) TO REPARTITION-ENREGISTREMENT.
           IF REP-CODE = GTB-CODE(ix-regle) AND REP-ACTIVE
               MOVE ZERO TO part-cible
               PERFORM 3300-ECRIRE-LIGNE-RAPPORT
           END-IF.

      * Ecrit la ligne d'etat de la cible courante : compte et site
      * effectifs, classe, valeur de cle et part attribuee
       3300-ECRIRE-LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-REPARTITION.
           MOVE REP-RANG TO LIGNE-REPARTITION(2:3).
           IF REP-COMPTE-CIBLE = SPACES
               MOVE compte-regle TO LIGNE-REPARTITION(7:6)
           ELSE
               MOVE REP-COMPTE-CIBLE TO LIGNE-REPARTITION(7:6)
           END-IF.
           IF REP-SITE-CIBLE = SPACES
               MOVE site-exploitation TO LIGNE-REPARTITION(14:3)
           ELSE
               MOVE REP-SITE-CIBLE TO LIGNE-REPARTITION(14:3)
           END-IF.
           MOVE REP-CLASSE TO LIGNE-REPARTITION(19:5).
           MOVE RTB-POIDS(ix-ligne) TO poids-edite.
           MOVE poids-edite TO LIGNE-REPARTITION(27:10).
           IF REP-CLE-POURCENTAGE
               MOVE '%' TO LIGNE-REPARTITION(38:1)
           END-IF.
           MOVE part-cible TO montant-edite.
           MOVE montant-edite TO LIGNE-REPARTITION(45:15).
           WRITE LIGNE-REPARTITION.

      * Passe l'ecriture de repartition de la regle : credit du
      * compte source du montant reparti, puis un debit par cible
      * au prorata de son poids, la derniere cible ponderee prenant
      * le reste ; inscrit la regle comme repartie pour la periode
       4000-PASSER-REPARTITION.
           COMPUTE montant-reparti ROUNDED =
               montant-a-repartir * total-poids / base-poids.
           MOVE montant-reparti TO reste-a-attribuer.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE ZERO TO rang-ligne.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'Repartition ' DELIMITED BY SIZE
               GTB-CODE(ix-regle) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               periode DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           MOVE montant-reparti TO TRA-MONTANT.
           MOVE compte-regle TO TRA-COMPTE.
           MOVE site-exploitation TO TRA-SITE.
           PERFORM 8700-ECRIRE-LIGNE.
           PERFORM 4100-DEBITER-CIBLE
               VARYING ix-ligne FROM 1 BY 1
               UNTIL ix-ligne > nb-lignes.
           MOVE GTB-CODE(ix-regle) TO RPP-CODE.
           MOVE periode TO RPP-PERIODE.
           MOVE CP-HLG-DATE TO RPP-DATE.
           MOVE numero-transaction TO RPP-NUMERO-TRA.
           MOVE montant-reparti TO RPP-MONTANT.
           OPEN EXTEND PASSEES-FILE.
           IF passees-statut = '35'
               OPEN OUTPUT PASSEES-FILE
           END-IF.
           WRITE REPARTITION-PASSEE-ENREGISTREMENT.
           CLOSE PASSEES-FILE.
           ADD montant-reparti TO total-reparti.
           ADD 1 TO cpt-reparties.
           MOVE montant-reparti TO montant-edite.
           MOVE SPACES TO LIGNE-REPARTITION.
           STRING '  Reparti ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               ', ecriture ' DELIMITED BY SIZE
               numero-transaction DELIMITED BY SIZE
               INTO LIGNE-REPARTITION.
           WRITE LIGNE-REPARTITION.

      * Debite la part d'une cible active de la regle sur son
      * compte et son site, et l'edite avec sa valeur de cle ; une
      * cible de poids nul est editee sans ligne d'ecriture
       4100-DEBITER-CIBLE.
           MOVE RTB-IMAGE(ix-ligne) TO REPARTITION-ENREGISTREMENT.
           IF REP-CODE = GTB-CODE(ix-regle) AND REP-ACTIVE
               IF ix-ligne = ix-derniere
                   MOVE reste-a-attribuer TO part-cible
               ELSE
                   COMPUTE part-cible ROUNDED = montant-reparti
                       * RTB-POIDS(ix-ligne) / total-poids
               END-IF
               SUBTRACT part-cible FROM reste-a-attribuer
               IF part-cible NOT = ZERO
                   COMPUTE TRA-MONTANT = ZERO - part-cible
                   IF REP-COMPTE-CIBLE = SPACES
                       MOVE compte-regle TO TRA-COMPTE
                   ELSE
                       MOVE REP-COMPTE-CIBLE TO TRA-COMPTE
                   END-IF
                   IF REP-SITE-CIBLE = SPACES
                       MOVE site-exploitation TO TRA-SITE
                   ELSE
                       MOVE REP-SITE-CIBLE TO TRA-SITE
                   END-IF
                   PERFORM 8700-ECRIRE-LIGNE
               END-IF
               PERFORM 3300-ECRIRE-LIGNE-RAPPORT
           END-IF.

      * Ecrit la ligne suivante de l'ecriture courante, au numero
      * commun, deja approuvee puisqu'elle est generee sous le
      * controle des regles de repartition
       8700-ECRIRE-LIGNE.
           ADD 1 TO rang-ligne.
           MOVE type-regle TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           SET TRA-DEJA-APPROUVEE TO TRUE.
           MOVE numero-transaction TO TRA-NUMERO.
           MOVE SPACES TO TRA-TIERS.
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
           MOVE 'RepartirCharges' TO JOB-NOM.
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
           MOVE cpt-reparties TO JOB-ECRITS.
           MOVE cpt-ecartees TO JOB-REJETS.
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
