      * Code MaintenirRepartitions en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirRepartitions.

      * Transaction a la demande : entretient les regles de
      * repartition des charges communes REPARTITIONS.DAT. Un code
      * inconnu cree une regle : libelle, compte source du plan de
      * comptes dont le solde du mois sera reparti, cle (E effectif
      * de la classe, P pourcentage fixe, V visiteurs du site) et
      * type de transaction, puis sa premiere cible. Une regle
      * connue recoit une cible de plus ou perd l'une des siennes.
      * Une cible porte un compte (vide = compte source), un site
      * (vide = site local) et, selon la cle, une classe ou un
      * pourcentage ; les pourcentages d'une regle ne depassent pas
      * 100. La repartition elle-meme est l'affaire de
      * RepartirCharges en fin de mois.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPARTITIONS-FILE ASSIGN TO "REPARTITIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS repartitions-statut.
           SELECT COMPTES-FILE ASSIGN TO "PLAN-COMPTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS comptes-statut.
           SELECT TYPES-FILE ASSIGN TO "TYPES-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS types-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD REPARTITIONS-FILE.
       COPY "cprepartition.cpy".

       FD COMPTES-FILE.
       COPY "cpcompte.cpy".

       FD TYPES-FILE.
       COPY "cptypetransac.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 repartitions-statut PIC X(02).
       77 comptes-statut PIC X(02).
       77 types-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 code-regle PIC X(04).
       77 libelle-saisi PIC X(30).
       77 code-compte PIC X(06).
       77 compte-source PIC X(06).
       77 cle-saisie PIC X(01).
       77 code-type PIC X(04).
       77 compte-cible PIC X(06).
       77 site-cible PIC X(03).
       77 classe-saisie PIC X(05).
       77 pourcentage-texte PIC X(06).
       77 pourcentage PIC 9(03)V99 VALUE ZERO.
       77 total-pourcentages PIC 9(05)V99 VALUE ZERO.
       77 rang-saisi PIC 9(03) VALUE ZERO.
       77 dernier-rang PIC 9(03) VALUE ZERO.
       77 nb-cibles PIC 9(03) VALUE ZERO.
       77 action-saisie PIC X(01).
       77 confirmation PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-code-valide PIC X(01) VALUE 'N'.
           88 code-valide VALUE 'O'.
       77 indic-regle-connue PIC X(01) VALUE 'N'.
           88 regle-connue VALUE 'O'.
       77 indic-cle-ok PIC X(01) VALUE 'N'.
           88 cle-ok VALUE 'O'.
       77 indic-compte-valide PIC X(01) VALUE 'N'.
           88 compte-valide VALUE 'O'.
       77 indic-type-valide PIC X(01) VALUE 'N'.
           88 type-valide VALUE 'O'.
       77 indic-classe-ok PIC X(01) VALUE 'N'.
           88 classe-ok VALUE 'O'.
       77 indic-pourcentage-ok PIC X(01) VALUE 'N'.
           88 pourcentage-ok VALUE 'O'.
       77 indic-rang-ok PIC X(01) VALUE 'N'.
           88 rang-ok VALUE 'O'.
       77 indic-a-ecrire PIC X(01) VALUE 'N'.
           88 a-ecrire VALUE 'O'.
       77 cpt-ajoutees PIC 9(05) COMP VALUE ZERO.
       77 cpt-supprimees PIC 9(05) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).

      * Fichiers de reference charges en memoire : sans fichier, le
      * controle correspondant est desarme
       77 indic-fin-comptes PIC X(01) VALUE 'N'.
           88 fin-comptes VALUE 'O'.
       77 nb-comptes PIC 9(03) COMP VALUE ZERO.
       77 ix-compte PIC 9(03) COMP VALUE ZERO.
       01 TABLE-COMPTES.
           05 COMPTE-TABLE OCCURS 100.
               10 CPT-TAB-CODE        PIC X(06).
       77 indic-fin-types PIC X(01) VALUE 'N'.
           88 fin-types VALUE 'O'.
       77 nb-types PIC 9(02) COMP VALUE ZERO.
       77 ix-type PIC 9(02) COMP VALUE ZERO.
       01 TABLE-TYPES.
           05 TYPE-TABLE OCCURS 50.
               10 TYP-TAB-CODE        PIC X(04).

      * Etat courant des regles, la derniere ligne d'un couple
      * code/rang faisant foi ; l'image entiere de la ligne est
      * conservee
       77 indic-fin-repartitions PIC X(01) VALUE 'N'.
           88 fin-repartitions VALUE 'O'.
       77 indic-ligne-trouvee PIC X(01) VALUE 'N'.
           88 ligne-trouvee VALUE 'O'.
       77 nb-lignes PIC 9(04) COMP VALUE ZERO.
       77 ix-ligne PIC 9(04) COMP VALUE ZERO.
       77 ix-entete PIC 9(04) COMP VALUE ZERO.
       77 limite-lignes PIC 9(04) COMP VALUE 1000.
       01 CLE-LIGNE.
           05 CLE-CODE                PIC X(04).
           05 CLE-RANG                PIC 9(03).
       01 TABLE-REPARTITIONS.
           05 REPARTITION-TABLE OCCURS 1000.
               10 RTB-CLE             PIC X(07).
               10 RTB-IMAGE           PIC X(87).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-titre.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Regles de repartition des charges'.

       1 pls-code.
           2 LINE 4 COL 10 VALUE 'Code de la regle : '.
           2 PIC X(04) TO code-regle REQUIRED.

       1 pla-regle.
           2 LINE 6 COL 10 VALUE 'Libelle           : '.
           2 COL 30 PIC X(30) FROM REP-LIBELLE.
           2 LINE 7 COL 10 VALUE 'Compte source     : '.
           2 COL 30 PIC X(06) FROM REP-COMPTE-SOURCE.
           2 LINE 8 COL 10 VALUE 'Cle / type        : '.
           2 COL 30 PIC X(01) FROM REP-CLE.
           2 COL 32 PIC X(04) FROM REP-TYPE.
           2 LINE 9 COL 10 VALUE 'Cibles / total %  : '.
           2 COL 30 PIC ZZ9 FROM nb-cibles.
           2 COL 34 PIC ZZZZ9.99 FROM total-pourcentages.

       1 pls-libelle.
           2 LINE 6 COL 10 VALUE 'Libelle : '.
           2 PIC X(30) TO libelle-saisi REQUIRED.

       1 pls-compte-source.
           2 LINE 7 COL 10 VALUE 'Compte source : '.
           2 PIC X(06) TO code-compte REQUIRED.

       1 pla-err-compte-source.
           2 LINE 7 COL 50 VALUE 'Compte inconnu.'.

       1 pls-cle.
           2 LINE 8 COL 10 VALUE
               'Cle (E effectif, P pourcentage, V visiteurs) : '.
           2 PIC X(01) TO cle-saisie REQUIRED.

       1 pla-err-cle.
           2 LINE 8 COL 62 VALUE 'Cle invalide.'.

       1 pls-type.
           2 LINE 9 COL 10 VALUE 'Code type : '.
           2 PIC X(04) TO code-type REQUIRED.

       1 pla-err-type.
           2 LINE 9 COL 50 VALUE 'Type inconnu.'.

       1 pls-action.
           2 LINE 11 COL 10 VALUE
               'A ajouter une cible, S supprimer une cible : '.
           2 PIC X(01) TO action-saisie.

       1 pls-compte-cible.
           2 LINE 12 COL 10 VALUE
               'Compte cible (vide = compte source) : '.
           2 PIC X(06) TO compte-cible.

       1 pla-err-compte-cible.
           2 LINE 12 COL 60 VALUE 'Compte inconnu.'.

       1 pls-site-cible.
           2 LINE 13 COL 10 VALUE 'Site cible (vide = site local) : '.
           2 PIC X(03) TO site-cible.

       1 pls-classe.
           2 LINE 14 COL 10 VALUE 'Classe : '.
           2 PIC X(05) TO classe-saisie REQUIRED.

       1 pls-pourcentage.
           2 LINE 14 COL 10 VALUE 'Pourcentage (ex. 25.50) : '.
           2 PIC X(06) TO pourcentage-texte REQUIRED.

       1 pla-err-pourcentage.
           2 LINE 14 COL 50 VALUE 'Invalide ou total > 100.'.

       1 pls-rang.
           2 LINE 12 COL 10 VALUE 'Rang de la cible a supprimer : '.
           2 PIC 9(03) TO rang-saisi REQUIRED.

       1 pla-err-rang.
           2 LINE 12 COL 50 VALUE 'Cible inconnue.'.

       1 pls-confirmer.
           2 LINE 18 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistree.
           2 LINE 19 COL 10 VALUE 'Regle mise a jour, cible '.
           2 COL 35 PIC 9(03) FROM REP-RANG.

       1 pls-continuer.
           2 LINE 21 COL 10 VALUE 'Une autre regle ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-LIRE-AUTEUR-SESSION.
           PERFORM 1000-CHARGER-REFERENCES.
           PERFORM 1500-CHARGER-REPARTITIONS.
           PERFORM 1700-AFFICHER-REGLES.
           PERFORM 2000-TRAITER-REGLE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           DISPLAY 'Cibles ajoutees : ' cpt-ajoutees
               '  supprimees : ' cpt-supprimees.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-ajoutees.
           MOVE ZERO TO cpt-supprimees.
           MOVE SPACES TO utilisateur-session.

      * Reprend l'utilisateur signe au menu, auteur des mises a jour
       0100-LIRE-AUTEUR-SESSION.
           OPEN INPUT SESSION-FILE.
           IF session-statut = '00'
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-UTILISATEUR TO utilisateur-session
               END-READ
               CLOSE SESSION-FILE
           END-IF.

      * Charge le plan de comptes et les types de transaction
       1000-CHARGER-REFERENCES.
           MOVE ZERO TO nb-comptes.
           MOVE 'N' TO indic-fin-comptes.
           OPEN INPUT COMPTES-FILE.
           IF comptes-statut = '00'
               PERFORM 1010-LIRE-COMPTE
               PERFORM 1020-AJOUTER-COMPTE UNTIL fin-comptes
               CLOSE COMPTES-FILE
           END-IF.
           MOVE ZERO TO nb-types.
           MOVE 'N' TO indic-fin-types.
           OPEN INPUT TYPES-FILE.
           IF types-statut = '00'
               PERFORM 1030-LIRE-TYPE
               PERFORM 1040-AJOUTER-TYPE UNTIL fin-types
               CLOSE TYPES-FILE
           END-IF.

      * Lecture d'un enregistrement PLAN-COMPTES.DAT
       1010-LIRE-COMPTE.
           READ COMPTES-FILE
               AT END SET fin-comptes TO TRUE
           END-READ.

      * Ajoute le code compte lu a la table, puis relit
       1020-AJOUTER-COMPTE.
           IF nb-comptes < 100
               ADD 1 TO nb-comptes
               MOVE CPT-CODE TO CPT-TAB-CODE(nb-comptes)
           END-IF.
           PERFORM 1010-LIRE-COMPTE.

      * Lecture d'un enregistrement TYPES-TRANSACTION.DAT
       1030-LIRE-TYPE.
           READ TYPES-FILE
               AT END SET fin-types TO TRUE
           END-READ.

      * Ajoute le code type lu a la table, puis relit
       1040-AJOUTER-TYPE.
           IF nb-types < 50
               ADD 1 TO nb-types
               MOVE TYP-CODE TO TYP-TAB-CODE(nb-types)
           END-IF.
           PERFORM 1030-LIRE-TYPE.

      * Charge l'etat courant des regles, la derniere ligne d'un
      * couple code/rang recouvrant la precedente
       1500-CHARGER-REPARTITIONS.
           MOVE ZERO TO nb-lignes.
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
           PERFORM 1600-RANGER-LIGNE.
           PERFORM 1510-LIRE-REPARTITION.

      * Range l'enregistrement courant dans la table, en recouvrant
      * la ligne anterieure du meme code et du meme rang
       1600-RANGER-LIGNE.
           MOVE REP-CODE TO CLE-CODE.
           MOVE REP-RANG TO CLE-RANG.
           PERFORM 1620-CHERCHER-LIGNE.
           IF NOT ligne-trouvee
               IF nb-lignes < limite-lignes
                   ADD 1 TO nb-lignes
                   MOVE nb-lignes TO ix-ligne
                   SET ligne-trouvee TO TRUE
               END-IF
           END-IF.
           IF ligne-trouvee
               MOVE CLE-LIGNE TO RTB-CLE(ix-ligne)
               MOVE REPARTITION-ENREGISTREMENT TO RTB-IMAGE(ix-ligne)
           END-IF.

      * Cherche le couple code/rang courant dans la table
       1620-CHERCHER-LIGNE.
           MOVE 'N' TO indic-ligne-trouvee.
           MOVE ZERO TO ix-ligne.
           PERFORM 1610-COMPARER-LIGNE
               UNTIL ligne-trouvee OR ix-ligne >= nb-lignes.

      * Compare la ligne suivante de la table au couple courant
       1610-COMPARER-LIGNE.
           ADD 1 TO ix-ligne.
           IF RTB-CLE(ix-ligne) = CLE-LIGNE
               SET ligne-trouvee TO TRUE
           END-IF.

      * Liste les cibles actives avant la saisie
       1700-AFFICHER-REGLES.
           IF nb-lignes = ZERO
               DISPLAY 'Aucune regle (premiere utilisation).'
           ELSE
               DISPLAY 'Cibles des regles de repartition :'
               PERFORM 1710-AFFICHER-UNE-CIBLE
                   VARYING ix-ligne FROM 1 BY 1
                   UNTIL ix-ligne > nb-lignes
           END-IF.

      * Affiche une cible active de la table
       1710-AFFICHER-UNE-CIBLE.
           MOVE RTB-IMAGE(ix-ligne) TO REPARTITION-ENREGISTREMENT.
           IF REP-ACTIVE
               DISPLAY '  ' REP-CODE ' ' REP-RANG ' '
                   REP-COMPTE-SOURCE ' ' REP-CLE ' > '
                   REP-COMPTE-CIBLE ' ' REP-SITE-CIBLE ' '
                   REP-CLASSE ' ' REP-POURCENTAGE
           END-IF.

      * Recueille le code puis cree la regle avec sa premiere cible,
      * ou affiche la regle connue et lui ajoute ou retire une cible
       2000-TRAITER-REGLE.
           DISPLAY pla-titre.
           MOVE 'N' TO indic-a-ecrire.
           MOVE SPACES TO code-regle.
           DISPLAY pls-code.
           ACCEPT pls-code.
           PERFORM 2100-RELEVER-REGLE.
           IF regle-connue
               MOVE RTB-IMAGE(ix-entete) TO REPARTITION-ENREGISTREMENT
               DISPLAY pla-regle
               MOVE SPACES TO action-saisie
               DISPLAY pls-action
               ACCEPT pls-action
               EVALUATE action-saisie
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 4000-SAISIR-CIBLE
                   WHEN 'S'
                   WHEN 's'
                       PERFORM 5000-SUPPRIMER-CIBLE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               PERFORM 3000-CREER-REGLE
               PERFORM 4000-SAISIR-CIBLE
           END-IF.
           IF a-ecrire
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               IF confirmation = 'O' OR confirmation = 'o'
                   PERFORM 6000-ENREGISTRER-LIGNE
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Releve les cibles actives du code saisi : la premiere fait
      * foi pour l'en-tete, le rang le plus haut (meme supprime)
      * donne le rang de la cible suivante
       2100-RELEVER-REGLE.
           MOVE 'N' TO indic-regle-connue.
           MOVE ZERO TO ix-entete.
           MOVE ZERO TO dernier-rang.
           MOVE ZERO TO nb-cibles.
           MOVE ZERO TO total-pourcentages.
           PERFORM 2110-EXAMINER-LIGNE
               VARYING ix-ligne FROM 1 BY 1
               UNTIL ix-ligne > nb-lignes.

      * Examine une ligne de la table pour le code saisi
       2110-EXAMINER-LIGNE.
           IF RTB-CLE(ix-ligne)(1:4) = code-regle
               MOVE RTB-IMAGE(ix-ligne) TO REPARTITION-ENREGISTREMENT
               IF REP-RANG > dernier-rang
                   MOVE REP-RANG TO dernier-rang
               END-IF
               IF REP-ACTIVE
                   ADD 1 TO nb-cibles
                   ADD REP-POURCENTAGE TO total-pourcentages
                   IF NOT regle-connue
                       SET regle-connue TO TRUE
                       MOVE ix-ligne TO ix-entete
                   END-IF
               END-IF
           END-IF.

      * Recueille l'en-tete d'une nouvelle regle
       3000-CREER-REGLE.
           DISPLAY pls-libelle.
           ACCEPT pls-libelle.
           MOVE 'N' TO indic-compte-valide.
           PERFORM 3100-SAISIR-COMPTE-SOURCE UNTIL compte-valide.
           MOVE 'N' TO indic-cle-ok.
           PERFORM 3200-SAISIR-CLE UNTIL cle-ok.
           MOVE 'N' TO indic-type-valide.
           PERFORM 3300-SAISIR-TYPE UNTIL type-valide.
           MOVE code-regle TO REP-CODE.
           MOVE libelle-saisi TO REP-LIBELLE.
           MOVE compte-source TO REP-COMPTE-SOURCE.
           MOVE cle-saisie TO REP-CLE.
           MOVE code-type TO REP-TYPE.

      * Demande le compte source, au plan de comptes
       3100-SAISIR-COMPTE-SOURCE.
           MOVE SPACES TO code-compte.
           DISPLAY pls-compte-source.
           ACCEPT pls-compte-source.
           PERFORM 3150-CONTROLER-COMPTE.
           IF compte-valide
               MOVE code-compte TO compte-source
           ELSE
               DISPLAY pla-err-compte-source
           END-IF.

      * Cherche le compte saisi au plan de comptes ; sans plan
      * charge, tout compte est accepte
       3150-CONTROLER-COMPTE.
           IF nb-comptes = ZERO
               SET compte-valide TO TRUE
           ELSE
               MOVE ZERO TO ix-compte
               PERFORM 3160-COMPARER-COMPTE
                   UNTIL compte-valide OR ix-compte >= nb-comptes
           END-IF.

      * Compare le code compte suivant de la table au code saisi
       3160-COMPARER-COMPTE.
           ADD 1 TO ix-compte.
           IF CPT-TAB-CODE(ix-compte) = code-compte
               SET compte-valide TO TRUE
           END-IF.

      * Demande la cle de repartition
       3200-SAISIR-CLE.
           DISPLAY pls-cle.
           ACCEPT pls-cle.
           IF cle-saisie = 'e'
               MOVE 'E' TO cle-saisie
           END-IF.
           IF cle-saisie = 'p'
               MOVE 'P' TO cle-saisie
           END-IF.
           IF cle-saisie = 'v'
               MOVE 'V' TO cle-saisie
           END-IF.
           IF cle-saisie = 'E' OR cle-saisie = 'P'
                   OR cle-saisie = 'V'
               SET cle-ok TO TRUE
           ELSE
               DISPLAY pla-err-cle
           END-IF.

      * Demande le code type et le redemande tant qu'il n'est pas
      * dans la table de reference
       3300-SAISIR-TYPE.
           DISPLAY pls-type.
           ACCEPT pls-type.
           IF nb-types = ZERO
               SET type-valide TO TRUE
           ELSE
               MOVE ZERO TO ix-type
               PERFORM 3310-COMPARER-TYPE
                   UNTIL type-valide OR ix-type >= nb-types
               IF NOT type-valide
                   DISPLAY pla-err-type
               END-IF
           END-IF.

      * Compare le code type suivant de la table au code saisi
       3310-COMPARER-TYPE.
           ADD 1 TO ix-type.
           IF TYP-TAB-CODE(ix-type) = code-type
               SET type-valide TO TRUE
           END-IF.

      * Recueille une cible de la regle courante, dont l'en-tete est
      * deja dans l'enregistrement, sous le rang suivant
       4000-SAISIR-CIBLE.
           MOVE 'N' TO indic-compte-valide.
           PERFORM 4100-SAISIR-COMPTE-CIBLE UNTIL compte-valide.
           MOVE SPACES TO site-cible.
           DISPLAY pls-site-cible.
           ACCEPT pls-site-cible.
           MOVE SPACES TO classe-saisie.
           MOVE ZERO TO pourcentage.
           IF REP-CLE-EFFECTIF
               MOVE 'N' TO indic-classe-ok
               PERFORM 4200-SAISIR-CLASSE UNTIL classe-ok
           END-IF.
           IF REP-CLE-POURCENTAGE
               MOVE 'N' TO indic-pourcentage-ok
               PERFORM 4300-SAISIR-POURCENTAGE UNTIL pourcentage-ok
           END-IF.
           ADD 1 TO dernier-rang.
           MOVE dernier-rang TO REP-RANG.
           MOVE compte-cible TO REP-COMPTE-CIBLE.
           MOVE site-cible TO REP-SITE-CIBLE.
           MOVE classe-saisie TO REP-CLASSE.
           MOVE pourcentage TO REP-POURCENTAGE.
           SET REP-ACTIVE TO TRUE.
           MOVE utilisateur-session TO REP-AUTEUR.
           SET a-ecrire TO TRUE.

      * Demande le compte cible, vide pour le compte source
       4100-SAISIR-COMPTE-CIBLE.
           MOVE SPACES TO compte-cible.
           DISPLAY pls-compte-cible.
           ACCEPT pls-compte-cible.
           IF compte-cible = SPACES
               SET compte-valide TO TRUE
           ELSE
               MOVE compte-cible TO code-compte
               PERFORM 3150-CONTROLER-COMPTE
               IF NOT compte-valide
                   DISPLAY pla-err-compte-cible
               END-IF
           END-IF.

      * Demande la classe dont l'effectif pondere la cible
       4200-SAISIR-CLASSE.
           DISPLAY pls-classe.
           ACCEPT pls-classe.
           IF classe-saisie NOT = SPACES
               SET classe-ok TO TRUE
           END-IF.

      * Demande le pourcentage de la cible et le redemande tant
      * qu'il n'est pas positif ou qu'il porte le total de la regle
      * au-dela de 100
       4300-SAISIR-POURCENTAGE.
           DISPLAY pls-pourcentage.
           ACCEPT pls-pourcentage.
           IF FUNCTION TEST-NUMVAL(pourcentage-texte) = ZERO
               COMPUTE pourcentage =
                   FUNCTION NUMVAL(pourcentage-texte)
               IF pourcentage > ZERO
                   AND total-pourcentages + pourcentage <= 100
                   SET pourcentage-ok TO TRUE
               END-IF
           END-IF.
           IF NOT pourcentage-ok
               DISPLAY pla-err-pourcentage
           END-IF.

      * Demande le rang d'une cible active de la regle et la marque
      * supprimee
       5000-SUPPRIMER-CIBLE.
           MOVE 'N' TO indic-rang-ok.
           MOVE ZERO TO rang-saisi.
           DISPLAY pls-rang.
           ACCEPT pls-rang.
           MOVE code-regle TO CLE-CODE.
           MOVE rang-saisi TO CLE-RANG.
           PERFORM 1620-CHERCHER-LIGNE.
           IF ligne-trouvee
               MOVE RTB-IMAGE(ix-ligne) TO REPARTITION-ENREGISTREMENT
               IF REP-ACTIVE
                   SET rang-ok TO TRUE
               END-IF
           END-IF.
           IF rang-ok
               SET REP-SUPPRIMEE TO TRUE
               MOVE utilisateur-session TO REP-AUTEUR
               SET a-ecrire TO TRUE
           ELSE
               DISPLAY pla-err-rang
           END-IF.

      * Ajoute la ligne a REPARTITIONS.DAT et la range en table
       6000-ENREGISTRER-LIGNE.
           IF REP-ACTIVE
               ADD 1 TO cpt-ajoutees
           ELSE
               ADD 1 TO cpt-supprimees
           END-IF.
           OPEN EXTEND REPARTITIONS-FILE.
           IF repartitions-statut = '35'
               OPEN OUTPUT REPARTITIONS-FILE
           END-IF.
           WRITE REPARTITION-ENREGISTREMENT.
           CLOSE REPARTITIONS-FILE.
           PERFORM 1600-RANGER-LIGNE.
           DISPLAY pla-enregistree.
