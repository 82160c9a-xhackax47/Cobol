      * Code TraiterSuspens en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. TraiterSuspens.

      * Transaction a la demande : apurement des transactions mises
      * en suspens par ManipulationAdd dans SUSPENS-TRANSACTIONS.DAT.
      * Chaque transaction est presentee avec son motif et son
      * anciennete en jours. Le compte, le code type ou la devise
      * peuvent etre corriges (controles contre PLAN-COMPTES.DAT,
      * TYPES-TRANSACTION.DAT et TAUX-CHANGE.DAT) ; une transaction
      * corrigee perd son approbation et repasse par le seuil. La
      * transaction est ensuite liberee vers TRANSACTIONS.DAT pour
      * le prochain passage, ou passee en perte avec un motif, ou
      * laissee en suspens. Une ligne d'ecriture emporte toutes les
      * lignes de son ecriture dans la meme decision. Les
      * transactions liberees ou passees en perte quittent le
      * suspens pour SUSPENS-TRAITES.DAT, avec l'utilisateur et la
      * date du traitement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENS-FILE ASSIGN TO "SUSPENS-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS suspens-statut.
           SELECT SUSPENS-RESTE-FILE ASSIGN TO "SUSPENS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SUSPENS-TRAITES-FILE ASSIGN TO "SUSPENS-TRAITES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS suspens-traites-statut.
           SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transactions-statut.
           SELECT LOT-FILE ASSIGN TO "LOT-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS lot-statut.
           SELECT TYPES-FILE ASSIGN TO "TYPES-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS types-statut.
           SELECT COMPTES-FILE ASSIGN TO "PLAN-COMPTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS comptes-statut.
           SELECT TAUX-CHANGE-FILE ASSIGN TO "TAUX-CHANGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS taux-change-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD SUSPENS-FILE.
       COPY "cpsuspens.cpy".

       FD SUSPENS-RESTE-FILE.
       01 LIGNE-SUSPENS-RESTE         PIC X(193).

       FD SUSPENS-TRAITES-FILE.
       01 LIGNE-SUSPENS-TRAITE        PIC X(193).

       FD TRANSACTIONS-FILE.
       COPY "cptransac.cpy".

       FD LOT-FILE.
       COPY "cplottransac.cpy".

       FD TYPES-FILE.
       COPY "cptypetransac.cpy".

       FD COMPTES-FILE.
       COPY "cpcompte.cpy".

       FD TAUX-CHANGE-FILE.
       COPY "cptauxchange.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 suspens-statut PIC X(02).
       77 suspens-traites-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 types-statut PIC X(02).
       77 comptes-statut PIC X(02).
       77 taux-change-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-fichier PIC X(01) VALUE 'N'.
           88 fin-fichier VALUE 'O'.
       77 date-jour-aff PIC 9(08).
       77 anciennete PIC 9(05) VALUE ZERO.
       77 action PIC X(01) VALUE SPACE.
           88 action-corriger VALUE 'C' 'c'.
           88 action-liberer VALUE 'L' 'l'.
           88 action-perte VALUE 'P' 'p'.
       77 motif-perte PIC X(30) VALUE SPACES.
       77 sort-retenu PIC X(01) VALUE SPACE.
       77 numero-ecriture PIC 9(09) VALUE ZERO.

      * Zones de correction : vide, la valeur en place est gardee
       77 code-type PIC X(04) VALUE SPACES.
       77 code-devise PIC X(03) VALUE SPACES.
       77 code-compte PIC X(06) VALUE SPACES.
       77 indic-correction-ok PIC X(01) VALUE 'O'.
           88 correction-ok VALUE 'O'.
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 trouve VALUE 'O'.

       77 cpt-liberees PIC 9(05) COMP VALUE ZERO.
       77 cpt-pertes PIC 9(05) COMP VALUE ZERO.
       77 cpt-laissees PIC 9(05) COMP VALUE ZERO.

      * Transactions en suspens chargees en memoire avec leur sort
       77 nb-suspens PIC 9(04) COMP VALUE ZERO.
       77 ix-suspens PIC 9(04) COMP VALUE ZERO.
       77 ix-autre PIC 9(04) COMP VALUE ZERO.
       77 limite-suspens PIC 9(04) COMP VALUE 1000.
       77 rang-aff PIC 9(04) VALUE ZERO.
       77 nb-aff PIC 9(04) VALUE ZERO.
       01 TABLE-SUSPENS.
           05 SUSPENS-TABLE OCCURS 1000.
               10 STB-IMAGE           PIC X(193).

      * Tables de controle des corrections ; un fichier absent
      * desarme le controle correspondant, sauf pour les types qui
      * gardent le meme defaut que ManipulationAdd
       77 nb-types PIC 9(02) COMP VALUE ZERO.
       77 ix-type PIC 9(02) COMP VALUE ZERO.
       01 TABLE-TYPES.
           05 TYP-TAB-CODE            PIC X(04) OCCURS 50.
       77 nb-comptes PIC 9(03) COMP VALUE ZERO.
       77 ix-compte PIC 9(03) COMP VALUE ZERO.
       01 TABLE-COMPTES.
           05 CPT-TAB-CODE            PIC X(06) OCCURS 100.
       77 nb-devises PIC 9(02) COMP VALUE ZERO.
       77 ix-devise PIC 9(02) COMP VALUE ZERO.
       01 TABLE-DEVISES.
           05 DEV-TAB-CODE            PIC X(03) OCCURS 30.

      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-suspens.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Apurement du suspens'.
           2 LINE 3 COL 10 VALUE 'Transaction '.
           2 COL 22 PIC ZZZ9 FROM rang-aff.
           2 COL 27 VALUE 'sur '.
           2 COL 31 PIC ZZZ9 FROM nb-aff.
           2 LINE 5 COL 10 VALUE 'Montant   : '.
           2 COL 22 PIC -,---,--9.99 FROM SUS-MONTANT.
           2 COL 36 PIC X(03) FROM SUS-DEVISE.
           2 LINE 6 COL 10 VALUE 'Type      : '.
           2 COL 22 PIC X(04) FROM SUS-TYPE.
           2 LINE 7 COL 10 VALUE 'Compte    : '.
           2 COL 22 PIC X(06) FROM SUS-COMPTE.
           2 COL 30 VALUE 'Tiers : '.
           2 COL 38 PIC X(06) FROM SUS-TIERS.
           2 LINE 8 COL 10 VALUE 'Reference : '.
           2 COL 22 PIC X(30) FROM SUS-REFERENCE.
           2 LINE 9 COL 10 VALUE 'Motif     : '.
           2 COL 22 PIC X(30) FROM SUS-MOTIF.
           2 LINE 10 COL 10 VALUE 'En suspens depuis '.
           2 COL 28 PIC ZZZZ9 FROM anciennete.
           2 COL 34 VALUE 'jour(s)'.
           2 LINE 11 COL 10 VALUE 'Numero    : '.
           2 COL 22 PIC 9(09) FROM SUS-NUMERO.
           2 COL 33 VALUE 'ligne '.
           2 COL 39 PIC ZZ9 FROM SUS-LIGNE.

       1 pls-action.
           2 LINE 13 COL 10 VALUE
               'C=Corriger L=Liberer P=Perte autre=Laisser : '.
           2 PIC X(01) TO action REQUIRED.

       1 pls-type.
           2 LINE 15 COL 10 VALUE 'Code type (vide = inchange) : '.
           2 PIC X(04) TO code-type.

       1 pls-devise.
           2 LINE 16 COL 10 VALUE 'Devise (vide = inchangee) : '.
           2 PIC X(03) TO code-devise.

       1 pls-compte.
           2 LINE 17 COL 10 VALUE 'Compte (vide = inchange) : '.
           2 PIC X(06) TO code-compte.

       1 pla-err-type.
           2 LINE 18 COL 10 VALUE 'Code type inconnu, non corrige.'.

       1 pla-err-devise.
           2 LINE 19 COL 10 VALUE 'Devise sans cours, non corrigee.'.

       1 pla-err-compte.
           2 LINE 20 COL 10 VALUE 'Compte inconnu, non corrige.'.

       1 pls-motif.
           2 LINE 15 COL 10 VALUE 'Motif de la perte : '.
           2 PIC X(30) TO motif-perte REQUIRED.

       1 pla-vide.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 5 COL 10 VALUE 'Aucune transaction en suspens.'.

       1 pla-bilan.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Apurement du suspens'.
           2 LINE 4 COL 10 VALUE 'Liberees        : '.
           2 COL 28 PIC ZZZZ9 FROM cpt-liberees.
           2 LINE 5 COL 10 VALUE 'Passees en perte : '.
           2 COL 28 PIC ZZZZ9 FROM cpt-pertes.
           2 LINE 6 COL 10 VALUE 'Laissees        : '.
           2 COL 28 PIC ZZZZ9 FROM cpt-laissees.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           PERFORM 1000-CHARGER-SUSPENS.
           IF nb-suspens = ZERO
               DISPLAY pla-vide
           ELSE
               PERFORM 1100-CHARGER-TYPES
               PERFORM 1200-CHARGER-COMPTES
               PERFORM 1300-CHARGER-DEVISES
               MOVE nb-suspens TO nb-aff
               PERFORM 2000-PRESENTER-SUSPENS
                   VARYING ix-suspens FROM 1 BY 1
                   UNTIL ix-suspens > nb-suspens
               PERFORM 5000-RANGER-SUSPENS
               DISPLAY pla-bilan
           END-IF.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO nb-suspens.
           MOVE ZERO TO cpt-liberees.
           MOVE ZERO TO cpt-pertes.
           MOVE ZERO TO cpt-laissees.
           MOVE SPACES TO utilisateur-session.

      * Reprend l'utilisateur signe au menu, pour le consigner sur
      * chaque transaction traitee
       0030-LIRE-UTILISATEUR-SESSION.
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

      * Charge le suspens en memoire ; au-dela de la capacite de la
      * table, le reste sera traite a la session suivante
       1000-CHARGER-SUSPENS.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT SUSPENS-FILE.
           IF suspens-statut = '00'
               PERFORM 1010-LIRE-SUSPENS
               PERFORM 1020-RETENIR-SUSPENS
                   UNTIL fin-fichier OR nb-suspens >= limite-suspens
               CLOSE SUSPENS-FILE
           END-IF.

      * Lecture d'un enregistrement SUSPENS-TRANSACTIONS.DAT
       1010-LIRE-SUSPENS.
           READ SUSPENS-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Range la transaction lue, sort encore a donner, puis relit
       1020-RETENIR-SUSPENS.
           MOVE SPACE TO SUS-SORT.
           ADD 1 TO nb-suspens.
           MOVE SUSPENS-ENREGISTREMENT TO STB-IMAGE(nb-suspens).
           PERFORM 1010-LIRE-SUSPENS.

      * Charge les codes types admis ; meme defaut que
      * ManipulationAdd quand la table n'existe pas encore
       1100-CHARGER-TYPES.
           MOVE ZERO TO nb-types.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT TYPES-FILE.
           IF types-statut = '00'
               PERFORM 1110-LIRE-TYPE
               PERFORM 1120-AJOUTER-TYPE UNTIL fin-fichier
               CLOSE TYPES-FILE
           ELSE
               MOVE 6 TO nb-types
               MOVE 'DEPO' TO TYP-TAB-CODE(1)
               MOVE 'CORR' TO TYP-TAB-CODE(2)
               MOVE 'REMB' TO TYP-TAB-CODE(3)
               MOVE 'FRAI' TO TYP-TAB-CODE(4)
               MOVE 'INTE' TO TYP-TAB-CODE(5)
               MOVE 'PAIE' TO TYP-TAB-CODE(6)
           END-IF.

      * Lecture d'un enregistrement TYPES-TRANSACTION.DAT
       1110-LIRE-TYPE.
           READ TYPES-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Ajoute le code lu a la table de controle, puis relit
       1120-AJOUTER-TYPE.
           IF nb-types < 50
               ADD 1 TO nb-types
               MOVE TYP-CODE TO TYP-TAB-CODE(nb-types)
           END-IF.
           PERFORM 1110-LIRE-TYPE.

      * Charge le plan de comptes
       1200-CHARGER-COMPTES.
           MOVE ZERO TO nb-comptes.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT COMPTES-FILE.
           IF comptes-statut = '00'
               PERFORM 1210-LIRE-COMPTE
               PERFORM 1220-AJOUTER-COMPTE UNTIL fin-fichier
               CLOSE COMPTES-FILE
           END-IF.

      * Lecture d'un enregistrement PLAN-COMPTES.DAT
       1210-LIRE-COMPTE.
           READ COMPTES-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Ajoute le code lu a la table de controle, puis relit
       1220-AJOUTER-COMPTE.
           IF nb-comptes < 100
               ADD 1 TO nb-comptes
               MOVE CPT-CODE TO CPT-TAB-CODE(nb-comptes)
           END-IF.
           PERFORM 1210-LIRE-COMPTE.

      * Charge les devises cotees ; l'euro, devise de base, est
      * toujours admis
       1300-CHARGER-DEVISES.
           MOVE 1 TO nb-devises.
           MOVE 'EUR' TO DEV-TAB-CODE(1).
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT TAUX-CHANGE-FILE.
           IF taux-change-statut = '00'
               PERFORM 1310-LIRE-TAUX
               PERFORM 1320-AJOUTER-DEVISE UNTIL fin-fichier
               CLOSE TAUX-CHANGE-FILE
           END-IF.

      * Lecture d'un enregistrement TAUX-CHANGE.DAT
       1310-LIRE-TAUX.
           READ TAUX-CHANGE-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Ajoute la devise lue a la table de controle, puis relit
       1320-AJOUTER-DEVISE.
           IF nb-devises < 30
               ADD 1 TO nb-devises
               MOVE DEV-CODE TO DEV-TAB-CODE(nb-devises)
           END-IF.
           PERFORM 1310-LIRE-TAUX.

      * Presente la transaction courante si son sort n'a pas deja
      * ete donne avec son ecriture, et recueille l'action ; une
      * correction represente la transaction corrigee
       2000-PRESENTER-SUSPENS.
           MOVE STB-IMAGE(ix-suspens) TO SUSPENS-ENREGISTREMENT.
           IF SUS-SORT = SPACE
               MOVE ix-suspens TO rang-aff
               PERFORM 2100-TRAITER-SUSPENS
                   WITH TEST AFTER
                   UNTIL NOT action-corriger
           END-IF.

      * Affiche la transaction et applique l'action choisie
       2100-TRAITER-SUSPENS.
           MOVE STB-IMAGE(ix-suspens) TO SUSPENS-ENREGISTREMENT.
           PERFORM 2200-CALCULER-ANCIENNETE.
           DISPLAY pla-suspens.
           DISPLAY pls-action.
           ACCEPT pls-action.
           EVALUATE TRUE
               WHEN action-corriger
                   PERFORM 3000-CORRIGER
               WHEN action-liberer
                   MOVE 'L' TO sort-retenu
                   MOVE SPACES TO motif-perte
                   PERFORM 4000-DONNER-SORT
               WHEN action-perte
                   MOVE SPACES TO motif-perte
                   PERFORM 2300-SAISIR-MOTIF
                       WITH TEST AFTER
                       UNTIL motif-perte NOT = SPACES
                   MOVE 'P' TO sort-retenu
                   PERFORM 4000-DONNER-SORT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Anciennete en jours depuis la mise en suspens ; sans date
      * de mise en suspens, elle reste a zero
       2200-CALCULER-ANCIENNETE.
           MOVE ZERO TO anciennete.
           IF SUS-DATE-SUSPENS IS NUMERIC
                   AND SUS-DATE-SUSPENS > ZERO
                   AND SUS-DATE-SUSPENS <= date-jour-aff
               COMPUTE anciennete =
                   FUNCTION INTEGER-OF-DATE(date-jour-aff)
                   - FUNCTION INTEGER-OF-DATE(SUS-DATE-SUSPENS)
           END-IF.

      * Demande le motif du passage en perte
       2300-SAISIR-MOTIF.
           DISPLAY pls-motif.
           ACCEPT pls-motif.

      * Saisit les corrections et les applique si elles sont
      * admises ; une transaction corrigee devra etre approuvee de
      * nouveau si elle depasse le seuil
       3000-CORRIGER.
           MOVE SPACES TO code-type.
           MOVE SPACES TO code-devise.
           MOVE SPACES TO code-compte.
           DISPLAY pls-type.
           ACCEPT pls-type.
           DISPLAY pls-devise.
           ACCEPT pls-devise.
           DISPLAY pls-compte.
           ACCEPT pls-compte.
           IF code-type NOT = SPACES
               PERFORM 3100-CONTROLER-TYPE
               IF trouve
                   MOVE code-type TO SUS-TYPE
                   MOVE SPACE TO SUS-APPROBATION
               ELSE
                   DISPLAY pla-err-type
               END-IF
           END-IF.
           IF code-devise NOT = SPACES
               PERFORM 3200-CONTROLER-DEVISE
               IF trouve
                   MOVE code-devise TO SUS-DEVISE
                   MOVE SPACE TO SUS-APPROBATION
               ELSE
                   DISPLAY pla-err-devise
               END-IF
           END-IF.
           IF code-compte NOT = SPACES
               PERFORM 3300-CONTROLER-COMPTE
               IF trouve
                   MOVE code-compte TO SUS-COMPTE
                   MOVE SPACE TO SUS-APPROBATION
               ELSE
                   DISPLAY pla-err-compte
               END-IF
           END-IF.
           MOVE SUSPENS-ENREGISTREMENT TO STB-IMAGE(ix-suspens).

      * Cherche le code type saisi dans la table de controle
       3100-CONTROLER-TYPE.
           MOVE 'N' TO indic-trouve.
           PERFORM 3110-COMPARER-TYPE
               VARYING ix-type FROM 1 BY 1
               UNTIL ix-type > nb-types OR trouve.

      * Compare le code type suivant de la table au code saisi
       3110-COMPARER-TYPE.
           IF TYP-TAB-CODE(ix-type) = code-type
               SET trouve TO TRUE
           END-IF.

      * Cherche la devise saisie parmi les devises cotees
       3200-CONTROLER-DEVISE.
           MOVE 'N' TO indic-trouve.
           PERFORM 3210-COMPARER-DEVISE
               VARYING ix-devise FROM 1 BY 1
               UNTIL ix-devise > nb-devises OR trouve.

      * Compare la devise suivante de la table a la devise saisie
       3210-COMPARER-DEVISE.
           IF DEV-TAB-CODE(ix-devise) = code-devise
               SET trouve TO TRUE
           END-IF.

      * Cherche le compte saisi au plan de comptes ; sans plan de
      * comptes, tout compte est admis
       3300-CONTROLER-COMPTE.
           IF nb-comptes = ZERO
               SET trouve TO TRUE
           ELSE
               MOVE 'N' TO indic-trouve
               PERFORM 3310-COMPARER-COMPTE
                   VARYING ix-compte FROM 1 BY 1
                   UNTIL ix-compte > nb-comptes OR trouve
           END-IF.

      * Compare le compte suivant de la table au compte saisi
       3310-COMPARER-COMPTE.
           IF CPT-TAB-CODE(ix-compte) = code-compte
               SET trouve TO TRUE
           END-IF.

      * Donne le sort retenu a la transaction courante et, pour une
      * ligne d'ecriture, a toutes les lignes de la meme ecriture
       4000-DONNER-SORT.
           MOVE ZERO TO numero-ecriture.
           IF SUS-LIGNE IS NUMERIC AND SUS-LIGNE > ZERO
                   AND SUS-NUMERO IS NUMERIC
               MOVE SUS-NUMERO TO numero-ecriture
           END-IF.
           PERFORM 4100-MARQUER-SORT.
           IF numero-ecriture > ZERO
               PERFORM 4200-MARQUER-LIGNE-SOEUR
                   VARYING ix-autre FROM 1 BY 1
                   UNTIL ix-autre > nb-suspens
               MOVE STB-IMAGE(ix-suspens) TO SUSPENS-ENREGISTREMENT
           END-IF.

      * Porte le sort, le motif, l'utilisateur et la date sur la
      * transaction en memoire
       4100-MARQUER-SORT.
           MOVE sort-retenu TO SUS-SORT.
           MOVE motif-perte TO SUS-MOTIF-SORT.
           MOVE utilisateur-session TO SUS-UTILISATEUR.
           MOVE date-jour-aff TO SUS-DATE-SORT.
           MOVE SUSPENS-ENREGISTREMENT TO STB-IMAGE(ix-suspens).

      * Porte le meme sort sur une autre ligne de l'ecriture encore
      * en suspens
       4200-MARQUER-LIGNE-SOEUR.
           IF ix-autre NOT = ix-suspens
               MOVE STB-IMAGE(ix-autre) TO SUSPENS-ENREGISTREMENT
               IF SUS-SORT = SPACE
                       AND SUS-NUMERO IS NUMERIC
                       AND SUS-NUMERO = numero-ecriture
                       AND SUS-LIGNE IS NUMERIC
                       AND SUS-LIGNE > ZERO
                   MOVE sort-retenu TO SUS-SORT
                   MOVE motif-perte TO SUS-MOTIF-SORT
                   MOVE utilisateur-session TO SUS-UTILISATEUR
                   MOVE date-jour-aff TO SUS-DATE-SORT
                   MOVE SUSPENS-ENREGISTREMENT TO STB-IMAGE(ix-autre)
               END-IF
           END-IF.

      * Range chaque transaction selon son sort : liberee vers
      * TRANSACTIONS.DAT, liberee ou perdue vers les traitees, les
      * autres restent en suspens ; le reste remplace ensuite
      * SUSPENS-TRANSACTIONS.DAT
       5000-RANGER-SUSPENS.
           OPEN OUTPUT SUSPENS-RESTE-FILE.
           OPEN EXTEND SUSPENS-TRAITES-FILE.
           IF suspens-traites-statut = '35'
               OPEN OUTPUT SUSPENS-TRAITES-FILE
           END-IF.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF.
           PERFORM 5100-RANGER-UN-SUSPENS
               VARYING ix-suspens FROM 1 BY 1
               UNTIL ix-suspens > nb-suspens.
      * ce qui n'a pas tenu dans la table reste en suspens tel quel
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT SUSPENS-FILE.
           IF suspens-statut = '00'
               PERFORM 1010-LIRE-SUSPENS
               PERFORM 5300-SAUTER-CHARGE
                   VARYING ix-suspens FROM 1 BY 1
                   UNTIL ix-suspens > nb-suspens OR fin-fichier
               PERFORM 5400-RECOPIER-RESTE UNTIL fin-fichier
               CLOSE SUSPENS-FILE
           END-IF.
           CLOSE TRANSACTIONS-FILE.
           CLOSE SUSPENS-TRAITES-FILE.
           CLOSE SUSPENS-RESTE-FILE.
           CALL "CBL_DELETE_FILE" USING "SUSPENS-TRANSACTIONS.DAT".
           CALL "CBL_RENAME_FILE" USING "SUSPENS.NOUVEAU"
               "SUSPENS-TRANSACTIONS.DAT".
           IF cpt-liberees > ZERO
               PERFORM 5500-MARQUER-LOT
           END-IF.

      * Range une transaction de la table selon son sort
       5100-RANGER-UN-SUSPENS.
           MOVE STB-IMAGE(ix-suspens) TO SUSPENS-ENREGISTREMENT.
           EVALUATE TRUE
               WHEN SUS-LIBEREE
                   PERFORM 5200-LIBERER
                   MOVE SUSPENS-ENREGISTREMENT TO LIGNE-SUSPENS-TRAITE
                   WRITE LIGNE-SUSPENS-TRAITE
                   ADD 1 TO cpt-liberees
               WHEN SUS-PASSEE-PERTE
                   MOVE SUSPENS-ENREGISTREMENT TO LIGNE-SUSPENS-TRAITE
                   WRITE LIGNE-SUSPENS-TRAITE
                   ADD 1 TO cpt-pertes
               WHEN OTHER
                   MOVE SUSPENS-ENREGISTREMENT TO LIGNE-SUSPENS-RESTE
                   WRITE LIGNE-SUSPENS-RESTE
                   ADD 1 TO cpt-laissees
           END-EVALUATE.

      * Reforme la transaction liberee dans TRANSACTIONS.DAT ; elle
      * sera appliquee au prochain passage de ManipulationAdd sous
      * son numero et a son rang d'origine
       5200-LIBERER.
           MOVE SUS-MONTANT TO TRA-MONTANT.
           MOVE SUS-TYPE TO TRA-TYPE.
           MOVE SUS-DEVISE TO TRA-DEVISE.
           MOVE SUS-REFERENCE TO TRA-REFERENCE.
           MOVE SUS-APPROBATION TO TRA-APPROBATION.
           MOVE SUS-COMPTE TO TRA-COMPTE.
           MOVE SUS-NUMERO TO TRA-NUMERO.
           MOVE SUS-TIERS TO TRA-TIERS.
           IF SUS-SITE = SPACES
               MOVE site-exploitation TO TRA-SITE
           ELSE
               MOVE SUS-SITE TO TRA-SITE
           END-IF.
           IF SUS-LIGNE IS NUMERIC
               MOVE SUS-LIGNE TO TRA-LIGNE
           ELSE
               MOVE ZERO TO TRA-LIGNE
           END-IF.
           IF SUS-DATE-COMPTABLE IS NUMERIC
               MOVE SUS-DATE-COMPTABLE TO TRA-DATE
           ELSE
               MOVE ZERO TO TRA-DATE
           END-IF.
           MOVE utilisateur-session TO TRA-AUTEUR.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-DATE TO TRA-DATE-SAISIE.
           MOVE CP-HLG-HEURE(1:6) TO TRA-HEURE-SAISIE.
           WRITE TRANSACTION-ENREGISTREMENT.

      * Passe une transaction deja chargee en table
       5300-SAUTER-CHARGE.
           PERFORM 1010-LIRE-SUSPENS.

      * Recopie une transaction restee hors de la table, puis relit
       5400-RECOPIER-RESTE.
           MOVE SUSPENS-ENREGISTREMENT TO LIGNE-SUSPENS-RESTE.
           WRITE LIGNE-SUSPENS-RESTE.
           ADD 1 TO cpt-laissees.
           PERFORM 1010-LIRE-SUSPENS.

      * Pose l'identite du lot courant (horodatage de sa creation)
      * si elle n'existe pas encore, pour le controle de
      * retraitement de ManipulationAdd
       5500-MARQUER-LOT.
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
