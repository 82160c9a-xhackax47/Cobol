      * Code SaisirCommande en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. SaisirCommande.

      * Transaction a la demande : saisie des bons de commande aux
      * fournisseurs dans COMMANDES.DAT (fournisseur de TIERS.DAT,
      * compte, type de transaction, montant). Avant confirmation,
      * la commande est confrontee au budget restant de son type
      * pour le mois en cours : budget de BUDGETS.DAT diminue des
      * commandes deja engagees ou en attente sur ce type et ce
      * mois. Dans le budget, la commande est engagee aussitot ; au
      * dela, elle est deposee dans la file d'approbation a quatre
      * yeux de MODIFICATIONS-ATTENTE.DAT et reste en attente
      * jusqu'a la decision d'ApprouverModifications.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMANDES-FILE ASSIGN TO "COMMANDES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS commandes-statut.
           SELECT BUDGETS-FILE ASSIGN TO "BUDGETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS budgets-statut.
           SELECT TIERS-FILE ASSIGN TO "TIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS tiers-statut.
           SELECT COMPTES-FILE ASSIGN TO "PLAN-COMPTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS comptes-statut.
           SELECT TYPES-FILE ASSIGN TO "TYPES-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS types-statut.
           SELECT MODIFS-FILE
               ASSIGN TO "MODIFICATIONS-ATTENTE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS modifs-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD COMMANDES-FILE.
       COPY "cpcommande.cpy".

       FD BUDGETS-FILE.
       COPY "cpbudget.cpy".

       FD TIERS-FILE.
       COPY "cptiers.cpy".

       FD COMPTES-FILE.
       COPY "cpcompte.cpy".

       FD TYPES-FILE.
       COPY "cptypetransac.cpy".

       FD MODIFS-FILE.
       COPY "cpmodifattente.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 commandes-statut PIC X(02).
       77 budgets-statut PIC X(02).
       77 tiers-statut PIC X(02).
       77 comptes-statut PIC X(02).
       77 types-statut PIC X(02).
       77 modifs-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 code-tiers PIC X(06).
       77 code-compte PIC X(06).
       77 code-type PIC X(04).
       77 montant-texte PIC X(11).
       77 montant PIC S9(7)V99 VALUE ZERO.
       77 confirmation PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-tiers-valide PIC X(01) VALUE 'N'.
           88 tiers-valide VALUE 'O'.
       77 indic-compte-valide PIC X(01) VALUE 'N'.
           88 compte-valide VALUE 'O'.
       77 indic-type-valide PIC X(01) VALUE 'N'.
           88 type-valide VALUE 'O'.
       77 indic-montant-ok PIC X(01) VALUE 'N'.
           88 montant-ok VALUE 'O'.
       77 cpt-engagees PIC 9(05) COMP VALUE ZERO.
       77 cpt-en-attente PIC 9(05) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).

      * Fichiers de reference charges en memoire : sans fichier, le
      * controle correspondant est desarme
       77 indic-fin-tiers PIC X(01) VALUE 'N'.
           88 fin-tiers VALUE 'O'.
       77 nb-tiers PIC 9(03) COMP VALUE ZERO.
       77 ix-tiers PIC 9(03) COMP VALUE ZERO.
       01 TABLE-TIERS.
           05 TIERS-TABLE OCCURS 200.
               10 TIE-TAB-CODE        PIC X(06).
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

      * Etat courant des commandes, la derniere ligne d'un numero
      * faisant foi, pour l'engagement deja pris sur le budget
       77 indic-fin-commandes PIC X(01) VALUE 'N'.
           88 fin-commandes VALUE 'O'.
       77 indic-commande-trouvee PIC X(01) VALUE 'N'.
           88 commande-trouvee VALUE 'O'.
       77 nb-commandes PIC 9(04) COMP VALUE ZERO.
       77 ix-commande PIC 9(04) COMP VALUE ZERO.
       77 limite-commandes PIC 9(04) COMP VALUE 1000.
       77 dernier-numero PIC 9(06) VALUE ZERO.
       01 TABLE-COMMANDES.
           05 COMMANDE-TABLE OCCURS 1000.
               10 CTB-NUMERO          PIC 9(06).
               10 CTB-PERIODE         PIC 9(06).
               10 CTB-TYPE            PIC X(04).
               10 CTB-MONTANT         PIC S9(7)V99.
               10 CTB-STATUT          PIC X(01).

      * Controle budgetaire du type et du mois de la commande
       77 indic-fin-budgets PIC X(01) VALUE 'N'.
           88 fin-budgets VALUE 'O'.
       77 periode-commande PIC 9(06) VALUE ZERO.
       77 mois-commande PIC 9(02) VALUE ZERO.
       77 budget-type PIC S9(7)V99 VALUE ZERO.
       77 engage-type PIC S9(9)V99 VALUE ZERO.
       77 disponible PIC S9(9)V99 VALUE ZERO.
       77 indic-hors-budget PIC X(01) VALUE 'N'.
           88 hors-budget VALUE 'O'.
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-titre.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Saisie des bons de commande'.

       1 pls-tiers.
           2 LINE 5 COL 10 VALUE 'Fournisseur (code tiers) : '.
           2 PIC X(06) TO code-tiers REQUIRED.

       1 pla-err-tiers.
           2 LINE 5 COL 50 VALUE 'Tiers inconnu.'.

       1 pls-compte.
           2 LINE 6 COL 10 VALUE 'Compte (vide = general) : '.
           2 PIC X(06) TO code-compte.

       1 pla-err-compte.
           2 LINE 6 COL 50 VALUE 'Compte inconnu.'.

       1 pls-type.
           2 LINE 7 COL 10 VALUE 'Code type : '.
           2 PIC X(04) TO code-type REQUIRED.

       1 pla-err-type.
           2 LINE 7 COL 50 VALUE 'Type inconnu.'.

       1 pls-montant.
           2 LINE 8 COL 10 VALUE 'Montant (ex. 1500.00) : '.
           2 PIC X(11) TO montant-texte REQUIRED.

       1 pla-err-montant.
           2 LINE 8 COL 50 VALUE 'Montant invalide.'.

       1 pla-budget.
           2 LINE 10 COL 10 VALUE 'Budget du mois    : '.
           2 COL 30 PIC --,---,--9.99 FROM budget-type.
           2 LINE 11 COL 10 VALUE 'Deja engage       : '.
           2 COL 30 PIC ---,---,--9.99 FROM engage-type.
           2 LINE 12 COL 10 VALUE 'Disponible        : '.
           2 COL 30 PIC ---,---,--9.99 FROM disponible.

       1 pla-hors-budget.
           2 LINE 13 COL 10 VALUE
               'Depassement : la commande sera soumise a approbation.'.

       1 pls-confirmer.
           2 LINE 14 COL 10 VALUE 'Confirmer la commande (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-engagee.
           2 LINE 15 COL 10 VALUE 'Commande engagee, numero '.
           2 COL 35 PIC 9(06) FROM dernier-numero.

       1 pla-en-attente.
           2 LINE 15 COL 10 VALUE 'Commande en attente, numero '.
           2 COL 38 PIC 9(06) FROM dernier-numero.

       1 pls-continuer.
           2 LINE 17 COL 10 VALUE 'Une autre commande ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           MOVE date-jour-aff(1:6) TO periode-commande.
           MOVE date-jour-aff(5:2) TO mois-commande.
           PERFORM 0100-LIRE-AUTEUR-SESSION.
           PERFORM 1000-CHARGER-REFERENCES.
           PERFORM 1500-CHARGER-COMMANDES.
           PERFORM 2000-SAISIR-COMMANDE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           DISPLAY 'Commandes engagees : ' cpt-engagees
               '  en attente : ' cpt-en-attente.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-engagees.
           MOVE ZERO TO cpt-en-attente.
           MOVE SPACES TO utilisateur-session.

      * Reprend l'utilisateur signe au menu, auteur des commandes
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

      * Charge les fournisseurs, le plan de comptes et les types
       1000-CHARGER-REFERENCES.
           MOVE ZERO TO nb-tiers.
           MOVE 'N' TO indic-fin-tiers.
           OPEN INPUT TIERS-FILE.
           IF tiers-statut = '00'
               PERFORM 1010-LIRE-TIERS
               PERFORM 1020-AJOUTER-TIERS UNTIL fin-tiers
               CLOSE TIERS-FILE
           END-IF.
           MOVE ZERO TO nb-comptes.
           MOVE 'N' TO indic-fin-comptes.
           OPEN INPUT COMPTES-FILE.
           IF comptes-statut = '00'
               PERFORM 1030-LIRE-COMPTE
               PERFORM 1040-AJOUTER-COMPTE UNTIL fin-comptes
               CLOSE COMPTES-FILE
           END-IF.
           MOVE ZERO TO nb-types.
           MOVE 'N' TO indic-fin-types.
           OPEN INPUT TYPES-FILE.
           IF types-statut = '00'
               PERFORM 1050-LIRE-TYPE
               PERFORM 1060-AJOUTER-TYPE UNTIL fin-types
               CLOSE TYPES-FILE
           END-IF.

      * Lecture d'un enregistrement TIERS.DAT
       1010-LIRE-TIERS.
           READ TIERS-FILE
               AT END SET fin-tiers TO TRUE
           END-READ.

      * Ajoute le code tiers lu a la table, puis relit
       1020-AJOUTER-TIERS.
           IF nb-tiers < 200
               ADD 1 TO nb-tiers
               MOVE TIE-CODE TO TIE-TAB-CODE(nb-tiers)
           END-IF.
           PERFORM 1010-LIRE-TIERS.

      * Lecture d'un enregistrement PLAN-COMPTES.DAT
       1030-LIRE-COMPTE.
           READ COMPTES-FILE
               AT END SET fin-comptes TO TRUE
           END-READ.

      * Ajoute le code compte lu a la table, puis relit
       1040-AJOUTER-COMPTE.
           IF nb-comptes < 100
               ADD 1 TO nb-comptes
               MOVE CPT-CODE TO CPT-TAB-CODE(nb-comptes)
           END-IF.
           PERFORM 1030-LIRE-COMPTE.

      * Lecture d'un enregistrement TYPES-TRANSACTION.DAT
       1050-LIRE-TYPE.
           READ TYPES-FILE
               AT END SET fin-types TO TRUE
           END-READ.

      * Ajoute le code type lu a la table, puis relit
       1060-AJOUTER-TYPE.
           IF nb-types < 50
               ADD 1 TO nb-types
               MOVE TYP-CODE TO TYP-TAB-CODE(nb-types)
           END-IF.
           PERFORM 1050-LIRE-TYPE.

      * Charge l'etat courant des commandes, la derniere ligne d'un
      * numero recouvrant la precedente, et releve le dernier
      * numero attribue
       1500-CHARGER-COMMANDES.
           MOVE ZERO TO nb-commandes.
           MOVE ZERO TO dernier-numero.
           MOVE 'N' TO indic-fin-commandes.
           OPEN INPUT COMMANDES-FILE.
           IF commandes-statut = '00'
               PERFORM 1510-LIRE-COMMANDE
               PERFORM 1520-RETENIR-COMMANDE UNTIL fin-commandes
               CLOSE COMMANDES-FILE
           END-IF.

      * Lecture d'un enregistrement COMMANDES.DAT
       1510-LIRE-COMMANDE.
           READ COMMANDES-FILE
               AT END SET fin-commandes TO TRUE
           END-READ.

      * Range la commande lue dans la table, puis relit
       1520-RETENIR-COMMANDE.
           IF CMD-NUMERO > dernier-numero
               MOVE CMD-NUMERO TO dernier-numero
           END-IF.
           PERFORM 1600-RANGER-COMMANDE.
           PERFORM 1510-LIRE-COMMANDE.

      * Range l'enregistrement de commande courant dans la table, en
      * recouvrant la ligne anterieure du meme numero
       1600-RANGER-COMMANDE.
           MOVE 'N' TO indic-commande-trouvee.
           MOVE ZERO TO ix-commande.
           PERFORM 1610-COMPARER-COMMANDE
               UNTIL commande-trouvee OR ix-commande >= nb-commandes.
           IF NOT commande-trouvee
               IF nb-commandes < limite-commandes
                   ADD 1 TO nb-commandes
                   MOVE nb-commandes TO ix-commande
                   SET commande-trouvee TO TRUE
               END-IF
           END-IF.
           IF commande-trouvee
               MOVE CMD-NUMERO TO CTB-NUMERO(ix-commande)
               MOVE CMD-DATE(1:6) TO CTB-PERIODE(ix-commande)
               MOVE CMD-TYPE TO CTB-TYPE(ix-commande)
               MOVE CMD-MONTANT TO CTB-MONTANT(ix-commande)
               MOVE CMD-STATUT TO CTB-STATUT(ix-commande)
           END-IF.

      * Compare la ligne suivante de la table au numero courant
       1610-COMPARER-COMMANDE.
           ADD 1 TO ix-commande.
           IF CTB-NUMERO(ix-commande) = CMD-NUMERO
               SET commande-trouvee TO TRUE
           END-IF.

      * Recueille une commande, la confronte au budget restant, la
      * fait confirmer puis l'engage ou la soumet a approbation
       2000-SAISIR-COMMANDE.
           DISPLAY pla-titre.
           MOVE 'N' TO indic-tiers-valide.
           PERFORM 2100-SAISIR-TIERS UNTIL tiers-valide.
           MOVE 'N' TO indic-compte-valide.
           PERFORM 2200-SAISIR-COMPTE UNTIL compte-valide.
           MOVE 'N' TO indic-type-valide.
           PERFORM 2300-SAISIR-TYPE UNTIL type-valide.
           MOVE 'N' TO indic-montant-ok.
           PERFORM 2400-SAISIR-MONTANT UNTIL montant-ok.
           PERFORM 3000-CONTROLER-BUDGET.
           DISPLAY pla-budget.
           IF hors-budget
               DISPLAY pla-hors-budget
           END-IF.
           DISPLAY pls-confirmer.
           ACCEPT pls-confirmer.
           IF confirmation = 'O' OR confirmation = 'o'
               PERFORM 4000-ENREGISTRER-COMMANDE
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Demande le fournisseur et le redemande tant qu'il n'est pas
      * au fichier maitre des contreparties
       2100-SAISIR-TIERS.
           MOVE SPACES TO code-tiers.
           DISPLAY pls-tiers.
           ACCEPT pls-tiers.
           IF nb-tiers = ZERO
               SET tiers-valide TO TRUE
           ELSE
               MOVE ZERO TO ix-tiers
               PERFORM 2110-COMPARER-TIERS
                   UNTIL tiers-valide OR ix-tiers >= nb-tiers
               IF NOT tiers-valide
                   DISPLAY pla-err-tiers
               END-IF
           END-IF.

      * Compare le code tiers suivant de la table au code saisi
       2110-COMPARER-TIERS.
           ADD 1 TO ix-tiers.
           IF TIE-TAB-CODE(ix-tiers) = code-tiers
               SET tiers-valide TO TRUE
           END-IF.

      * Demande le compte et le redemande tant qu'il n'est ni vide
      * (compte general) ni au plan de comptes
       2200-SAISIR-COMPTE.
           MOVE SPACES TO code-compte.
           DISPLAY pls-compte.
           ACCEPT pls-compte.
           IF code-compte = SPACES OR nb-comptes = ZERO
               SET compte-valide TO TRUE
           ELSE
               MOVE ZERO TO ix-compte
               PERFORM 2210-COMPARER-COMPTE
                   UNTIL compte-valide OR ix-compte >= nb-comptes
               IF NOT compte-valide
                   DISPLAY pla-err-compte
               END-IF
           END-IF.

      * Compare le code compte suivant de la table au code saisi
       2210-COMPARER-COMPTE.
           ADD 1 TO ix-compte.
           IF CPT-TAB-CODE(ix-compte) = code-compte
               SET compte-valide TO TRUE
           END-IF.

      * Demande le code type et le redemande tant qu'il n'est pas
      * dans la table de reference
       2300-SAISIR-TYPE.
           DISPLAY pls-type.
           ACCEPT pls-type.
           IF nb-types = ZERO
               SET type-valide TO TRUE
           ELSE
               MOVE ZERO TO ix-type
               PERFORM 2310-COMPARER-TYPE
                   UNTIL type-valide OR ix-type >= nb-types
               IF NOT type-valide
                   DISPLAY pla-err-type
               END-IF
           END-IF.

      * Compare le code type suivant de la table au code saisi
       2310-COMPARER-TYPE.
           ADD 1 TO ix-type.
           IF TYP-TAB-CODE(ix-type) = code-type
               SET type-valide TO TRUE
           END-IF.

      * Demande le montant en texte et le redemande tant qu'il n'est
      * pas un nombre strictement positif
       2400-SAISIR-MONTANT.
           DISPLAY pls-montant.
           ACCEPT pls-montant.
           IF FUNCTION TEST-NUMVAL(montant-texte) = ZERO
               COMPUTE montant = FUNCTION NUMVAL(montant-texte)
               IF montant > ZERO
                   SET montant-ok TO TRUE
               END-IF
           END-IF.
           IF NOT montant-ok
               DISPLAY pla-err-montant
           END-IF.

      * Calcule le budget restant du type pour le mois en cours :
      * budget de BUDGETS.DAT, la derniere ligne du type et du mois
      * faisant foi, diminue des commandes engagees ou en attente ;
      * sans ligne de budget, le budget vaut zero
       3000-CONTROLER-BUDGET.
           MOVE ZERO TO budget-type.
           MOVE 'N' TO indic-fin-budgets.
           OPEN INPUT BUDGETS-FILE.
           IF budgets-statut = '00'
               PERFORM 3010-LIRE-BUDGET
               PERFORM 3020-RETENIR-BUDGET UNTIL fin-budgets
               CLOSE BUDGETS-FILE
           END-IF.
           IF budget-type < ZERO
               COMPUTE budget-type = ZERO - budget-type
           END-IF.
           MOVE ZERO TO engage-type.
           PERFORM 3030-CUMULER-ENGAGEMENT
               VARYING ix-commande FROM 1 BY 1
               UNTIL ix-commande > nb-commandes.
           COMPUTE disponible = budget-type - engage-type.
           IF montant > disponible
               SET hors-budget TO TRUE
           ELSE
               MOVE 'N' TO indic-hors-budget
           END-IF.

      * Lecture d'un enregistrement BUDGETS.DAT
       3010-LIRE-BUDGET.
           READ BUDGETS-FILE
               AT END SET fin-budgets TO TRUE
           END-READ.

      * Retient le budget lu s'il porte sur le type et le mois de la
      * commande, puis relit
       3020-RETENIR-BUDGET.
           IF BUD-TYPE = code-type AND BUD-MOIS = mois-commande
               MOVE BUD-MONTANT TO budget-type
           END-IF.
           PERFORM 3010-LIRE-BUDGET.

      * Cumule une commande engagee ou en attente du meme type et du
      * meme mois
       3030-CUMULER-ENGAGEMENT.
           IF CTB-TYPE(ix-commande) = code-type
                   AND CTB-PERIODE(ix-commande) = periode-commande
               IF CTB-STATUT(ix-commande) = 'E'
                       OR CTB-STATUT(ix-commande) = 'A'
                   ADD CTB-MONTANT(ix-commande) TO engage-type
               END-IF
           END-IF.

      * Ajoute la commande a COMMANDES.DAT sous le numero suivant :
      * engagee dans le budget, en attente au-dela, avec depot de
      * la commande engagee dans la file d'approbation
       4000-ENREGISTRER-COMMANDE.
           ADD 1 TO dernier-numero.
           MOVE dernier-numero TO CMD-NUMERO.
           MOVE date-jour-aff TO CMD-DATE.
           MOVE code-tiers TO CMD-TIERS.
           MOVE code-compte TO CMD-COMPTE.
           MOVE code-type TO CMD-TYPE.
           MOVE montant TO CMD-MONTANT.
           MOVE utilisateur-session TO CMD-AUTEUR.
           IF hors-budget
               SET CMD-ENGAGEE TO TRUE
               PERFORM 4100-DEPOSER-APPROBATION
               SET CMD-EN-ATTENTE TO TRUE
               ADD 1 TO cpt-en-attente
           ELSE
               SET CMD-ENGAGEE TO TRUE
               ADD 1 TO cpt-engagees
           END-IF.
           OPEN EXTEND COMMANDES-FILE.
           IF commandes-statut = '35'
               OPEN OUTPUT COMMANDES-FILE
           END-IF.
           WRITE COMMANDE-ENREGISTREMENT.
           CLOSE COMMANDES-FILE.
           PERFORM 1600-RANGER-COMMANDE.
           IF hors-budget
               DISPLAY pla-en-attente
           ELSE
               DISPLAY pla-engagee
           END-IF.

      * Depose la commande engagee en file d'attente d'approbation,
      * a quatre yeux : elle n'engage le budget qu'apres la decision
      * d'un second utilisateur habilite
       4100-DEPOSER-APPROBATION.
           MOVE 'COMMANDES' TO MOD-FICHIER.
           MOVE 'DEPASSEMENT BUDGET' TO MOD-AVANT.
           MOVE COMMANDE-ENREGISTREMENT TO MOD-APRES.
           MOVE utilisateur-session TO MOD-AUTEUR.
           MOVE date-jour-aff TO MOD-DATE.
           SET MOD-EN-ATTENTE TO TRUE.
           MOVE SPACES TO MOD-APPROBATEUR.
           OPEN EXTEND MODIFS-FILE.
           IF modifs-statut = '35'
               OPEN OUTPUT MODIFS-FILE
           END-IF.
           WRITE MODIF-ATTENTE-ENREGISTREMENT.
           CLOSE MODIFS-FILE.
