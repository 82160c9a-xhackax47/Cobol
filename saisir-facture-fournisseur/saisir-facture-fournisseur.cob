      * Code SaisirFactureFournisseur en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. SaisirFactureFournisseur.

      * Transaction a la demande : enregistre les factures recues
      * des fournisseurs dans FACTURES-FOURNISSEURS.DAT, ce que
      * l'etablissement doit et a quelle echeance. Le fournisseur
      * est controle contre TIERS.DAT ; la facture se rattache, le
      * cas echeant, au bon de commande engage du meme fournisseur,
      * dont elle reprend le type et le compte d'imputation, et le
      * bon est alors solde dans COMMANDES.DAT : la dette prend le
      * relais de l'engagement. Sans bon, type et compte sont
      * saisis. L'echeance vaut par defaut trente jours apres la
      * date de facture.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURES-FOURN-FILE
               ASSIGN TO "FACTURES-FOURNISSEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS factures-fourn-statut.
           SELECT COMMANDES-FILE ASSIGN TO "COMMANDES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS commandes-statut.
           SELECT TIERS-FILE ASSIGN TO "TIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS tiers-statut.
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
       FD FACTURES-FOURN-FILE.
       COPY "cpfactfourn.cpy".

       FD COMMANDES-FILE.
       COPY "cpcommande.cpy".

       FD TIERS-FILE.
       COPY "cptiers.cpy".

       FD COMPTES-FILE.
       COPY "cpcompte.cpy".

       FD TYPES-FILE.
       COPY "cptypetransac.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 factures-fourn-statut PIC X(02).
       77 commandes-statut PIC X(02).
       77 tiers-statut PIC X(02).
       77 comptes-statut PIC X(02).
       77 types-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 code-tiers PIC X(06).
       77 reference-fournisseur PIC X(15).
       77 commande-texte PIC X(06).
       77 numero-commande PIC 9(06) VALUE ZERO.
       77 code-compte PIC X(06).
       77 code-type PIC X(04).
       77 montant-texte PIC X(11).
       77 montant PIC S9(7)V99 VALUE ZERO.
       77 date-texte PIC X(08).
       77 date-facture PIC 9(08) VALUE ZERO.
       77 date-echeance PIC 9(08) VALUE ZERO.
       77 confirmation PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-tiers-valide PIC X(01) VALUE 'N'.
           88 tiers-valide VALUE 'O'.
       77 indic-commande-valide PIC X(01) VALUE 'N'.
           88 commande-valide VALUE 'O'.
       77 indic-compte-valide PIC X(01) VALUE 'N'.
           88 compte-valide VALUE 'O'.
       77 indic-type-valide PIC X(01) VALUE 'N'.
           88 type-valide VALUE 'O'.
       77 indic-montant-ok PIC X(01) VALUE 'N'.
           88 montant-ok VALUE 'O'.
       77 indic-date-valide PIC X(01) VALUE 'N'.
           88 date-valide VALUE 'O'.
       77 indic-fin-factures PIC X(01) VALUE 'N'.
           88 fin-factures VALUE 'O'.
       77 cpt-factures PIC 9(05) COMP VALUE ZERO.
       77 dernier-numero PIC 9(06) VALUE ZERO.
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

      * Etat courant des bons de commande, la derniere ligne d'un
      * numero faisant foi ; l'image complete est gardee pour
      * ecrire la ligne qui solde le bon
       77 indic-fin-commandes PIC X(01) VALUE 'N'.
           88 fin-commandes VALUE 'O'.
       77 indic-commande-trouvee PIC X(01) VALUE 'N'.
           88 commande-trouvee VALUE 'O'.
       77 nb-commandes PIC 9(04) COMP VALUE ZERO.
       77 ix-commande PIC 9(04) COMP VALUE ZERO.
       77 rang-commande PIC 9(04) COMP VALUE ZERO.
       77 limite-commandes PIC 9(04) COMP VALUE 1000.
       01 TABLE-COMMANDES.
           05 COMMANDE-TABLE OCCURS 1000.
               10 CTB-NUMERO          PIC 9(06).
               10 CTB-IMAGE           PIC X(56).

       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-titre.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Saisie des factures fournisseurs'.

       1 pls-tiers.
           2 LINE 4 COL 10 VALUE 'Fournisseur (code tiers) : '.
           2 PIC X(06) TO code-tiers REQUIRED.

       1 pla-err-tiers.
           2 LINE 4 COL 50 VALUE 'Tiers inconnu.'.

       1 pls-reference.
           2 LINE 5 COL 10 VALUE 'Reference fournisseur : '.
           2 PIC X(15) TO reference-fournisseur REQUIRED.

       1 pls-commande.
           2 LINE 6 COL 10 VALUE 'Bon de commande (vide = aucun) : '.
           2 PIC X(06) TO commande-texte.

       1 pla-err-commande.
           2 LINE 7 COL 10 VALUE
               'Bon inconnu, non engage ou d''un autre fournisseur.'.

       1 pla-commande.
           2 LINE 7 COL 10 VALUE 'Type '.
           2 COL 15 PIC X(04) FROM code-type.
           2 COL 21 VALUE 'compte '.
           2 COL 28 PIC X(06) FROM code-compte.
           2 COL 36 VALUE 'repris du bon.'.

       1 pls-type.
           2 LINE 8 COL 10 VALUE 'Code type : '.
           2 PIC X(04) TO code-type REQUIRED.

       1 pla-err-type.
           2 LINE 8 COL 50 VALUE 'Type inconnu.'.

       1 pls-compte.
           2 LINE 9 COL 10 VALUE 'Compte (vide = general) : '.
           2 PIC X(06) TO code-compte.

       1 pla-err-compte.
           2 LINE 9 COL 50 VALUE 'Compte inconnu.'.

       1 pls-montant.
           2 LINE 10 COL 10 VALUE 'Montant (ex. 1500.00) : '.
           2 PIC X(11) TO montant-texte REQUIRED.

       1 pla-err-montant.
           2 LINE 10 COL 50 VALUE 'Montant invalide.'.

       1 pls-date-facture.
           2 LINE 11 COL 10 VALUE
               'Date de facture (AAAAMMJJ, vide = jour) : '.
           2 PIC X(08) TO date-texte.

       1 pls-date-echeance.
           2 LINE 12 COL 10 VALUE
               'Echeance (AAAAMMJJ, vide = 30 jours) : '.
           2 PIC X(08) TO date-texte.

       1 pla-err-date.
           2 LINE 13 COL 10 VALUE 'Date invalide.'.

       1 pls-confirmer.
           2 LINE 14 COL 10 VALUE 'Confirmer la facture (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistree.
           2 LINE 15 COL 10 VALUE 'Facture enregistree, numero '.
           2 COL 38 PIC 9(06) FROM dernier-numero.

       1 pls-continuer.
           2 LINE 17 COL 10 VALUE 'Une autre facture ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-LIRE-AUTEUR-SESSION.
           PERFORM 1000-CHARGER-REFERENCES.
           PERFORM 1500-CHARGER-COMMANDES.
           PERFORM 1700-RELEVER-NUMERO.
           PERFORM 2000-SAISIR-FACTURE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           DISPLAY 'Factures enregistrees : ' cpt-factures.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-factures.
           MOVE SPACES TO utilisateur-session.

      * Reprend l'utilisateur signe au menu, auteur des factures
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

      * Charge l'etat courant des bons de commande, la derniere
      * ligne d'un numero recouvrant la precedente
       1500-CHARGER-COMMANDES.
           MOVE ZERO TO nb-commandes.
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

      * Range le bon lu dans la table, en recouvrant la ligne
      * anterieure du meme numero, puis relit
       1520-RETENIR-COMMANDE.
           MOVE CMD-NUMERO TO numero-commande.
           PERFORM 1600-CHERCHER-COMMANDE.
           IF NOT commande-trouvee
               IF nb-commandes < limite-commandes
                   ADD 1 TO nb-commandes
                   MOVE nb-commandes TO rang-commande
                   SET commande-trouvee TO TRUE
               END-IF
           END-IF.
           IF commande-trouvee
               MOVE CMD-NUMERO TO CTB-NUMERO(rang-commande)
               MOVE COMMANDE-ENREGISTREMENT
                   TO CTB-IMAGE(rang-commande)
           END-IF.
           PERFORM 1510-LIRE-COMMANDE.

      * Cherche le bon numero-commande dans la table ;
      * rang-commande le designe quand il est trouve
       1600-CHERCHER-COMMANDE.
           MOVE 'N' TO indic-commande-trouvee.
           MOVE ZERO TO rang-commande.
           MOVE ZERO TO ix-commande.
           PERFORM 1610-COMPARER-COMMANDE
               UNTIL commande-trouvee OR ix-commande >= nb-commandes.

      * Compare la ligne suivante de la table au bon cherche
       1610-COMPARER-COMMANDE.
           ADD 1 TO ix-commande.
           IF CTB-NUMERO(ix-commande) = numero-commande
               SET commande-trouvee TO TRUE
               MOVE ix-commande TO rang-commande
           END-IF.

      * Releve le dernier numero de facture attribue
       1700-RELEVER-NUMERO.
           MOVE ZERO TO dernier-numero.
           MOVE 'N' TO indic-fin-factures.
           OPEN INPUT FACTURES-FOURN-FILE.
           IF factures-fourn-statut = '00'
               PERFORM 1710-LIRE-FACTURE
               PERFORM 1720-COMPARER-NUMERO UNTIL fin-factures
               CLOSE FACTURES-FOURN-FILE
           END-IF.

      * Lecture d'un enregistrement FACTURES-FOURNISSEURS.DAT
       1710-LIRE-FACTURE.
           READ FACTURES-FOURN-FILE
               AT END SET fin-factures TO TRUE
           END-READ.

      * Retient le numero lu s'il depasse le plus grand, puis relit
       1720-COMPARER-NUMERO.
           IF FFO-NUMERO > dernier-numero
               MOVE FFO-NUMERO TO dernier-numero
           END-IF.
           PERFORM 1710-LIRE-FACTURE.

      * Recueille une facture, la fait confirmer puis l'enregistre
       2000-SAISIR-FACTURE.
           DISPLAY pla-titre.
           MOVE 'N' TO indic-tiers-valide.
           PERFORM 2100-SAISIR-TIERS UNTIL tiers-valide.
           MOVE SPACES TO reference-fournisseur.
           DISPLAY pls-reference.
           ACCEPT pls-reference.
           MOVE 'N' TO indic-commande-valide.
           PERFORM 2200-SAISIR-COMMANDE UNTIL commande-valide.
           IF numero-commande = ZERO
               MOVE 'N' TO indic-type-valide
               PERFORM 2300-SAISIR-TYPE UNTIL type-valide
               MOVE 'N' TO indic-compte-valide
               PERFORM 2400-SAISIR-COMPTE UNTIL compte-valide
           ELSE
               DISPLAY pla-commande
           END-IF.
           MOVE 'N' TO indic-montant-ok.
           PERFORM 2500-SAISIR-MONTANT UNTIL montant-ok.
           MOVE 'N' TO indic-date-valide.
           PERFORM 2600-SAISIR-DATE-FACTURE UNTIL date-valide.
           MOVE 'N' TO indic-date-valide.
           PERFORM 2700-SAISIR-ECHEANCE UNTIL date-valide.
           DISPLAY pls-confirmer.
           ACCEPT pls-confirmer.
           IF confirmation = 'O' OR confirmation = 'o'
               PERFORM 3000-ENREGISTRER-FACTURE
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

      * Demande le bon de commande d'origine ; vide, la facture est
      * hors commande, sinon le bon doit etre engage et du meme
      * fournisseur, et il donne le type et le compte
       2200-SAISIR-COMMANDE.
           MOVE SPACES TO commande-texte.
           MOVE ZERO TO numero-commande.
           DISPLAY pls-commande.
           ACCEPT pls-commande.
           IF commande-texte = SPACES
               SET commande-valide TO TRUE
           ELSE
               IF FUNCTION TEST-NUMVAL(commande-texte) = ZERO
                   COMPUTE numero-commande =
                       FUNCTION NUMVAL(commande-texte)
                   PERFORM 1600-CHERCHER-COMMANDE
                   IF commande-trouvee
                       MOVE CTB-IMAGE(rang-commande)
                           TO COMMANDE-ENREGISTREMENT
                       IF CMD-ENGAGEE AND CMD-TIERS = code-tiers
                           SET commande-valide TO TRUE
                           MOVE CMD-TYPE TO code-type
                           MOVE CMD-COMPTE TO code-compte
                       END-IF
                   END-IF
               END-IF
               IF NOT commande-valide
                   DISPLAY pla-err-commande
               END-IF
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

      * Demande le compte et le redemande tant qu'il n'est ni vide
      * (compte general) ni au plan de comptes
       2400-SAISIR-COMPTE.
           MOVE SPACES TO code-compte.
           DISPLAY pls-compte.
           ACCEPT pls-compte.
           IF code-compte = SPACES OR nb-comptes = ZERO
               SET compte-valide TO TRUE
           ELSE
               MOVE ZERO TO ix-compte
               PERFORM 2410-COMPARER-COMPTE
                   UNTIL compte-valide OR ix-compte >= nb-comptes
               IF NOT compte-valide
                   DISPLAY pla-err-compte
               END-IF
           END-IF.

      * Compare le code compte suivant de la table au code saisi
       2410-COMPARER-COMPTE.
           ADD 1 TO ix-compte.
           IF CPT-TAB-CODE(ix-compte) = code-compte
               SET compte-valide TO TRUE
           END-IF.

      * Demande le montant en texte et le redemande tant qu'il n'est
      * pas un nombre strictement positif
       2500-SAISIR-MONTANT.
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

      * Demande la date de facture, le jour par defaut
       2600-SAISIR-DATE-FACTURE.
           MOVE SPACES TO date-texte.
           DISPLAY pls-date-facture.
           ACCEPT pls-date-facture.
           IF date-texte = SPACES
               MOVE date-jour-aff TO date-facture
               SET date-valide TO TRUE
           ELSE
               IF date-texte IS NUMERIC
                   MOVE date-texte TO date-facture
                   IF FUNCTION TEST-DATE-YYYYMMDD(date-facture)
                           = ZERO
                       SET date-valide TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT date-valide
               DISPLAY pla-err-date
           END-IF.

      * Demande l'echeance, trente jours apres la date de facture
      * par defaut ; elle ne peut preceder la facture
       2700-SAISIR-ECHEANCE.
           MOVE SPACES TO date-texte.
           DISPLAY pls-date-echeance.
           ACCEPT pls-date-echeance.
           IF date-texte = SPACES
               COMPUTE date-echeance = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(date-facture) + 30)
               SET date-valide TO TRUE
           ELSE
               IF date-texte IS NUMERIC
                   MOVE date-texte TO date-echeance
                   IF FUNCTION TEST-DATE-YYYYMMDD(date-echeance)
                           = ZERO
                           AND date-echeance >= date-facture
                       SET date-valide TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT date-valide
               DISPLAY pla-err-date
           END-IF.

      * Ajoute la facture ouverte sous le numero suivant et solde
      * le bon de commande d'origine
       3000-ENREGISTRER-FACTURE.
           ADD 1 TO dernier-numero.
           MOVE SPACES TO FACTURE-FOURN-ENREGISTREMENT.
           MOVE dernier-numero TO FFO-NUMERO.
           MOVE code-tiers TO FFO-TIERS.
           MOVE reference-fournisseur TO FFO-REFERENCE.
           MOVE numero-commande TO FFO-COMMANDE.
           MOVE code-type TO FFO-TYPE.
           MOVE code-compte TO FFO-COMPTE.
           MOVE montant TO FFO-MONTANT.
           MOVE date-facture TO FFO-DATE-FACTURE.
           MOVE date-echeance TO FFO-DATE-ECHEANCE.
           SET FFO-OUVERTE TO TRUE.
           MOVE ZERO TO FFO-DATE-REGLEMENT.
           MOVE SPACES TO FFO-VIREMENT.
           MOVE utilisateur-session TO FFO-AUTEUR.
           OPEN EXTEND FACTURES-FOURN-FILE.
           IF factures-fourn-statut = '35'
               OPEN OUTPUT FACTURES-FOURN-FILE
           END-IF.
           WRITE FACTURE-FOURN-ENREGISTREMENT.
           CLOSE FACTURES-FOURN-FILE.
           ADD 1 TO cpt-factures.
           IF numero-commande NOT = ZERO
               PERFORM 3100-SOLDER-COMMANDE
           END-IF.
           DISPLAY pla-enregistree.

      * Ajoute au bon de commande la ligne qui le solde : il cesse
      * d'engager le budget, la facture prenant le relais
       3100-SOLDER-COMMANDE.
           MOVE CTB-IMAGE(rang-commande) TO COMMANDE-ENREGISTREMENT.
           SET CMD-SOLDEE TO TRUE.
           OPEN EXTEND COMMANDES-FILE.
           IF commandes-statut = '35'
               OPEN OUTPUT COMMANDES-FILE
           END-IF.
           WRITE COMMANDE-ENREGISTREMENT.
           CLOSE COMMANDES-FILE.
           MOVE COMMANDE-ENREGISTREMENT TO CTB-IMAGE(rang-commande).
