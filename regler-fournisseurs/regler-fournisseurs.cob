      * Code ReglerFournisseurs en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ReglerFournisseurs.

      * Transaction hebdomadaire, reservee aux administrateurs :
      * proposition de reglement des factures fournisseurs. Le
      * superviseur choisit une date limite ; toutes les factures
      * ouvertes de FACTURES-FOURNISSEURS.DAT echues a cette date
      * sont proposees, sauf celles d'un fournisseur sans IBAN dans
      * TIERS.DAT. Il les passe en revue une a une et retire celles
      * qu'il ne veut pas payer, puis confirme : le meme pas ecrit
      * le fichier de virements remis a la banque
      * (VIREMENTS-BANQUE.DAT, entete, une ligne par virement,
      * total), passe chaque decaissement dans TRANSACTIONS.DAT au
      * type et au compte de la facture, et marque la facture
      * reglee avec la reference du virement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURES-FOURN-FILE
               ASSIGN TO "FACTURES-FOURNISSEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS factures-fourn-statut.
           SELECT TIERS-FILE ASSIGN TO "TIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS tiers-statut.
           SELECT VIREMENTS-FILE ASSIGN TO "VIREMENTS-BANQUE.DAT"
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
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
           SELECT UTILISATEURS-FILE ASSIGN TO "UTILISATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS utilisateurs-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD FACTURES-FOURN-FILE.
       COPY "cpfactfourn.cpy".

       FD TIERS-FILE.
       COPY "cptiers.cpy".

       FD VIREMENTS-FILE.
       01 LIGNE-VIREMENT              PIC X(200).

       FD TRANSACTIONS-FILE.
       COPY "cptransac.cpy".

       FD LOT-FILE.
       COPY "cplottransac.cpy".

       FD NUMERO-FILE.
       COPY "cpnumerotransac.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       FD UTILISATEURS-FILE.
       COPY "cputilisateur.cpy".

       WORKING-STORAGE SECTION.
       77 factures-fourn-statut PIC X(02).
       77 tiers-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateurs-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-utilisateurs PIC X(01) VALUE 'N'.
           88 fin-utilisateurs VALUE 'O'.
       77 indic-admin-ok PIC X(01) VALUE 'N'.
           88 admin-ok VALUE 'O'.
       77 date-texte PIC X(08).
       77 date-limite PIC 9(08) VALUE ZERO.
       77 indic-date-valide PIC X(01) VALUE 'N'.
           88 date-valide VALUE 'O'.
       77 decision PIC X(01).
       77 confirmation PIC X(01).
       77 numero-transaction PIC 9(09) VALUE ZERO.
       77 reference-virement PIC X(12) VALUE SPACES.
       77 montant-virement PIC 9(07).99.
       77 total-virement PIC 9(09).99.
       77 nombre-virement PIC 9(05).
       77 total-propose PIC S9(9)V99 VALUE ZERO.
       77 total-regle PIC S9(9)V99 VALUE ZERO.
       77 cpt-proposees PIC 9(05) COMP VALUE ZERO.
       77 cpt-retirees PIC 9(05) COMP VALUE ZERO.
       77 cpt-sans-iban PIC 9(05) COMP VALUE ZERO.
       77 cpt-reglees PIC 9(05) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).

      * Fournisseurs et leurs coordonnees bancaires
       77 indic-fin-tiers PIC X(01) VALUE 'N'.
           88 fin-tiers VALUE 'O'.
       77 indic-tiers-trouve PIC X(01) VALUE 'N'.
           88 tiers-trouve VALUE 'O'.
       77 nb-tiers PIC 9(03) COMP VALUE ZERO.
       77 ix-tiers PIC 9(03) COMP VALUE ZERO.
       01 TABLE-TIERS.
           05 TIERS-TABLE OCCURS 200.
               10 TTB-CODE            PIC X(06).
               10 TTB-NOM             PIC X(30).
               10 TTB-IBAN            PIC X(34).
               10 TTB-BIC             PIC X(11).

      * Etat courant des factures fournisseurs, la derniere ligne
      * d'un numero faisant foi, et marque de la proposition
       77 indic-fin-factures PIC X(01) VALUE 'N'.
           88 fin-factures VALUE 'O'.
       77 indic-facture-trouvee PIC X(01) VALUE 'N'.
           88 facture-trouvee VALUE 'O'.
       77 nb-factures PIC 9(04) COMP VALUE ZERO.
       77 ix-facture PIC 9(04) COMP VALUE ZERO.
       77 limite-factures PIC 9(04) COMP VALUE 2000.
       01 TABLE-FACTURES.
           05 FACTURE-TABLE OCCURS 2000.
               10 FTB-NUMERO          PIC 9(06).
               10 FTB-IMAGE           PIC X(110).
               10 FTB-PROPOSEE        PIC X(01).
               10 FTB-RANG-TIERS      PIC 9(03) COMP.

      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-titre.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Reglement des fournisseurs'.

       1 pls-date-limite.
           2 LINE 4 COL 10 VALUE
               'Echues au (AAAAMMJJ, vide = dans 7 jours) : '.
           2 PIC X(08) TO date-texte.

       1 pla-err-date.
           2 LINE 5 COL 10 VALUE 'Date invalide.'.

       1 pla-facture.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Facture     : '.
           2 COL 24 PIC 9(06) FROM FFO-NUMERO.
           2 COL 32 PIC X(15) FROM FFO-REFERENCE.
           2 LINE 4 COL 10 VALUE 'Fournisseur : '.
           2 COL 24 PIC X(06) FROM FFO-TIERS.
           2 COL 32 PIC X(30) FROM TTB-NOM(ix-tiers).
           2 LINE 5 COL 10 VALUE 'IBAN        : '.
           2 COL 24 PIC X(34) FROM TTB-IBAN(ix-tiers).
           2 LINE 6 COL 10 VALUE 'Echeance    : '.
           2 COL 24 PIC 9999/99/99 FROM FFO-DATE-ECHEANCE.
           2 LINE 7 COL 10 VALUE 'Montant     : '.
           2 COL 24 PIC -(7)9.99 FROM FFO-MONTANT.

       1 pls-decision.
           2 LINE 9 COL 10 VALUE 'R=Retirer autre=Garder : '.
           2 PIC X(01) TO decision.

       1 pla-vide.
           2 LINE 6 COL 10 VALUE 'Aucune facture a regler.'.

       1 pla-bilan.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Factures proposees : '.
           2 COL 31 PIC ZZZZ9 FROM cpt-proposees.
           2 LINE 4 COL 10 VALUE 'Retirees           : '.
           2 COL 31 PIC ZZZZ9 FROM cpt-retirees.
           2 LINE 5 COL 10 VALUE 'Sans IBAN, ecartees: '.
           2 COL 31 PIC ZZZZ9 FROM cpt-sans-iban.
           2 LINE 6 COL 10 VALUE 'Montant a virer    : '.
           2 COL 31 PIC ---,---,--9.99 FROM total-propose.

       1 pls-confirmer.
           2 LINE 8 COL 10 VALUE
               'Emettre les virements (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-emis.
           2 LINE 10 COL 10 VALUE 'Virements emis : '.
           2 COL 27 PIC ZZZZ9 FROM cpt-reglees.
           2 LINE 11 COL 10 VALUE
               'Fichier VIREMENTS-BANQUE.DAT pret pour la banque.'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-CONTROLER-ADMIN.
           IF NOT admin-ok
               DISPLAY 'Acces refuse : le reglement des '
                   'fournisseurs est reserve aux administrateurs.'
               GOBACK
           END-IF.
           PERFORM 1000-CHARGER-TIERS.
           PERFORM 1500-CHARGER-FACTURES.
           DISPLAY pla-titre.
           MOVE 'N' TO indic-date-valide.
           PERFORM 2000-SAISIR-DATE-LIMITE UNTIL date-valide.
           PERFORM 3000-PROPOSER-FACTURE
               VARYING ix-facture FROM 1 BY 1
               UNTIL ix-facture > nb-factures.
           IF cpt-proposees = ZERO
               DISPLAY pla-vide
               GOBACK
           END-IF.
           PERFORM 4000-REVOIR-FACTURE
               VARYING ix-facture FROM 1 BY 1
               UNTIL ix-facture > nb-factures.
           DISPLAY pla-bilan.
           IF cpt-proposees > cpt-retirees
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               IF confirmation = 'O' OR confirmation = 'o'
                   PERFORM 5000-EMETTRE-VIREMENTS
                   DISPLAY pla-emis
               END-IF
           END-IF.
           GOBACK.

      * Remet a zero les compteurs de l'execution : appele
      * plusieurs fois depuis le menu sans CANCEL, le programme
      * conserve la memoire de travail de l'appel precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO cpt-proposees.
           MOVE ZERO TO cpt-retirees.
           MOVE ZERO TO cpt-sans-iban.
           MOVE ZERO TO cpt-reglees.
           MOVE ZERO TO total-propose.
           MOVE ZERO TO total-regle.

      * Verifie que l'utilisateur signe au menu porte le role
      * administrateur ; sans fichier des utilisateurs (premiere
      * mise en place), l'acces est laisse ouvert
       0100-CONTROLER-ADMIN.
           MOVE 'N' TO indic-admin-ok.
           MOVE 'N' TO indic-fin-utilisateurs.
           MOVE SPACES TO utilisateur-session.
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
           OPEN INPUT UTILISATEURS-FILE.
           IF utilisateurs-statut NOT = '00'
               SET admin-ok TO TRUE
           ELSE
               PERFORM 0110-LIRE-UTILISATEUR
               PERFORM 0120-COMPARER-UTILISATEUR
                   UNTIL fin-utilisateurs OR admin-ok
               CLOSE UTILISATEURS-FILE
           END-IF.

      * Lecture d'un enregistrement UTILISATEURS.DAT
       0110-LIRE-UTILISATEUR.
           READ UTILISATEURS-FILE
               AT END SET fin-utilisateurs TO TRUE
           END-READ.

      * Compare la fiche courante a l'utilisateur de la session :
      * seul le role administrateur ouvre l'acces, puis relit
       0120-COMPARER-UTILISATEUR.
           IF UTI-ID = utilisateur-session AND UTI-ADMIN
               SET admin-ok TO TRUE
           ELSE
               PERFORM 0110-LIRE-UTILISATEUR
           END-IF.

      * Charge les fournisseurs avec leurs coordonnees bancaires
       1000-CHARGER-TIERS.
           MOVE ZERO TO nb-tiers.
           MOVE 'N' TO indic-fin-tiers.
           OPEN INPUT TIERS-FILE.
           IF tiers-statut = '00'
               PERFORM 1010-LIRE-TIERS
               PERFORM 1020-AJOUTER-TIERS UNTIL fin-tiers
               CLOSE TIERS-FILE
           END-IF.

      * Lecture d'un enregistrement TIERS.DAT
       1010-LIRE-TIERS.
           READ TIERS-FILE
               AT END SET fin-tiers TO TRUE
           END-READ.

      * Ajoute le fournisseur lu a la table, puis relit
       1020-AJOUTER-TIERS.
           IF nb-tiers < 200
               ADD 1 TO nb-tiers
               MOVE TIE-CODE TO TTB-CODE(nb-tiers)
               MOVE TIE-NOM TO TTB-NOM(nb-tiers)
               MOVE TIE-IBAN TO TTB-IBAN(nb-tiers)
               MOVE TIE-BIC TO TTB-BIC(nb-tiers)
               IF TIE-IBAN = LOW-VALUES
                   MOVE SPACES TO TTB-IBAN(nb-tiers)
               END-IF
           END-IF.
           PERFORM 1010-LIRE-TIERS.

      * Cherche le fournisseur de la facture courante ; ix-tiers le
      * designe quand il est trouve
       1100-CHERCHER-TIERS.
           MOVE 'N' TO indic-tiers-trouve.
           MOVE ZERO TO ix-tiers.
           PERFORM 1110-COMPARER-TIERS
               UNTIL tiers-trouve OR ix-tiers >= nb-tiers.

      * Compare le fournisseur suivant de la table
       1110-COMPARER-TIERS.
           ADD 1 TO ix-tiers.
           IF TTB-CODE(ix-tiers) = FFO-TIERS
               SET tiers-trouve TO TRUE
           END-IF.

      * Charge l'etat courant des factures, la derniere ligne d'un
      * numero recouvrant la precedente
       1500-CHARGER-FACTURES.
           MOVE ZERO TO nb-factures.
           MOVE 'N' TO indic-fin-factures.
           OPEN INPUT FACTURES-FOURN-FILE.
           IF factures-fourn-statut = '00'
               PERFORM 1510-LIRE-FACTURE
               PERFORM 1520-RETENIR-FACTURE UNTIL fin-factures
               CLOSE FACTURES-FOURN-FILE
           END-IF.

      * Lecture d'un enregistrement FACTURES-FOURNISSEURS.DAT
       1510-LIRE-FACTURE.
           READ FACTURES-FOURN-FILE
               AT END SET fin-factures TO TRUE
           END-READ.

      * Range la facture lue dans la table, en recouvrant la ligne
      * anterieure du meme numero, puis relit
       1520-RETENIR-FACTURE.
           MOVE 'N' TO indic-facture-trouvee.
           MOVE ZERO TO ix-facture.
           PERFORM 1530-COMPARER-FACTURE
               UNTIL facture-trouvee OR ix-facture >= nb-factures.
           IF NOT facture-trouvee
               IF nb-factures < limite-factures
                   ADD 1 TO nb-factures
                   MOVE nb-factures TO ix-facture
                   SET facture-trouvee TO TRUE
               END-IF
           END-IF.
           IF facture-trouvee
               MOVE FFO-NUMERO TO FTB-NUMERO(ix-facture)
               MOVE FACTURE-FOURN-ENREGISTREMENT
                   TO FTB-IMAGE(ix-facture)
               MOVE 'N' TO FTB-PROPOSEE(ix-facture)
               MOVE ZERO TO FTB-RANG-TIERS(ix-facture)
           END-IF.
           PERFORM 1510-LIRE-FACTURE.

      * Compare la ligne suivante de la table au numero lu
       1530-COMPARER-FACTURE.
           ADD 1 TO ix-facture.
           IF FTB-NUMERO(ix-facture) = FFO-NUMERO
               SET facture-trouvee TO TRUE
           END-IF.

      * Demande la date limite d'echeance, dans sept jours par
      * defaut
       2000-SAISIR-DATE-LIMITE.
           MOVE SPACES TO date-texte.
           DISPLAY pls-date-limite.
           ACCEPT pls-date-limite.
           IF date-texte = SPACES
               COMPUTE date-limite = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(date-jour-aff) + 7)
               SET date-valide TO TRUE
           ELSE
               IF date-texte IS NUMERIC
                   MOVE date-texte TO date-limite
                   IF FUNCTION TEST-DATE-YYYYMMDD(date-limite)
                           = ZERO
                       SET date-valide TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT date-valide
               DISPLAY pla-err-date
           END-IF.

      * Propose la facture si elle est ouverte et echue a la date
      * limite ; un fournisseur sans IBAN l'ecarte du virement
       3000-PROPOSER-FACTURE.
           MOVE FTB-IMAGE(ix-facture) TO FACTURE-FOURN-ENREGISTREMENT.
           IF FFO-OUVERTE AND FFO-DATE-ECHEANCE <= date-limite
               PERFORM 1100-CHERCHER-TIERS
               IF tiers-trouve AND TTB-IBAN(ix-tiers) NOT = SPACES
                   MOVE 'O' TO FTB-PROPOSEE(ix-facture)
                   MOVE ix-tiers TO FTB-RANG-TIERS(ix-facture)
                   ADD 1 TO cpt-proposees
                   ADD FFO-MONTANT TO total-propose
               ELSE
                   ADD 1 TO cpt-sans-iban
               END-IF
           END-IF.

      * Presente la facture proposee au superviseur, qui la garde
      * ou la retire de la proposition
       4000-REVOIR-FACTURE.
           IF FTB-PROPOSEE(ix-facture) = 'O'
               MOVE FTB-IMAGE(ix-facture)
                   TO FACTURE-FOURN-ENREGISTREMENT
               MOVE FTB-RANG-TIERS(ix-facture) TO ix-tiers
               DISPLAY pla-facture
               MOVE SPACE TO decision
               DISPLAY pls-decision
               ACCEPT pls-decision
               IF decision = 'R' OR decision = 'r'
                   MOVE 'N' TO FTB-PROPOSEE(ix-facture)
                   ADD 1 TO cpt-retirees
                   SUBTRACT FFO-MONTANT FROM total-propose
               END-IF
           END-IF.

      * Ecrit la remise de virements et, du meme pas, passe les
      * decaissements et marque les factures reglees
       5000-EMETTRE-VIREMENTS.
           OPEN OUTPUT VIREMENTS-FILE.
           MOVE SPACES TO LIGNE-VIREMENT.
           STRING 'ENTETE;' DELIMITED BY SIZE
               date-jour-aff DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               date-limite DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               utilisateur-session DELIMITED BY SPACE
               INTO LIGNE-VIREMENT.
           WRITE LIGNE-VIREMENT.
           PERFORM 5100-REGLER-FACTURE
               VARYING ix-facture FROM 1 BY 1
               UNTIL ix-facture > nb-factures.
           MOVE cpt-reglees TO nombre-virement.
           MOVE total-regle TO total-virement.
           MOVE SPACES TO LIGNE-VIREMENT.
           STRING 'TOTAL;' DELIMITED BY SIZE
               nombre-virement DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               total-virement DELIMITED BY SIZE
               INTO LIGNE-VIREMENT.
           WRITE LIGNE-VIREMENT.
           CLOSE VIREMENTS-FILE.

      * Regle la facture retenue : numero de transaction, ligne de
      * virement, decaissement au grand livre, facture reglee
       5100-REGLER-FACTURE.
           IF FTB-PROPOSEE(ix-facture) = 'O'
               MOVE FTB-IMAGE(ix-facture)
                   TO FACTURE-FOURN-ENREGISTREMENT
               MOVE FTB-RANG-TIERS(ix-facture) TO ix-tiers
               PERFORM 8800-ALLOUER-NUMERO
               MOVE SPACES TO reference-virement
               STRING 'VIR' DELIMITED BY SIZE
                   numero-transaction DELIMITED BY SIZE
                   INTO reference-virement
               PERFORM 5200-ECRIRE-VIREMENT
               PERFORM 5300-PASSER-DECAISSEMENT
               PERFORM 5400-MARQUER-REGLEE
               ADD 1 TO cpt-reglees
               ADD FFO-MONTANT TO total-regle
           END-IF.

      * Ligne de virement de la remise : reference de bout en bout,
      * compte a crediter, beneficiaire, montant et reference de
      * la facture chez le fournisseur
       5200-ECRIRE-VIREMENT.
           MOVE FFO-MONTANT TO montant-virement.
           MOVE SPACES TO LIGNE-VIREMENT.
           STRING 'VIREMENT;' DELIMITED BY SIZE
               reference-virement DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               TTB-IBAN(ix-tiers) DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               TTB-BIC(ix-tiers) DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               TTB-NOM(ix-tiers) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               montant-virement DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               FFO-REFERENCE DELIMITED BY SIZE
               INTO LIGNE-VIREMENT.
           WRITE LIGNE-VIREMENT.

      * Passe le decaissement au debit du type et du compte de la
      * facture, deja approuve puisque le superviseur l'a retenu
       5300-PASSER-DECAISSEMENT.
           COMPUTE TRA-MONTANT = ZERO - FFO-MONTANT.
           MOVE FFO-TYPE TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'FFO' DELIMITED BY SIZE
               FFO-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               reference-virement DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           SET TRA-DEJA-APPROUVEE TO TRUE.
           MOVE FFO-COMPTE TO TRA-COMPTE.
           MOVE FFO-TIERS TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ZERO TO TRA-LIGNE.
           MOVE ZERO TO TRA-DATE.
           MOVE utilisateur-session TO TRA-AUTEUR.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-DATE TO TRA-DATE-SAISIE.
           MOVE CP-HLG-HEURE(1:6) TO TRA-HEURE-SAISIE.
           MOVE numero-transaction TO TRA-NUMERO.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF.
           WRITE TRANSACTION-ENREGISTREMENT.
           CLOSE TRANSACTIONS-FILE.
           PERFORM 8900-MARQUER-LOT.

      * Ajoute la ligne qui marque la facture reglee, avec la date
      * et la reference du virement
       5400-MARQUER-REGLEE.
           SET FFO-REGLEE TO TRUE.
           MOVE date-jour-aff TO FFO-DATE-REGLEMENT.
           MOVE reference-virement TO FFO-VIREMENT.
           OPEN EXTEND FACTURES-FOURN-FILE.
           IF factures-fourn-statut = '35'
               OPEN OUTPUT FACTURES-FOURN-FILE
           END-IF.
           WRITE FACTURE-FOURN-ENREGISTREMENT.
           CLOSE FACTURES-FOURN-FILE.
           MOVE FACTURE-FOURN-ENREGISTREMENT TO FTB-IMAGE(ix-facture).

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
