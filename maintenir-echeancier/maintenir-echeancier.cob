      * Code MaintenirEcheancier en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirEcheancier.

      * Transaction a la demande : met en place l'echeancier de
      * paiement accorde a une famille sur une facture de scolarite
      * non soldee. Le restant du de la facture est reparti en deux
      * a six echeances : l'ecran propose des montants egaux a un
      * mois d'intervalle a partir de la premiere date, chaque
      * echeance pouvant etre corrigee (zone vide = proposition
      * gardee). Le total des echeances doit egaler le restant du.
      * L'echeancier confirme est ajoute a ECHEANCIERS.DAT ; une
      * facture qui a deja un echeancier actif est seulement
      * affichee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURES-FILE ASSIGN TO "FACTURES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS factures-statut.
           SELECT ECHEANCIERS-FILE ASSIGN TO "ECHEANCIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS echeanciers-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD FACTURES-FILE.
       COPY "cpfacture.cpy".

       FD ECHEANCIERS-FILE.
       COPY "cpecheancier.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 factures-statut PIC X(02).
       77 echeanciers-statut PIC X(02).
       77 session-statut PIC X(02).
       77 facture-texte PIC X(06).
       77 nombre-texte PIC X(01).
       77 premiere-texte PIC X(08).
       77 echeance-texte PIC X(08).
       77 montant-texte PIC X(10).
       77 numero-choisi PIC 9(06) VALUE ZERO.
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-erreur PIC X(01) VALUE 'N'.
           88 saisie-en-erreur VALUE 'O'.
       77 message-erreur PIC X(50) VALUE SPACES.
       77 cpt-echeanciers PIC 9(05) COMP VALUE ZERO.
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 date-jour-aff PIC 9(08).

      * Facture choisie, mise de cote pendant la lecture
       77 indic-fin-factures PIC X(01) VALUE 'N'.
           88 fin-factures VALUE 'O'.
       77 indic-facture-trouvee PIC X(01) VALUE 'N'.
           88 facture-trouvee VALUE 'O'.
       77 facture-retenue PIC X(96) VALUE SPACES.
       77 restant-du PIC S9(7)V99 VALUE ZERO.
       77 restant-edite PIC -(7)9.99.

      * Echeancier actif de la facture, s'il en existe un
       77 indic-fin-echeanciers PIC X(01) VALUE 'N'.
           88 fin-echeanciers VALUE 'O'.
       77 indic-echeancier-actif PIC X(01) VALUE 'N'.
           88 echeancier-actif VALUE 'O'.
       77 echeancier-retenu PIC X(253) VALUE SPACES.

      * Echeances saisies : proposition puis corrections
       77 nb-tranches PIC 9(01) VALUE ZERO.
       77 ix-tranche PIC 9(01) VALUE ZERO.
       77 montant-egal PIC S9(7)V99 VALUE ZERO.
       77 total-tranches PIC S9(7)V99 VALUE ZERO.
       77 echeance-precedente PIC 9(08) VALUE ZERO.
       77 tranche-edite PIC -(7)9.99.
       77 regle-edite PIC -(7)9.99.
       01 DATE-PROPOSEE.
           05 DPR-ANNEE               PIC 9(04).
           05 DPR-MOIS                PIC 9(02).
           05 DPR-JOUR                PIC 9(02).
       01 DATE-PROPOSEE-NUM REDEFINES DATE-PROPOSEE PIC 9(08).
       01 TABLE-TRANCHES.
           05 TRANCHE-SAISIE OCCURS 6.
               10 TSA-ECHEANCE        PIC 9(08).
               10 TSA-MONTANT         PIC S9(7)V99.

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-facture.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Echeancier de paiement'.
           2 LINE 5 COL 10 VALUE 'Numero de facture : '.
           2 PIC X(06) TO facture-texte REQUIRED.

       1 pla-inconnue.
           2 LINE 6 COL 10 VALUE 'Facture absente de FACTURES.DAT.'.

       1 pla-soldee.
           2 LINE 6 COL 10 VALUE
               'Facture soldee : aucun echeancier a etablir.'.

       1 pla-facture.
           2 LINE 6 COL 10 VALUE 'Famille : '.
           2 COL 20 PIC X(20) FROM FAC-NOM.
           2 COL 42 PIC X(06) FROM FAC-ID.
           2 COL 50 VALUE 'T'.
           2 COL 51 PIC 9(01) FROM FAC-TRIMESTRE.
           2 LINE 7 COL 10 VALUE 'Restant du : '.
           2 COL 23 PIC X(11) FROM restant-edite.
           2 COL 36 VALUE 'echeance '.
           2 COL 45 PIC 9999/99/99 FROM FAC-DATE-ECHEANCE.

       1 pla-actif.
           2 LINE 8 COL 10 VALUE
               'Echeancier actif deja en place, etabli le '.
           2 COL 52 PIC 9999/99/99 FROM ECH-DATE.

       1 pls-nombre.
           2 LINE 9 COL 10 VALUE 'Nombre d''echeances (2 a 6) : '.
           2 PIC X(01) TO nombre-texte REQUIRED.
           2 LINE 10 COL 10 VALUE
               'Premiere echeance (AAAAMMJJ, vide = echeance) : '.
           2 PIC X(08) TO premiere-texte.

       1 pls-tranche.
           2 LINE 12 COL 10 VALUE 'Echeance '.
           2 COL 19 PIC 9(01) FROM ix-tranche.
           2 COL 21 VALUE 'proposee le '.
           2 COL 33 PIC 9999/99/99 FROM TSA-ECHEANCE(ix-tranche).
           2 COL 44 VALUE 'pour '.
           2 COL 49 PIC X(11) FROM tranche-edite.
           2 LINE 13 COL 10 VALUE 'Date (vide = proposee) : '.
           2 PIC X(08) TO echeance-texte.
           2 COL 46 VALUE 'Montant : '.
           2 PIC X(10) TO montant-texte.

       1 pla-erreur.
           2 LINE 17 COL 10 PIC X(50) FROM message-erreur.

       1 pls-confirmer.
           2 LINE 17 COL 10 VALUE 'Confirmer cet echeancier (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoute.
           2 LINE 18 COL 10 VALUE 'Echeancier enregistre.'.

       1 pls-continuer.
           2 LINE 21 COL 10 VALUE 'Une autre facture ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       1 pla-bilan.
           2 LINE 23 COL 10 VALUE 'Echeanciers enregistres : '.
           2 COL 36 PIC ZZZZ9 FROM cpt-echeanciers.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           PERFORM 1000-TRAITER-FACTURE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           DISPLAY pla-bilan.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-echeanciers.

      * Reprend l'utilisateur signe au menu, pour le consigner sur
      * chaque echeancier
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

      * Traite une facture : controlee, echeancier actif affiche
      * ou nouvel echeancier recueilli puis confirme
       1000-TRAITER-FACTURE.
           MOVE 'N' TO indic-confirme.
           MOVE 'N' TO indic-erreur.
           MOVE SPACES TO message-erreur.
           DISPLAY pls-facture.
           ACCEPT pls-facture.
           MOVE ZERO TO numero-choisi.
           IF FUNCTION TEST-NUMVAL(facture-texte) = ZERO
               COMPUTE numero-choisi = FUNCTION NUMVAL(facture-texte)
           END-IF.
           PERFORM 2000-RELIRE-FACTURE.
           IF facture-trouvee
               MOVE facture-retenue TO FACTURE-ENREGISTREMENT
           END-IF.
           EVALUATE TRUE
               WHEN NOT facture-trouvee
                   DISPLAY pla-inconnue
               WHEN FAC-SOLDEE
                   DISPLAY pla-soldee
               WHEN OTHER
                   COMPUTE restant-du = FAC-MONTANT - FAC-REGLE
                   MOVE restant-du TO restant-edite
                   DISPLAY pla-facture
                   PERFORM 2100-RELIRE-ECHEANCIER
                   IF echeancier-actif
                       MOVE echeancier-retenu
                           TO ECHEANCIER-ENREGISTREMENT
                       DISPLAY pla-actif
                       PERFORM 2150-LISTER-TRANCHE
                           VARYING ix-tranche FROM 1 BY 1
                           UNTIL ix-tranche > ECH-NB
                   ELSE
                       PERFORM 2500-RECUEILLIR-ECHEANCIER
                   END-IF
           END-EVALUATE.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Releve la facture choisie dans FACTURES.DAT
       2000-RELIRE-FACTURE.
           MOVE 'N' TO indic-facture-trouvee.
           MOVE 'N' TO indic-fin-factures.
           OPEN INPUT FACTURES-FILE.
           IF factures-statut = '00'
               PERFORM 2010-LIRE-FACTURE
               PERFORM 2020-RETENIR-FACTURE
                   UNTIL fin-factures OR facture-trouvee
               CLOSE FACTURES-FILE
           END-IF.

      * Lecture d'un enregistrement FACTURES.DAT
       2010-LIRE-FACTURE.
           READ FACTURES-FILE
               AT END SET fin-factures TO TRUE
           END-READ.

      * Met de cote la facture lue si c'est la facture choisie,
      * sinon relit
       2020-RETENIR-FACTURE.
           IF FAC-NUMERO = numero-choisi
               MOVE FACTURE-ENREGISTREMENT TO facture-retenue
               SET facture-trouvee TO TRUE
           ELSE
               PERFORM 2010-LIRE-FACTURE
           END-IF.

      * Cherche un echeancier actif sur la facture choisie
       2100-RELIRE-ECHEANCIER.
           MOVE 'N' TO indic-echeancier-actif.
           MOVE 'N' TO indic-fin-echeanciers.
           OPEN INPUT ECHEANCIERS-FILE.
           IF echeanciers-statut = '00'
               PERFORM 2110-LIRE-ECHEANCIER
               PERFORM 2120-RETENIR-ECHEANCIER UNTIL fin-echeanciers
               CLOSE ECHEANCIERS-FILE
           END-IF.

      * Lecture d'un enregistrement ECHEANCIERS.DAT
       2110-LIRE-ECHEANCIER.
           READ ECHEANCIERS-FILE
               AT END SET fin-echeanciers TO TRUE
           END-READ.

      * Met de cote l'echeancier lu s'il est actif sur la facture
      * choisie, puis relit
       2120-RETENIR-ECHEANCIER.
           IF ECH-FACTURE = numero-choisi AND ECH-ACTIF
               MOVE ECHEANCIER-ENREGISTREMENT TO echeancier-retenu
               SET echeancier-actif TO TRUE
           END-IF.
           PERFORM 2110-LIRE-ECHEANCIER.

      * Affiche l'echeance suivante de l'echeancier actif
       2150-LISTER-TRANCHE.
           MOVE ECT-MONTANT(ix-tranche) TO tranche-edite.
           MOVE ECT-REGLE(ix-tranche) TO regle-edite.
           DISPLAY '  Echeance ' ix-tranche ' le '
               ECT-ECHEANCE(ix-tranche) ' : ' tranche-edite
               ' regle ' regle-edite.

      * Recueille le nombre d'echeances et la premiere date,
      * propose la repartition, fait corriger chaque echeance puis
      * controle et fait confirmer l'echeancier
       2500-RECUEILLIR-ECHEANCIER.
           MOVE SPACES TO premiere-texte.
           DISPLAY pls-nombre.
           ACCEPT pls-nombre.
           MOVE ZERO TO nb-tranches.
           IF nombre-texte IS NUMERIC
               MOVE nombre-texte TO nb-tranches
           END-IF.
           MOVE FAC-DATE-ECHEANCE TO DATE-PROPOSEE-NUM.
           IF premiere-texte NOT = SPACES
               IF FUNCTION TEST-NUMVAL(premiere-texte) = ZERO
                   COMPUTE DATE-PROPOSEE-NUM =
                       FUNCTION NUMVAL(premiere-texte)
               ELSE
                   MOVE ZERO TO DATE-PROPOSEE-NUM
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN nb-tranches < 2 OR nb-tranches > 6
                   MOVE 'Nombre d''echeances de 2 a 6'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(DATE-PROPOSEE-NUM)
                       NOT = ZERO
                   MOVE 'Premiere echeance invalide'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN OTHER
                   PERFORM 2600-PROPOSER-TRANCHES
                   PERFORM 2700-SAISIR-TRANCHE
                       VARYING ix-tranche FROM 1 BY 1
                       UNTIL ix-tranche > nb-tranches
                   PERFORM 2800-CONTROLER-ECHEANCIER
           END-EVALUATE.
           IF saisie-en-erreur
               DISPLAY pla-erreur
           ELSE
               PERFORM 2850-AFFICHER-TRANCHE
                   VARYING ix-tranche FROM 1 BY 1
                   UNTIL ix-tranche > nb-tranches
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
                   WHEN confirmation = 'O' OR confirmation = 'o'
                       SET confirme TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO indic-confirme
               END-EVALUATE
               IF confirme
                   PERFORM 3000-ECRIRE-ECHEANCIER
                   DISPLAY pla-ajoute
               END-IF
           END-IF.

      * Propose des echeances egales a un mois d'intervalle, la
      * derniere absorbant l'arrondi ; le jour est ramene au 28
      * pour rester valide tous les mois
       2600-PROPOSER-TRANCHES.
           IF DPR-JOUR > 28
               MOVE 28 TO DPR-JOUR
           END-IF.
           COMPUTE montant-egal = restant-du / nb-tranches.
           MOVE ZERO TO total-tranches.
           INITIALIZE TABLE-TRANCHES.
           PERFORM 2610-PROPOSER-UNE-TRANCHE
               VARYING ix-tranche FROM 1 BY 1
               UNTIL ix-tranche > nb-tranches.

      * Propose l'echeance courante puis avance d'un mois
       2610-PROPOSER-UNE-TRANCHE.
           MOVE DATE-PROPOSEE-NUM TO TSA-ECHEANCE(ix-tranche).
           IF ix-tranche = nb-tranches
               COMPUTE TSA-MONTANT(ix-tranche) =
                   restant-du - total-tranches
           ELSE
               MOVE montant-egal TO TSA-MONTANT(ix-tranche)
               ADD montant-egal TO total-tranches
           END-IF.
           ADD 1 TO DPR-MOIS.
           IF DPR-MOIS > 12
               MOVE 1 TO DPR-MOIS
               ADD 1 TO DPR-ANNEE
           END-IF.

      * Affiche la proposition de l'echeance courante et recueille
      * sa date et son montant, une zone vide gardant la
      * proposition
       2700-SAISIR-TRANCHE.
           MOVE SPACES TO echeance-texte.
           MOVE SPACES TO montant-texte.
           MOVE TSA-MONTANT(ix-tranche) TO tranche-edite.
           DISPLAY pls-tranche.
           ACCEPT pls-tranche.
           IF echeance-texte NOT = SPACES
               IF FUNCTION TEST-NUMVAL(echeance-texte) = ZERO
                   COMPUTE TSA-ECHEANCE(ix-tranche) =
                       FUNCTION NUMVAL(echeance-texte)
               ELSE
                   MOVE ZERO TO TSA-ECHEANCE(ix-tranche)
               END-IF
           END-IF.
           IF montant-texte NOT = SPACES
               IF FUNCTION TEST-NUMVAL(montant-texte) = ZERO
                   COMPUTE TSA-MONTANT(ix-tranche) =
                       FUNCTION NUMVAL(montant-texte)
               ELSE
                   MOVE ZERO TO TSA-MONTANT(ix-tranche)
               END-IF
           END-IF.

      * Controle les echeances : dates valides et croissantes,
      * montants positifs dont le total egale le restant du
       2800-CONTROLER-ECHEANCIER.
           MOVE ZERO TO total-tranches.
           MOVE ZERO TO echeance-precedente.
           PERFORM 2810-CONTROLER-TRANCHE
               VARYING ix-tranche FROM 1 BY 1
               UNTIL ix-tranche > nb-tranches OR saisie-en-erreur.
           IF NOT saisie-en-erreur AND total-tranches NOT = restant-du
               MOVE 'Total des echeances different du restant du'
                   TO message-erreur
               SET saisie-en-erreur TO TRUE
           END-IF.

      * Controle l'echeance courante et cumule son montant
       2810-CONTROLER-TRANCHE.
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                       (TSA-ECHEANCE(ix-tranche)) NOT = ZERO
                   MOVE 'Date d''echeance invalide' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN TSA-ECHEANCE(ix-tranche) <= echeance-precedente
                   MOVE 'Echeances non croissantes' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN TSA-MONTANT(ix-tranche) NOT > ZERO
                   MOVE 'Montant d''echeance nul ou negatif'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN OTHER
                   MOVE TSA-ECHEANCE(ix-tranche)
                       TO echeance-precedente
                   ADD TSA-MONTANT(ix-tranche) TO total-tranches
           END-EVALUATE.

      * Affiche l'echeance retenue avant confirmation
       2850-AFFICHER-TRANCHE.
           MOVE TSA-MONTANT(ix-tranche) TO tranche-edite.
           DISPLAY '  Echeance ' ix-tranche ' le '
               TSA-ECHEANCE(ix-tranche) ' : ' tranche-edite.

      * Ajoute l'echeancier confirme a ECHEANCIERS.DAT, actif, le
      * regle de la facture a sa mise en place retenu a part
       3000-ECRIRE-ECHEANCIER.
           MOVE SPACES TO ECHEANCIER-ENREGISTREMENT.
           MOVE FAC-NUMERO TO ECH-FACTURE.
           MOVE FAC-ID TO ECH-ID.
           MOVE date-jour-aff TO ECH-DATE.
           MOVE utilisateur-session TO ECH-UTILISATEUR.
           SET ECH-ACTIF TO TRUE.
           MOVE date-jour-aff TO ECH-DATE-STATUT.
           MOVE FAC-REGLE TO ECH-DEJA-REGLE.
           MOVE nb-tranches TO ECH-NB.
           PERFORM 3100-POSER-TRANCHE
               VARYING ix-tranche FROM 1 BY 1
               UNTIL ix-tranche > 6.
           OPEN EXTEND ECHEANCIERS-FILE.
           IF echeanciers-statut = '35'
               OPEN OUTPUT ECHEANCIERS-FILE
           END-IF.
           WRITE ECHEANCIER-ENREGISTREMENT.
           CLOSE ECHEANCIERS-FILE.
           ADD 1 TO cpt-echeanciers.

      * Pose l'echeance courante, a zero au-dela du nombre retenu
       3100-POSER-TRANCHE.
           IF ix-tranche > nb-tranches
               MOVE ZERO TO ECT-ECHEANCE(ix-tranche)
               MOVE ZERO TO ECT-MONTANT(ix-tranche)
           ELSE
               MOVE TSA-ECHEANCE(ix-tranche)
                   TO ECT-ECHEANCE(ix-tranche)
               MOVE TSA-MONTANT(ix-tranche)
                   TO ECT-MONTANT(ix-tranche)
           END-IF.
           MOVE ZERO TO ECT-REGLE(ix-tranche).
           MOVE ZERO TO ECT-RELANCES(ix-tranche).
