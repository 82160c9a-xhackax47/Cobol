      * Code MaintenirRegularisations en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirRegularisations.

      * Transaction a la demande : entretient l'echeancier des
      * regularisations REGULARISATIONS.DAT. Un numero nul inscrit
      * sous le numero suivant une charge a payer (A), passee a la
      * fin de sa periode et extournee au premier jour de la
      * suivante, ou une charge constatee d'avance (P), reprise par
      * tranches mensuelles egales sur le nombre de mois indique :
      * libelle, compte de charge et compte de bilan du plan de
      * comptes, type de transaction, montant et premiere periode.
      * Une regularisation en cours dont aucune ecriture n'a encore
      * ete passee peut etre annulee. Le passage des ecritures est
      * l'affaire de PasserRegularisations en fin de mois.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGULARISATIONS-FILE
               ASSIGN TO "REGULARISATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS regularisations-statut.
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
       FD REGULARISATIONS-FILE.
       COPY "cpregularisation.cpy".

       FD COMPTES-FILE.
       COPY "cpcompte.cpy".

       FD TYPES-FILE.
       COPY "cptypetransac.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 regularisations-statut PIC X(02).
       77 comptes-statut PIC X(02).
       77 types-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 numero-saisi PIC 9(06) VALUE ZERO.
       77 nature-saisie PIC X(01).
       77 libelle-saisi PIC X(30).
       77 code-compte PIC X(06).
       77 compte-charge PIC X(06).
       77 compte-bilan PIC X(06).
       77 code-type PIC X(04).
       77 montant-texte PIC X(11).
       77 montant PIC S9(7)V99 VALUE ZERO.
       77 periode-texte PIC X(06).
       77 periode-saisie PIC 9(06) VALUE ZERO.
       77 nb-mois-saisi PIC 9(03) VALUE ZERO.
       77 reste-a-passer PIC S9(7)V99 VALUE ZERO.
       77 action-saisie PIC X(01).
       77 confirmation PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-numero-valide PIC X(01) VALUE 'N'.
           88 numero-valide VALUE 'O'.
       77 indic-nature-ok PIC X(01) VALUE 'N'.
           88 nature-ok VALUE 'O'.
       77 indic-compte-valide PIC X(01) VALUE 'N'.
           88 compte-valide VALUE 'O'.
       77 indic-type-valide PIC X(01) VALUE 'N'.
           88 type-valide VALUE 'O'.
       77 indic-montant-ok PIC X(01) VALUE 'N'.
           88 montant-ok VALUE 'O'.
       77 indic-periode-ok PIC X(01) VALUE 'N'.
           88 periode-ok VALUE 'O'.
       77 indic-mois-ok PIC X(01) VALUE 'N'.
           88 mois-ok VALUE 'O'.
       77 indic-a-ecrire PIC X(01) VALUE 'N'.
           88 a-ecrire VALUE 'O'.
       77 cpt-inscrites PIC 9(05) COMP VALUE ZERO.
       77 cpt-annulees PIC 9(05) COMP VALUE ZERO.
       77 montant-edite PIC -,---,--9.99.
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

      * Etat courant de l'echeancier, la derniere ligne d'un numero
      * faisant foi ; l'image entiere de la ligne est conservee
       77 indic-fin-regularisations PIC X(01) VALUE 'N'.
           88 fin-regularisations VALUE 'O'.
       77 indic-regularisation-trouvee PIC X(01) VALUE 'N'.
           88 regularisation-trouvee VALUE 'O'.
       77 nb-regularisations PIC 9(04) COMP VALUE ZERO.
       77 ix-regularisation PIC 9(04) COMP VALUE ZERO.
       77 limite-regularisations PIC 9(04) COMP VALUE 2000.
       77 dernier-numero PIC 9(06) VALUE ZERO.
       77 dernier-numero-aff PIC 9(06) VALUE ZERO.
       01 TABLE-REGULARISATIONS.
           05 REGULARISATION-TABLE OCCURS 2000.
               10 RTB-NUMERO          PIC 9(06).
               10 RTB-IMAGE           PIC X(113).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-titre.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Echeancier des regularisations'.

       1 pls-numero.
           2 LINE 4 COL 10 VALUE 'Numero (0 = nouvelle) : '.
           2 PIC 9(06) TO numero-saisi.

       1 pla-err-numero.
           2 LINE 4 COL 50 VALUE 'Regularisation inconnue.'.

       1 pla-fiche.
           2 LINE 6 COL 10 VALUE 'Nature            : '.
           2 COL 30 PIC X(01) FROM REG-NATURE.
           2 LINE 7 COL 10 VALUE 'Libelle           : '.
           2 COL 30 PIC X(30) FROM REG-LIBELLE.
           2 LINE 8 COL 10 VALUE 'Charge / bilan    : '.
           2 COL 30 PIC X(06) FROM REG-COMPTE-CHARGE.
           2 COL 38 PIC X(06) FROM REG-COMPTE-BILAN.
           2 LINE 9 COL 10 VALUE 'Type              : '.
           2 COL 30 PIC X(04) FROM REG-TYPE.
           2 LINE 10 COL 10 VALUE 'Montant           : '.
           2 COL 30 PIC -,---,--9.99 FROM REG-MONTANT.
           2 LINE 11 COL 10 VALUE 'Periode / mois    : '.
           2 COL 30 PIC 9999/99 FROM REG-PERIODE-DEBUT.
           2 COL 39 PIC ZZ9 FROM REG-NB-MOIS.
           2 LINE 12 COL 10 VALUE 'Deja passe        : '.
           2 COL 30 PIC -,---,--9.99 FROM REG-DEJA-PASSE.
           2 LINE 13 COL 10 VALUE 'Reste a passer    : '.
           2 COL 30 PIC -,---,--9.99 FROM reste-a-passer.
           2 LINE 14 COL 10 VALUE 'Etat              : '.
           2 COL 30 PIC X(01) FROM REG-STATUT.

       1 pla-non-annulable.
           2 LINE 16 COL 10 VALUE
               'Regularisation deja passee ou close : consultation.'.

       1 pls-nature.
           2 LINE 6 COL 10 VALUE
               'Nature (A charge a payer, P charge d''avance) : '.
           2 PIC X(01) TO nature-saisie REQUIRED.

       1 pla-err-nature.
           2 LINE 6 COL 62 VALUE 'Nature invalide.'.

       1 pls-libelle.
           2 LINE 7 COL 10 VALUE 'Libelle : '.
           2 PIC X(30) TO libelle-saisi REQUIRED.

       1 pls-compte-charge.
           2 LINE 8 COL 10 VALUE 'Compte de charge : '.
           2 PIC X(06) TO code-compte REQUIRED.

       1 pla-err-compte-charge.
           2 LINE 8 COL 50 VALUE 'Compte inconnu.'.

       1 pls-compte-bilan.
           2 LINE 9 COL 10 VALUE 'Compte de bilan : '.
           2 PIC X(06) TO code-compte REQUIRED.

       1 pla-err-compte-bilan.
           2 LINE 9 COL 50 VALUE 'Compte inconnu.'.

       1 pls-type.
           2 LINE 10 COL 10 VALUE 'Code type : '.
           2 PIC X(04) TO code-type REQUIRED.

       1 pla-err-type.
           2 LINE 10 COL 50 VALUE 'Type inconnu.'.

       1 pls-montant.
           2 LINE 11 COL 10 VALUE 'Montant (ex. 1500.00) : '.
           2 PIC X(11) TO montant-texte REQUIRED.

       1 pla-err-montant.
           2 LINE 11 COL 50 VALUE 'Montant invalide.'.

       1 pls-periode.
           2 LINE 12 COL 10 VALUE
               'Premiere periode (AAAAMM, vide = mois courant) : '.
           2 PIC X(06) TO periode-texte.

       1 pla-err-periode.
           2 LINE 12 COL 68 VALUE 'Invalide.'.

       1 pls-nb-mois.
           2 LINE 13 COL 10 VALUE 'Nombre de mois de reprise : '.
           2 PIC 9(03) TO nb-mois-saisi REQUIRED.

       1 pla-err-nb-mois.
           2 LINE 13 COL 50 VALUE 'Nombre invalide.'.

       1 pls-action.
           2 LINE 16 COL 10 VALUE
               'Annuler cette regularisation (O/N) ? '.
           2 PIC X(01) TO action-saisie.

       1 pls-confirmer.
           2 LINE 18 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistree.
           2 LINE 19 COL 10 VALUE 'Echeancier mis a jour, numero '.
           2 COL 40 PIC 9(06) FROM dernier-numero-aff.

       1 pls-continuer.
           2 LINE 21 COL 10 VALUE
               'Une autre regularisation ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-LIRE-AUTEUR-SESSION.
           PERFORM 1000-CHARGER-REFERENCES.
           PERFORM 1500-CHARGER-REGULARISATIONS.
           PERFORM 1700-AFFICHER-ECHEANCIER.
           PERFORM 2000-TRAITER-REGULARISATION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           DISPLAY 'Regularisations inscrites : ' cpt-inscrites
               '  annulees : ' cpt-annulees.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-inscrites.
           MOVE ZERO TO cpt-annulees.
           MOVE SPACES TO utilisateur-session.

      * Reprend l'utilisateur signe au menu, auteur des inscriptions
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

      * Charge l'etat courant de l'echeancier, la derniere ligne
      * d'un numero recouvrant la precedente, et releve le dernier
      * numero attribue
       1500-CHARGER-REGULARISATIONS.
           MOVE ZERO TO nb-regularisations.
           MOVE ZERO TO dernier-numero.
           MOVE 'N' TO indic-fin-regularisations.
           OPEN INPUT REGULARISATIONS-FILE.
           IF regularisations-statut = '00'
               PERFORM 1510-LIRE-REGULARISATION
               PERFORM 1520-RETENIR-REGULARISATION
                   UNTIL fin-regularisations
               CLOSE REGULARISATIONS-FILE
           END-IF.

      * Lecture d'un enregistrement REGULARISATIONS.DAT
       1510-LIRE-REGULARISATION.
           READ REGULARISATIONS-FILE
               AT END SET fin-regularisations TO TRUE
           END-READ.

      * Range la regularisation lue dans la table, puis relit
       1520-RETENIR-REGULARISATION.
           IF REG-NUMERO > dernier-numero
               MOVE REG-NUMERO TO dernier-numero
           END-IF.
           PERFORM 1600-RANGER-REGULARISATION.
           PERFORM 1510-LIRE-REGULARISATION.

      * Range l'enregistrement courant dans la table, en recouvrant
      * la ligne anterieure du meme numero
       1600-RANGER-REGULARISATION.
           PERFORM 1620-CHERCHER-REGULARISATION.
           IF NOT regularisation-trouvee
               IF nb-regularisations < limite-regularisations
                   ADD 1 TO nb-regularisations
                   MOVE nb-regularisations TO ix-regularisation
                   SET regularisation-trouvee TO TRUE
               END-IF
           END-IF.
           IF regularisation-trouvee
               MOVE REG-NUMERO TO RTB-NUMERO(ix-regularisation)
               MOVE REGULARISATION-ENREGISTREMENT
                   TO RTB-IMAGE(ix-regularisation)
           END-IF.

      * Cherche le numero de l'enregistrement courant dans la table
       1620-CHERCHER-REGULARISATION.
           MOVE 'N' TO indic-regularisation-trouvee.
           MOVE ZERO TO ix-regularisation.
           PERFORM 1610-COMPARER-REGULARISATION
               UNTIL regularisation-trouvee
               OR ix-regularisation >= nb-regularisations.

      * Compare la ligne suivante de la table au numero courant
       1610-COMPARER-REGULARISATION.
           ADD 1 TO ix-regularisation.
           IF RTB-NUMERO(ix-regularisation) = REG-NUMERO
               SET regularisation-trouvee TO TRUE
           END-IF.

      * Liste les regularisations en cours avant la saisie
       1700-AFFICHER-ECHEANCIER.
           IF nb-regularisations = ZERO
               DISPLAY 'Aucune regularisation (premiere utilisation).'
           ELSE
               DISPLAY 'Regularisations de l''echeancier :'
               PERFORM 1710-AFFICHER-UNE-REGULARISATION
                   VARYING ix-regularisation FROM 1 BY 1
                   UNTIL ix-regularisation > nb-regularisations
           END-IF.

      * Affiche une regularisation en cours de la table
       1710-AFFICHER-UNE-REGULARISATION.
           MOVE RTB-IMAGE(ix-regularisation)
               TO REGULARISATION-ENREGISTREMENT.
           IF REG-EN-COURS
               MOVE REG-MONTANT TO montant-edite
               DISPLAY '  ' REG-NUMERO ' ' REG-NATURE ' '
                   REG-LIBELLE ' ' montant-edite ' '
                   REG-PERIODE-DEBUT ' ' REG-NB-MOIS
           END-IF.

      * Recueille le numero puis inscrit une nouvelle
      * regularisation, ou affiche la regularisation connue et
      * propose son annulation si rien n'en a ete passe
       2000-TRAITER-REGULARISATION.
           DISPLAY pla-titre.
           MOVE 'N' TO indic-a-ecrire.
           MOVE 'N' TO indic-numero-valide.
           PERFORM 2100-SAISIR-NUMERO UNTIL numero-valide.
           IF numero-saisi = ZERO
               PERFORM 3000-INSCRIRE-REGULARISATION
           ELSE
               MOVE RTB-IMAGE(ix-regularisation)
                   TO REGULARISATION-ENREGISTREMENT
               COMPUTE reste-a-passer = REG-MONTANT - REG-DEJA-PASSE
               DISPLAY pla-fiche
               IF REG-EN-COURS AND REG-DERNIERE-PERIODE = ZERO
                   PERFORM 4000-PROPOSER-ANNULATION
               ELSE
                   DISPLAY pla-non-annulable
               END-IF
           END-IF.
           IF a-ecrire
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               IF confirmation = 'O' OR confirmation = 'o'
                   PERFORM 6000-ENREGISTRER-REGULARISATION
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Demande le numero et le redemande tant qu'il n'est ni nul ni
      * a l'echeancier
       2100-SAISIR-NUMERO.
           MOVE ZERO TO numero-saisi.
           DISPLAY pls-numero.
           ACCEPT pls-numero.
           IF numero-saisi = ZERO
               SET numero-valide TO TRUE
           ELSE
               MOVE numero-saisi TO REG-NUMERO
               PERFORM 1620-CHERCHER-REGULARISATION
               IF regularisation-trouvee
                   SET numero-valide TO TRUE
               ELSE
                   DISPLAY pla-err-numero
               END-IF
           END-IF.

      * Recueille une nouvelle regularisation ; une charge a payer
      * porte sur un seul mois
       3000-INSCRIRE-REGULARISATION.
           MOVE 'N' TO indic-nature-ok.
           PERFORM 3100-SAISIR-NATURE UNTIL nature-ok.
           DISPLAY pls-libelle.
           ACCEPT pls-libelle.
           MOVE 'N' TO indic-compte-valide.
           PERFORM 3200-SAISIR-COMPTE-CHARGE UNTIL compte-valide.
           MOVE 'N' TO indic-compte-valide.
           PERFORM 3300-SAISIR-COMPTE-BILAN UNTIL compte-valide.
           MOVE 'N' TO indic-type-valide.
           PERFORM 3400-SAISIR-TYPE UNTIL type-valide.
           MOVE 'N' TO indic-montant-ok.
           PERFORM 3500-SAISIR-MONTANT UNTIL montant-ok.
           MOVE 'N' TO indic-periode-ok.
           PERFORM 3600-SAISIR-PERIODE UNTIL periode-ok.
           IF nature-saisie = 'P'
               MOVE 'N' TO indic-mois-ok
               PERFORM 3700-SAISIR-NB-MOIS UNTIL mois-ok
           ELSE
               MOVE 1 TO nb-mois-saisi
           END-IF.
           MOVE ZERO TO REG-NUMERO.
           MOVE nature-saisie TO REG-NATURE.
           MOVE libelle-saisi TO REG-LIBELLE.
           MOVE compte-charge TO REG-COMPTE-CHARGE.
           MOVE compte-bilan TO REG-COMPTE-BILAN.
           MOVE code-type TO REG-TYPE.
           MOVE montant TO REG-MONTANT.
           MOVE periode-saisie TO REG-PERIODE-DEBUT.
           MOVE nb-mois-saisi TO REG-NB-MOIS.
           MOVE ZERO TO REG-MOIS-PASSES.
           MOVE ZERO TO REG-DEJA-PASSE.
           MOVE ZERO TO REG-DERNIERE-PERIODE.
           SET REG-EN-COURS TO TRUE.
           MOVE utilisateur-session TO REG-AUTEUR.
           SET a-ecrire TO TRUE.

      * Demande la nature, charge a payer ou charge d'avance
       3100-SAISIR-NATURE.
           DISPLAY pls-nature.
           ACCEPT pls-nature.
           IF nature-saisie = 'a'
               MOVE 'A' TO nature-saisie
           END-IF.
           IF nature-saisie = 'p'
               MOVE 'P' TO nature-saisie
           END-IF.
           IF nature-saisie = 'A' OR nature-saisie = 'P'
               SET nature-ok TO TRUE
           ELSE
               DISPLAY pla-err-nature
           END-IF.

      * Demande le compte de charge, au plan de comptes
       3200-SAISIR-COMPTE-CHARGE.
           MOVE SPACES TO code-compte.
           DISPLAY pls-compte-charge.
           ACCEPT pls-compte-charge.
           PERFORM 3250-CONTROLER-COMPTE.
           IF compte-valide
               MOVE code-compte TO compte-charge
           ELSE
               DISPLAY pla-err-compte-charge
           END-IF.

      * Cherche le compte saisi au plan de comptes ; sans plan
      * charge, tout compte est accepte
       3250-CONTROLER-COMPTE.
           IF nb-comptes = ZERO
               SET compte-valide TO TRUE
           ELSE
               MOVE ZERO TO ix-compte
               PERFORM 3260-COMPARER-COMPTE
                   UNTIL compte-valide OR ix-compte >= nb-comptes
           END-IF.

      * Compare le code compte suivant de la table au code saisi
       3260-COMPARER-COMPTE.
           ADD 1 TO ix-compte.
           IF CPT-TAB-CODE(ix-compte) = code-compte
               SET compte-valide TO TRUE
           END-IF.

      * Demande le compte de bilan (dette ou charge d'avance), au
      * plan de comptes
       3300-SAISIR-COMPTE-BILAN.
           MOVE SPACES TO code-compte.
           DISPLAY pls-compte-bilan.
           ACCEPT pls-compte-bilan.
           PERFORM 3250-CONTROLER-COMPTE.
           IF compte-valide
               MOVE code-compte TO compte-bilan
           ELSE
               DISPLAY pla-err-compte-bilan
           END-IF.

      * Demande le code type et le redemande tant qu'il n'est pas
      * dans la table de reference
       3400-SAISIR-TYPE.
           DISPLAY pls-type.
           ACCEPT pls-type.
           IF nb-types = ZERO
               SET type-valide TO TRUE
           ELSE
               MOVE ZERO TO ix-type
               PERFORM 3410-COMPARER-TYPE
                   UNTIL type-valide OR ix-type >= nb-types
               IF NOT type-valide
                   DISPLAY pla-err-type
               END-IF
           END-IF.

      * Compare le code type suivant de la table au code saisi
       3410-COMPARER-TYPE.
           ADD 1 TO ix-type.
           IF TYP-TAB-CODE(ix-type) = code-type
               SET type-valide TO TRUE
           END-IF.

      * Demande le montant en texte et le redemande tant qu'il n'est
      * pas un nombre strictement positif
       3500-SAISIR-MONTANT.
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

      * Demande la premiere periode, le mois courant par defaut ;
      * une periode deja ecoulee est passee a la prochaine fin de
      * mois
       3600-SAISIR-PERIODE.
           MOVE SPACES TO periode-texte.
           DISPLAY pls-periode.
           ACCEPT pls-periode.
           IF periode-texte = SPACES
               MOVE date-jour-aff(1:6) TO periode-saisie
               SET periode-ok TO TRUE
           ELSE
               IF periode-texte IS NUMERIC
                   MOVE periode-texte TO periode-saisie
                   IF periode-texte(5:2) >= '01'
                           AND periode-texte(5:2) <= '12'
                       SET periode-ok TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT periode-ok
               DISPLAY pla-err-periode
           END-IF.

      * Demande le nombre de mois de reprise d'une charge d'avance
       3700-SAISIR-NB-MOIS.
           MOVE ZERO TO nb-mois-saisi.
           DISPLAY pls-nb-mois.
           ACCEPT pls-nb-mois.
           IF nb-mois-saisi > ZERO
               SET mois-ok TO TRUE
           ELSE
               DISPLAY pla-err-nb-mois
           END-IF.

      * Propose l'annulation d'une regularisation jamais passee
       4000-PROPOSER-ANNULATION.
           MOVE 'N' TO action-saisie.
           DISPLAY pls-action.
           ACCEPT pls-action.
           IF action-saisie = 'O' OR action-saisie = 'o'
               SET REG-ANNULEE TO TRUE
               MOVE utilisateur-session TO REG-AUTEUR
               SET a-ecrire TO TRUE
           END-IF.

      * Ajoute la regularisation a REGULARISATIONS.DAT, sous le
      * numero suivant pour une inscription
       6000-ENREGISTRER-REGULARISATION.
           IF REG-NUMERO = ZERO
               ADD 1 TO dernier-numero
               MOVE dernier-numero TO REG-NUMERO
               ADD 1 TO cpt-inscrites
           ELSE
               ADD 1 TO cpt-annulees
           END-IF.
           OPEN EXTEND REGULARISATIONS-FILE.
           IF regularisations-statut = '35'
               OPEN OUTPUT REGULARISATIONS-FILE
           END-IF.
           WRITE REGULARISATION-ENREGISTREMENT.
           CLOSE REGULARISATIONS-FILE.
           PERFORM 1600-RANGER-REGULARISATION.
           MOVE REG-NUMERO TO dernier-numero-aff.
           DISPLAY pla-enregistree.
