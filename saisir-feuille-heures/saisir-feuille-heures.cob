      * Code SaisirFeuilleHeures en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. SaisirFeuilleHeures.

      * Transaction a la demande du secretariat des etudes : saisit
      * la feuille d'heures mensuelle d'un enseignant du fichier
      * maitre dans FEUILLES-HEURES.DAT, avec les heures de cours
      * faites sur ses affectations et les heures de remplacement
      * d'un collegue absent. Les heures de cours sont controlees
      * contre la charge affectee (AFFECTATIONS.DAT) : des heures
      * sans aucune affectation sont refusees, des heures au-dela
      * de la charge demandent une confirmation. Les heures de cours
      * au-dela du service contractuel sont des heures
      * supplementaires, a faire approuver (ApprouverHeuresSup)
      * avant leur transmission a la paie. Une feuille deja saisie
      * pour le meme mois est remplacee tant qu'elle n'a pas ete
      * transmise ; le remplacement remet une decision a prendre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEUILLES-FILE ASSIGN TO "FEUILLES-HEURES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS feuilles-statut.
           SELECT FEUILLES-NOUVEAU-FILE
               ASSIGN TO "FEUILLES-HEURES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS enseignants-statut.
           SELECT AFFECTATIONS-FILE ASSIGN TO "AFFECTATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS affectations-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Meme structure d'enregistrement pour le fichier des feuilles
      * et sa recopie ; les references sont qualifiees par OF pour
      * lever l'ambiguite
       FD FEUILLES-FILE.
       COPY "cpfeuilleheures.cpy".

       FD FEUILLES-NOUVEAU-FILE.
       COPY "cpfeuilleheures.cpy".

       FD ENSEIGNANTS-FILE.
       COPY "cpenseignant.cpy".

       FD AFFECTATIONS-FILE.
       COPY "cpaffectation.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 feuilles-statut PIC X(02).
       77 enseignants-statut PIC X(02).
       77 affectations-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 action-choisie PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 mois-texte PIC X(06).
       77 mois-saisi PIC 9(06).
       77 mois-jour PIC 9(06).
       77 id-saisi PIC X(06).
       77 cours-texte PIC X(06).
       77 rempl-texte PIC X(06).
       77 heures-cours PIC 9(03)V9.
       77 heures-rempl PIC 9(03)V9.
       77 heures-charge PIC 9(03)V9.
       77 heures-sup PIC 9(03)V9.
       77 service-enseignant PIC 9(03).
       77 nom-enseignant PIC X(20).
       77 indic-saisie-ok PIC X(01) VALUE 'N'.
           88 saisie-ok VALUE 'O'.
       77 indic-fin-enseignants PIC X(01) VALUE 'N'.
           88 fin-enseignants VALUE 'O'.
       77 indic-enseignant PIC X(01) VALUE 'N'.
           88 enseignant-connu VALUE 'O'.
       77 indic-fin-affectations PIC X(01) VALUE 'N'.
           88 fin-affectations VALUE 'O'.
       77 indic-fin-feuilles PIC X(01) VALUE 'N'.
           88 fin-feuilles VALUE 'O'.
       77 indic-feuille PIC X(01) VALUE 'N'.
           88 feuille-existante VALUE 'O'.
       77 indic-transmise PIC X(01) VALUE 'N'.
           88 feuille-transmise VALUE 'O'.
       77 date-jour-aff PIC 9(08).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-action.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Feuilles d''heures des enseignants'.
           2 LINE 6 COL 10 VALUE 'F=Feuille autre=Fin : '.
           2 PIC X(01) TO action-choisie REQUIRED.

       1 pls-feuille.
           2 LINE 8 COL 10 VALUE 'Mois AAAAMM (vide = en cours) : '.
           2 PIC X(06) TO mois-texte.
           2 LINE 9 COL 10 VALUE 'Identifiant enseignant : '.
           2 PIC X(06) TO id-saisi REQUIRED.

       1 pla-err-mois.
           2 LINE 16 COL 10 VALUE
               'Mois invalide ou a venir : feuille refusee.'.

       1 pla-inconnu.
           2 LINE 16 COL 10 VALUE
               'Enseignant inconnu au fichier maitre.'.

       1 pla-sans-service.
           2 LINE 16 COL 10 VALUE
               'Service contractuel non renseigne : voir le maitre.'.

       1 pla-transmise.
           2 LINE 16 COL 10 VALUE
               'Feuille deja transmise a la paie : non modifiable.'.

       1 pla-fiche.
           2 LINE 10 COL 10 VALUE 'Enseignant : '.
           2 COL 23 PIC X(20) FROM nom-enseignant.
           2 LINE 11 COL 10 VALUE 'Service (h/mois) : '.
           2 COL 29 PIC ZZ9 FROM service-enseignant.
           2 COL 36 VALUE 'Charge affectee : '.
           2 COL 54 PIC ZZ9.9 FROM heures-charge.

       1 pla-remplace.
           2 LINE 12 COL 10 VALUE
               'Une feuille existe pour ce mois : elle sera remplacee.'.

       1 pls-heures.
           2 LINE 13 COL 10 VALUE 'Heures de cours : '.
           2 PIC X(06) TO cours-texte.
           2 LINE 14 COL 10 VALUE 'Heures de remplacement : '.
           2 PIC X(06) TO rempl-texte.

       1 pla-err-heures.
           2 LINE 16 COL 10 VALUE
               'Heures invalides : nombre de 0 a 999,9 attendu.'.

       1 pla-sans-charge.
           2 LINE 16 COL 10 VALUE
               'Aucune charge affectee : heures de cours refusees.'.

       1 pla-depasse.
           2 LINE 16 COL 10 VALUE
               'Attention : heures de cours au-dela de la charge.'.

       1 pla-calcul.
           2 LINE 17 COL 10 VALUE 'Heures supplementaires : '.
           2 COL 35 PIC ZZ9.9 FROM heures-sup.

       1 pls-confirmer.
           2 LINE 18 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistree.
           2 LINE 19 COL 10 VALUE 'Feuille enregistree.'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           MOVE date-jour-aff(1:6) TO mois-jour.
           PERFORM 0100-LIRE-SESSION.
           IF utilisateur-session = SPACES
               DISPLAY 'Acces refuse : la saisie des feuilles '
                   'demande un utilisateur signe au menu.'
               GOBACK
           END-IF.
           MOVE 'O' TO reponse-continuer.
           PERFORM 1000-TRAITER-ACTION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Reprend l'utilisateur signe au menu
       0100-LIRE-SESSION.
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

      * Recueille l'action demandee ; toute autre reponse que F
      * termine la transaction
       1000-TRAITER-ACTION.
           DISPLAY pls-action.
           ACCEPT pls-action.
           EVALUATE TRUE
               WHEN action-choisie = 'F' OR action-choisie = 'f'
                   PERFORM 2000-SAISIR-FEUILLE
               WHEN OTHER
                   MOVE 'N' TO reponse-continuer
           END-EVALUATE.

      * Recueille le mois et l'enseignant, controle qu'il est connu
      * et qu'une feuille deja transmise n'est pas ressaisie, puis
      * recueille les heures
       2000-SAISIR-FEUILLE.
           MOVE SPACES TO mois-texte.
           DISPLAY pls-feuille.
           ACCEPT pls-feuille.
           PERFORM 2100-CONTROLER-MOIS.
           IF NOT saisie-ok
               DISPLAY pla-err-mois
           ELSE
               PERFORM 5000-CHERCHER-ENSEIGNANT
               EVALUATE TRUE
                   WHEN NOT enseignant-connu
                       DISPLAY pla-inconnu
                   WHEN service-enseignant = ZERO
                       DISPLAY pla-sans-service
                   WHEN OTHER
                       PERFORM 6000-CHERCHER-FEUILLE
                       IF feuille-transmise
                           DISPLAY pla-transmise
                       ELSE
                           PERFORM 5500-CALCULER-CHARGE
                           PERFORM 3000-SAISIR-HEURES
                       END-IF
               END-EVALUATE
           END-IF.

      * Un mois vide vaut le mois en cours ; sinon il doit etre un
      * mois AAAAMM valide qui n'est pas a venir
       2100-CONTROLER-MOIS.
           MOVE 'N' TO indic-saisie-ok.
           IF mois-texte = SPACES
               MOVE mois-jour TO mois-saisi
               SET saisie-ok TO TRUE
           ELSE
               IF mois-texte IS NUMERIC
                   MOVE mois-texte TO mois-saisi
                   IF mois-saisi(5:2) >= '01'
                           AND mois-saisi(5:2) <= '12'
                           AND mois-saisi <= mois-jour
                       SET saisie-ok TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Affiche la fiche, recueille les heures de cours et de
      * remplacement, les controle contre la charge, calcule les
      * heures supplementaires et fait confirmer la feuille
       3000-SAISIR-HEURES.
           DISPLAY pla-fiche.
           IF feuille-existante
               DISPLAY pla-remplace
           END-IF.
           MOVE SPACES TO cours-texte.
           MOVE SPACES TO rempl-texte.
           DISPLAY pls-heures.
           ACCEPT pls-heures.
           PERFORM 3100-CONVERTIR-HEURES.
           EVALUATE TRUE
               WHEN NOT saisie-ok
                   DISPLAY pla-err-heures
               WHEN heures-cours > ZERO AND heures-charge = ZERO
                   DISPLAY pla-sans-charge
               WHEN OTHER
                   IF heures-cours > heures-charge
                       DISPLAY pla-depasse
                   END-IF
                   MOVE ZERO TO heures-sup
                   IF heures-cours > service-enseignant
                       COMPUTE heures-sup =
                           heures-cours - service-enseignant
                   END-IF
                   DISPLAY pla-calcul
                   PERFORM 8000-CONFIRMER
                   IF confirme
                       PERFORM 7000-ENREGISTRER-FEUILLE
                       DISPLAY pla-enregistree
                   END-IF
           END-EVALUATE.

      * Convertit les heures saisies en texte ; vide vaut zero,
      * sinon un nombre de 0 a 999,9 est attendu
       3100-CONVERTIR-HEURES.
           MOVE 'O' TO indic-saisie-ok.
           MOVE ZERO TO heures-cours.
           MOVE ZERO TO heures-rempl.
           IF cours-texte NOT = SPACES
               IF FUNCTION TEST-NUMVAL(cours-texte) = ZERO
                   IF FUNCTION NUMVAL(cours-texte) >= ZERO
                           AND FUNCTION NUMVAL(cours-texte) < 1000
                       COMPUTE heures-cours ROUNDED =
                           FUNCTION NUMVAL(cours-texte)
                   ELSE
                       MOVE 'N' TO indic-saisie-ok
                   END-IF
               ELSE
                   MOVE 'N' TO indic-saisie-ok
               END-IF
           END-IF.
           IF rempl-texte NOT = SPACES
               IF FUNCTION TEST-NUMVAL(rempl-texte) = ZERO
                   IF FUNCTION NUMVAL(rempl-texte) >= ZERO
                           AND FUNCTION NUMVAL(rempl-texte) < 1000
                       COMPUTE heures-rempl ROUNDED =
                           FUNCTION NUMVAL(rempl-texte)
                   ELSE
                       MOVE 'N' TO indic-saisie-ok
                   END-IF
               ELSE
                   MOVE 'N' TO indic-saisie-ok
               END-IF
           END-IF.

      * Parcourt le fichier maitre a la recherche de l'enseignant
      * saisi et retient son nom et son service
       5000-CHERCHER-ENSEIGNANT.
           MOVE 'N' TO indic-enseignant.
           MOVE 'N' TO indic-fin-enseignants.
           MOVE ZERO TO service-enseignant.
           OPEN INPUT ENSEIGNANTS-FILE.
           IF enseignants-statut = '00'
               PERFORM 5100-LIRE-ENSEIGNANT
               PERFORM 5200-COMPARER-ENSEIGNANT
                   UNTIL fin-enseignants OR enseignant-connu
               CLOSE ENSEIGNANTS-FILE
           END-IF.

      * Lecture d'un enregistrement ENSEIGNANTS.DAT
       5100-LIRE-ENSEIGNANT.
           READ ENSEIGNANTS-FILE
               AT END SET fin-enseignants TO TRUE
           END-READ.

      * Compare la fiche courante a l'identifiant saisi, puis relit
      * si elle ne correspond pas
       5200-COMPARER-ENSEIGNANT.
           IF ENS-ID = id-saisi
               SET enseignant-connu TO TRUE
               MOVE ENS-NOM TO nom-enseignant
               IF ENS-SERVICE-MOIS IS NUMERIC
                   MOVE ENS-SERVICE-MOIS TO service-enseignant
               END-IF
           ELSE
               PERFORM 5100-LIRE-ENSEIGNANT
           END-IF.

      * Cumule la charge mensuelle des affectations de l'enseignant
       5500-CALCULER-CHARGE.
           MOVE ZERO TO heures-charge.
           MOVE 'N' TO indic-fin-affectations.
           OPEN INPUT AFFECTATIONS-FILE.
           IF affectations-statut = '00'
               PERFORM 5600-LIRE-AFFECTATION
               PERFORM 5700-CUMULER-AFFECTATION
                   UNTIL fin-affectations
               CLOSE AFFECTATIONS-FILE
           END-IF.

      * Lecture d'un enregistrement AFFECTATIONS.DAT
       5600-LIRE-AFFECTATION.
           READ AFFECTATIONS-FILE
               AT END SET fin-affectations TO TRUE
           END-READ.

      * Ajoute la charge de l'affectation courante si elle est a
      * l'enseignant saisi, puis relit
       5700-CUMULER-AFFECTATION.
           IF AFF-ENSEIGNANT = id-saisi
                   AND AFF-HEURES-MOIS IS NUMERIC
               ADD AFF-HEURES-MOIS TO heures-charge
           END-IF.
           PERFORM 5600-LIRE-AFFECTATION.

      * Recherche une feuille deja saisie pour l'enseignant et le
      * mois, et retient si elle a deja ete transmise a la paie
       6000-CHERCHER-FEUILLE.
           MOVE 'N' TO indic-feuille.
           MOVE 'N' TO indic-transmise.
           MOVE 'N' TO indic-fin-feuilles.
           OPEN INPUT FEUILLES-FILE.
           IF feuilles-statut = '00'
               PERFORM 6100-LIRE-FEUILLE
               PERFORM 6200-COMPARER-FEUILLE
                   UNTIL fin-feuilles OR feuille-existante
               CLOSE FEUILLES-FILE
           END-IF.

      * Lecture d'un enregistrement FEUILLES-HEURES.DAT
       6100-LIRE-FEUILLE.
           READ FEUILLES-FILE
               AT END SET fin-feuilles TO TRUE
           END-READ.

      * Compare la feuille courante a l'enseignant et au mois
      * saisis, puis relit si elle ne correspond pas
       6200-COMPARER-FEUILLE.
           IF FEU-ENSEIGNANT OF FEUILLES-FILE = id-saisi
                   AND FEU-MOIS OF FEUILLES-FILE = mois-saisi
               SET feuille-existante TO TRUE
               IF FEU-DATE-TRANSMISSION OF FEUILLES-FILE IS NUMERIC
                   AND FEU-DATE-TRANSMISSION OF FEUILLES-FILE
                       NOT = ZERO
                   SET feuille-transmise TO TRUE
               END-IF
           ELSE
               PERFORM 6100-LIRE-FEUILLE
           END-IF.

      * Recopie les feuilles en remplacant celle de l'enseignant et
      * du mois par la feuille saisie, ajoutee en fin sinon
       7000-ENREGISTRER-FEUILLE.
           MOVE 'N' TO indic-fin-feuilles.
           OPEN OUTPUT FEUILLES-NOUVEAU-FILE.
           OPEN INPUT FEUILLES-FILE.
           IF feuilles-statut = '00'
               PERFORM 6100-LIRE-FEUILLE
               PERFORM 7100-RECOPIER-FEUILLE UNTIL fin-feuilles
               CLOSE FEUILLES-FILE
           END-IF.
           IF NOT feuille-existante
               PERFORM 7200-ECRIRE-FEUILLE
           END-IF.
           CLOSE FEUILLES-NOUVEAU-FILE.
           CALL "CBL_DELETE_FILE" USING "FEUILLES-HEURES.DAT".
           CALL "CBL_RENAME_FILE" USING "FEUILLES-HEURES.NOUVEAU"
               "FEUILLES-HEURES.DAT".

      * Recopie la feuille courante, ou ecrit la feuille saisie a
      * sa place, puis relit
       7100-RECOPIER-FEUILLE.
           IF FEU-ENSEIGNANT OF FEUILLES-FILE = id-saisi
                   AND FEU-MOIS OF FEUILLES-FILE = mois-saisi
               PERFORM 7200-ECRIRE-FEUILLE
           ELSE
               MOVE FEUILLE-HEURES-ENREGISTREMENT OF FEUILLES-FILE
                   TO FEUILLE-HEURES-ENREGISTREMENT
                   OF FEUILLES-NOUVEAU-FILE
               WRITE FEUILLE-HEURES-ENREGISTREMENT
                   OF FEUILLES-NOUVEAU-FILE
           END-IF.
           PERFORM 6100-LIRE-FEUILLE.

      * Ecrit la feuille saisie ; des heures supplementaires la
      * mettent en attente d'approbation
       7200-ECRIRE-FEUILLE.
           MOVE SPACES TO FEUILLE-HEURES-ENREGISTREMENT
               OF FEUILLES-NOUVEAU-FILE.
           MOVE mois-saisi TO FEU-MOIS OF FEUILLES-NOUVEAU-FILE.
           MOVE id-saisi TO FEU-ENSEIGNANT OF FEUILLES-NOUVEAU-FILE.
           MOVE heures-cours TO FEU-HEURES-COURS
               OF FEUILLES-NOUVEAU-FILE.
           MOVE heures-rempl TO FEU-HEURES-REMPL
               OF FEUILLES-NOUVEAU-FILE.
           MOVE heures-charge TO FEU-CHARGE OF FEUILLES-NOUVEAU-FILE.
           MOVE service-enseignant TO FEU-SERVICE
               OF FEUILLES-NOUVEAU-FILE.
           MOVE heures-sup TO FEU-HEURES-SUP OF FEUILLES-NOUVEAU-FILE.
           IF heures-sup > ZERO
               SET FEU-A-APPROUVER OF FEUILLES-NOUVEAU-FILE TO TRUE
           ELSE
               SET FEU-SANS-SUP OF FEUILLES-NOUVEAU-FILE TO TRUE
           END-IF.
           MOVE utilisateur-session TO FEU-SAISI-PAR
               OF FEUILLES-NOUVEAU-FILE.
           MOVE ZERO TO FEU-DATE-DECISION OF FEUILLES-NOUVEAU-FILE.
           MOVE ZERO TO FEU-DATE-TRANSMISSION
               OF FEUILLES-NOUVEAU-FILE.
           WRITE FEUILLE-HEURES-ENREGISTREMENT
               OF FEUILLES-NOUVEAU-FILE.

      * Fait confirmer la feuille
       8000-CONFIRMER.
           DISPLAY pls-confirmer.
           ACCEPT pls-confirmer.
           EVALUATE TRUE
               WHEN confirmation = 'O' OR confirmation = 'o'
                   SET confirme TO TRUE
               WHEN OTHER
                   MOVE 'N' TO indic-confirme
           END-EVALUATE.
