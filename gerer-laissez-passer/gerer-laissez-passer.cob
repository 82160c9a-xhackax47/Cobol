      * laissez-passer de longue duree LAISSEZ-PASSER.DAT
      * (titulaire, societe, periode de validite, statut), utilises
      * par la voie rapide du guichet d'accueil. Un laissez-passer
      * retire n'ouvre plus l'entree. Enregistre aussi les
      * inductions securite suivies (INDUCTIONS.DAT), sans
      * lesquelles les zones a acces restreint sont refusees ;
      * chaque titulaire est liste avec l'etat de son induction.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSES-NOUVEAU-FILE
               ASSIGN TO "LAISSEZ-PASSER.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT INDUCTIONS-FILE ASSIGN TO "INDUCTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS inductions-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD PASSES-NOUVEAU-FILE.
       COPY "cplaissezpasser.cpy".

       FD INDUCTIONS-FILE.
       COPY "cpinduction.cpy".

       WORKING-STORAGE SECTION.
       77 passes-statut PIC X(02).
       77 action-choisie PIC X(01).
           88 passe-trouve VALUE 'O'.
       77 date-jour-aff PIC 9(08).

      * Induction securite : saisie d'une induction suivie et
      * recherche de la plus lointaine expiration d'une personne ;
      * sans duree saisie, l'induction vaut un an
       77 inductions-statut PIC X(02).
       77 indic-fin-inductions PIC X(01) VALUE 'N'.
           88 fin-inductions VALUE 'O'.
       77 nom-induction PIC X(25).
       77 societe-induction PIC X(20).
       77 date-induction-saisie PIC X(08).
       77 version-induction PIC X(04).
       77 validite-saisie PIC X(04).
       77 validite-jours PIC 9(04) VALUE ZERO.
       77 validite-defaut PIC 9(04) VALUE 365.
       77 date-induction PIC 9(08) VALUE ZERO.
       77 expiration-induction PIC 9(08) VALUE ZERO.

      * Section d'affichage
       SCREEN SECTION.

           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Laissez-passer de longue duree'.
           2 LINE 6 COL 10 VALUE
               'A=Ajouter R=Retirer I=Induction autre=Fin : '.
           2 PIC X(01) TO action-choisie REQUIRED.

       1 pls-numero.
       1 pla-inconnu.
           2 LINE 9 COL 10 VALUE 'Numero inconnu.'.

       1 pla-sans-induction.
           2 LINE 14 COL 10 VALUE
               'Sans induction valide : zones restreintes refusees.'.

       1 pls-nom-induction.
           2 LINE 8 COL 10 VALUE 'Personne : '.
           2 PIC X(25) TO nom-induction REQUIRED.

       1 pls-societe-induction.
           2 LINE 9 COL 10 VALUE 'Societe (vide = celle du passe) : '.
           2 PIC X(20) TO societe-induction.

       1 pls-date-induction.
           2 LINE 10 COL 10 VALUE 'Suivie le (AAAAMMJJ) : '.
           2 PIC X(08) TO date-induction-saisie REQUIRED.

       1 pls-version-induction.
           2 LINE 11 COL 10 VALUE 'Version du support : '.
           2 PIC X(04) TO version-induction REQUIRED.

       1 pls-validite-induction.
           2 LINE 12 COL 10 VALUE 'Validite en jours (vide = 365) : '.
           2 PIC X(04) TO validite-saisie.

       1 pla-induction.
           2 LINE 13 COL 10 VALUE 'Induction enregistree, expire le '.
           2 COL 43 PIC 9999/99/99 FROM expiration-induction.

       1 pls-continuer.
           2 LINE 15 COL 10 VALUE 'Continuer ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.
               AT END SET fin-passes TO TRUE
           END-READ.

      * Affiche le laissez-passer courant et l'etat de
      * l'induction de son titulaire, puis relit
       1200-AFFICHER-UN-PASSE.
           DISPLAY '  ' LPS-NUMERO OF PASSES-FILE ' '
               LPS-TITULAIRE OF PASSES-FILE ' ('
               LPS-STATUT OF PASSES-FILE ') du '
               LPS-DEBUT OF PASSES-FILE ' au '
               LPS-FIN OF PASSES-FILE.
           MOVE LPS-TITULAIRE OF PASSES-FILE TO nom-induction.
           PERFORM 5100-CHERCHER-INDUCTION.
           IF expiration-induction >= date-jour-aff
               DISPLAY '         induction valide jusqu''au '
                   expiration-induction
           ELSE
               DISPLAY '         SANS INDUCTION VALIDE'
           END-IF.
           PERFORM 1100-LIRE-PASSE.

      * Recueille l'action demandee et la traite
                   PERFORM 3000-AJOUTER-PASSE
               WHEN action-choisie = 'R' OR action-choisie = 'r'
                   PERFORM 4000-RETIRER-PASSE
               WHEN action-choisie = 'I' OR action-choisie = 'i'
                   PERFORM 5000-ENREGISTRER-INDUCTION
               WHEN OTHER
                   MOVE 'N' TO reponse-continuer
           END-EVALUATE.
               WRITE LAISSEZ-PASSER-ENREGISTREMENT OF PASSES-FILE
               CLOSE PASSES-FILE
               DISPLAY pla-ajoute
               MOVE titulaire-saisi TO nom-induction
               PERFORM 5100-CHERCHER-INDUCTION
               IF expiration-induction < date-jour-aff
                   DISPLAY pla-sans-induction
               END-IF
           END-IF.

      * Parcourt le fichier a la recherche du numero saisi
           WRITE LAISSEZ-PASSER-ENREGISTREMENT
               OF PASSES-NOUVEAU-FILE.
           PERFORM 1100-LIRE-PASSE.

      * Recueille une induction securite suivie et l'ajoute a
      * INDUCTIONS.DAT ; l'expiration est calculee de la date de
      * realisation et de la duree de validite
       5000-ENREGISTRER-INDUCTION.
           DISPLAY pls-nom-induction.
           ACCEPT pls-nom-induction.
           MOVE SPACES TO societe-induction.
           DISPLAY pls-societe-induction.
           ACCEPT pls-societe-induction.
           IF societe-induction = SPACES
               PERFORM 5050-SOCIETE-DU-TITULAIRE
           END-IF.
           DISPLAY pls-date-induction.
           ACCEPT pls-date-induction.
           DISPLAY pls-version-induction.
           ACCEPT pls-version-induction.
           MOVE SPACES TO validite-saisie.
           DISPLAY pls-validite-induction.
           ACCEPT pls-validite-induction.
           IF FUNCTION TEST-NUMVAL(date-induction-saisie) = ZERO
               COMPUTE date-induction =
                   FUNCTION NUMVAL(date-induction-saisie)
           ELSE
               MOVE date-jour-aff TO date-induction
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(date-induction) NOT = ZERO
               MOVE date-jour-aff TO date-induction
           END-IF.
           MOVE validite-defaut TO validite-jours.
           IF validite-saisie NOT = SPACES
               IF FUNCTION TEST-NUMVAL(validite-saisie) = ZERO
                   COMPUTE validite-jours =
                       FUNCTION NUMVAL(validite-saisie)
               END-IF
           END-IF.
           IF validite-jours = ZERO
               MOVE validite-defaut TO validite-jours
           END-IF.
           COMPUTE expiration-induction = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(date-induction)
               + validite-jours).
           MOVE nom-induction TO IND-NOM.
           MOVE societe-induction TO IND-SOCIETE.
           MOVE date-induction TO IND-DATE.
           MOVE version-induction TO IND-VERSION.
           MOVE validite-jours TO IND-VALIDITE-JOURS.
           MOVE expiration-induction TO IND-EXPIRATION.
           OPEN EXTEND INDUCTIONS-FILE.
           IF inductions-statut = '35'
               OPEN OUTPUT INDUCTIONS-FILE
           END-IF.
           WRITE INDUCTION-ENREGISTREMENT.
           CLOSE INDUCTIONS-FILE.
           DISPLAY pla-induction.

      * Reprend la societe du laissez-passer dont la personne est
      * titulaire, s'il y en a un
       5050-SOCIETE-DU-TITULAIRE.
           MOVE 'N' TO indic-passe-trouve.
           MOVE 'N' TO indic-fin-passes.
           OPEN INPUT PASSES-FILE.
           IF passes-statut = '00'
               PERFORM 1100-LIRE-PASSE
               PERFORM 5060-COMPARER-TITULAIRE
                   UNTIL fin-passes OR passe-trouve
               CLOSE PASSES-FILE
           END-IF.

      * Reprend la societe si le laissez-passer courant est celui
      * de la personne, sinon relit
       5060-COMPARER-TITULAIRE.
           IF LPS-TITULAIRE OF PASSES-FILE = nom-induction
               SET passe-trouve TO TRUE
               MOVE LPS-SOCIETE OF PASSES-FILE TO societe-induction
           ELSE
               PERFORM 1100-LIRE-PASSE
           END-IF.

      * Retient la plus lointaine expiration des inductions de la
      * personne recherchee ; zero sans induction au fichier
       5100-CHERCHER-INDUCTION.
           MOVE ZERO TO expiration-induction.
           MOVE 'N' TO indic-fin-inductions.
           OPEN INPUT INDUCTIONS-FILE.
           IF inductions-statut = '00'
               PERFORM 5110-LIRE-INDUCTION
               PERFORM 5120-COMPARER-INDUCTION UNTIL fin-inductions
               CLOSE INDUCTIONS-FILE
           END-IF.

      * Lecture d'un enregistrement INDUCTIONS.DAT
       5110-LIRE-INDUCTION.
           READ INDUCTIONS-FILE
               AT END SET fin-inductions TO TRUE
           END-READ.

      * Retient l'expiration de l'induction courante si elle est
      * celle de la personne et plus lointaine, puis relit
       5120-COMPARER-INDUCTION.
           IF IND-NOM = nom-induction
                   AND IND-EXPIRATION NUMERIC
                   AND IND-EXPIRATION > expiration-induction
               MOVE IND-EXPIRATION TO expiration-induction
           END-IF.
           PERFORM 5110-LIRE-INDUCTION.
