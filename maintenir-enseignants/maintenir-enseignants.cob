      * combinaisons matiere + classe qu'il enseigne. Une
      * affectation n'est acceptee que pour un enseignant deja
      * present au fichier maitre.
      * Chaque enseignant porte son service contractuel mensuel et
      * son matricule de paie, modifiables en ressaisissant son
      * identifiant ; chaque affectation porte sa charge en heures
      * par mois, mise a jour en ressaisissant la meme combinaison.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFFECTATIONS-FILE ASSIGN TO "AFFECTATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS affectations-statut.
           SELECT ENSEIGNANTS-NOUVEAU-FILE
               ASSIGN TO "ENSEIGNANTS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AFFECTATIONS-NOUVEAU-FILE
               ASSIGN TO "AFFECTATIONS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       FD AFFECTATIONS-FILE.
       COPY "cpaffectation.cpy".

       FD ENSEIGNANTS-NOUVEAU-FILE.
       01 LIGNE-ENSEIGNANT-NOUVEAU    PIC X(42).

       FD AFFECTATIONS-NOUVEAU-FILE.
       01 LIGNE-AFFECTATION-NOUVEAU   PIC X(21).

       WORKING-STORAGE SECTION.
       77 enseignants-statut PIC X(02).
       77 affectations-statut PIC X(02).
       77 nouveau-nom PIC X(20).
       77 cours-saisi PIC X(04).
       77 classe-saisie PIC X(05).
       77 nouveau-service PIC 9(03).
       77 nouveau-matricule PIC X(10).
       77 nouvelles-heures PIC 9(03).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
           88 fin-enseignants VALUE 'O'.
       77 indic-deja-connu PIC X(01) VALUE 'N'.
           88 enseignant-connu VALUE 'O'.
       77 indic-fin-affectations PIC X(01) VALUE 'N'.
           88 fin-affectations VALUE 'O'.
       77 indic-affectation-connue PIC X(01) VALUE 'N'.
           88 affectation-connue VALUE 'O'.
       77 date-jour-aff PIC 9(08).

      * Section d'affichage
           2 LINE 9 COL 10 VALUE 'Nom de l''enseignant : '.
           2 PIC X(20) TO nouveau-nom REQUIRED.

       1 pls-service.
           2 LINE 10 COL 10 VALUE 'Service contractuel (h/mois) : '.
           2 PIC 9(03) TO nouveau-service REQUIRED.
           2 LINE 11 COL 10 VALUE 'Matricule de paie : '.
           2 PIC X(10) TO nouveau-matricule.

       1 pla-deja-connu.
           2 LINE 9 COL 10 VALUE
               'Cet identifiant existe deja : service et matricule.'.

       1 pla-service-actuel.
           2 LINE 10 COL 50 VALUE 'actuel '.
           2 COL 57 PIC ZZ9 FROM ENS-SERVICE-MOIS.
           2 LINE 11 COL 50 VALUE 'actuel '.
           2 COL 57 PIC X(10) FROM ENS-MATRICULE-PAIE.

       1 pla-inconnu.
           2 LINE 9 COL 10 VALUE
           2 LINE 11 COL 10 VALUE 'Code classe : '.
           2 PIC X(05) TO classe-saisie REQUIRED.

       1 pls-heures.
           2 LINE 12 COL 10 VALUE 'Heures par mois : '.
           2 PIC 9(03) TO nouvelles-heures REQUIRED.

       1 pls-confirmer.
           2 LINE 13 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.
       1 pla-ajoute.
           2 LINE 14 COL 10 VALUE 'Ligne enregistree.'.

       1 pla-maj.
           2 LINE 14 COL 10 VALUE 'Ligne mise a jour.'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   MOVE 'N' TO reponse-continuer
           END-EVALUATE.

      * Recueille un nouvel enseignant, le fait confirmer puis
      * l'ajoute au fichier maitre ; un identifiant deja connu
      * permet d'en modifier le service et le matricule
       2000-AJOUTER-ENSEIGNANT.
           MOVE 'N' TO indic-confirme.
           DISPLAY pls-id.
           PERFORM 5000-CHERCHER-ENSEIGNANT.
           IF enseignant-connu
               DISPLAY pla-deja-connu
               PERFORM 2100-MODIFIER-SERVICE
           ELSE
               DISPLAY pls-nom
               ACCEPT pls-nom
               MOVE ZERO TO nouveau-service
               MOVE SPACES TO nouveau-matricule
               DISPLAY pls-service
               ACCEPT pls-service
               PERFORM 6000-CONFIRMER
               IF confirme
                   MOVE SPACES TO ENSEIGNANT-ENREGISTREMENT
                   MOVE nouvel-id TO ENS-ID
                   MOVE nouveau-nom TO ENS-NOM
                   MOVE nouveau-service TO ENS-SERVICE-MOIS
                   MOVE nouveau-matricule TO ENS-MATRICULE-PAIE
                   OPEN EXTEND ENSEIGNANTS-FILE
                   IF enseignants-statut = '35'
                       OPEN OUTPUT ENSEIGNANTS-FILE
               END-IF
           END-IF.

      * Recueille le service et le matricule de l'enseignant connu
      * et, confirmes, recopie le fichier maitre en les reportant
      * sur sa fiche
       2100-MODIFIER-SERVICE.
           IF ENS-SERVICE-MOIS IS NOT NUMERIC
               MOVE ZERO TO ENS-SERVICE-MOIS
           END-IF.
           DISPLAY pla-service-actuel.
           MOVE ZERO TO nouveau-service.
           MOVE SPACES TO nouveau-matricule.
           DISPLAY pls-service.
           ACCEPT pls-service.
           PERFORM 6000-CONFIRMER.
           IF confirme
               MOVE 'N' TO indic-fin-enseignants
               OPEN INPUT ENSEIGNANTS-FILE
               OPEN OUTPUT ENSEIGNANTS-NOUVEAU-FILE
               PERFORM 5100-LIRE-ENSEIGNANT
               PERFORM 2110-RECOPIER-ENSEIGNANT
                   UNTIL fin-enseignants
               CLOSE ENSEIGNANTS-FILE
               CLOSE ENSEIGNANTS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "ENSEIGNANTS.DAT"
               CALL "CBL_RENAME_FILE" USING "ENSEIGNANTS.NOUVEAU"
                   "ENSEIGNANTS.DAT"
               DISPLAY pla-maj
           END-IF.

      * Recopie la fiche courante, mise a jour si c'est
      * l'enseignant saisi, puis relit
       2110-RECOPIER-ENSEIGNANT.
           IF ENS-ID = nouvel-id
               MOVE nouveau-service TO ENS-SERVICE-MOIS
               MOVE nouveau-matricule TO ENS-MATRICULE-PAIE
           END-IF.
           MOVE ENSEIGNANT-ENREGISTREMENT TO LIGNE-ENSEIGNANT-NOUVEAU.
           WRITE LIGNE-ENSEIGNANT-NOUVEAU.
           PERFORM 5100-LIRE-ENSEIGNANT.

      * Recueille une affectation matiere + classe et sa charge
      * mensuelle pour un enseignant deja present au fichier
      * maitre ; une combinaison deja affectee voit sa charge mise
      * a jour
       3000-AJOUTER-AFFECTATION.
           MOVE 'N' TO indic-confirme.
           DISPLAY pls-id.
               ACCEPT pls-cours
               DISPLAY pls-classe
               ACCEPT pls-classe
               MOVE ZERO TO nouvelles-heures
               DISPLAY pls-heures
               ACCEPT pls-heures
               PERFORM 6000-CONFIRMER
               IF confirme
                   PERFORM 3100-CHERCHER-AFFECTATION
                   IF affectation-connue
                       PERFORM 3200-MODIFIER-CHARGE
                   ELSE
                       MOVE SPACES TO AFFECTATION-ENREGISTREMENT
                       MOVE nouvel-id TO AFF-ENSEIGNANT
                       MOVE cours-saisi TO AFF-COURS
                       MOVE classe-saisie TO AFF-CLASSE
                       MOVE nouvelles-heures TO AFF-HEURES-MOIS
                       OPEN EXTEND AFFECTATIONS-FILE
                       IF affectations-statut = '35'
                           OPEN OUTPUT AFFECTATIONS-FILE
                       END-IF
                       WRITE AFFECTATION-ENREGISTREMENT
                       CLOSE AFFECTATIONS-FILE
                       DISPLAY pla-ajoute
                   END-IF
               END-IF
           END-IF.

      * Recherche la combinaison enseignant + matiere + classe
      * saisie dans les affectations
       3100-CHERCHER-AFFECTATION.
           MOVE 'N' TO indic-affectation-connue.
           MOVE 'N' TO indic-fin-affectations.
           OPEN INPUT AFFECTATIONS-FILE.
           IF affectations-statut = '00'
               PERFORM 3110-LIRE-AFFECTATION
               PERFORM 3120-COMPARER-AFFECTATION
                   UNTIL fin-affectations OR affectation-connue
               CLOSE AFFECTATIONS-FILE
           END-IF.

      * Lecture d'un enregistrement AFFECTATIONS.DAT
       3110-LIRE-AFFECTATION.
           READ AFFECTATIONS-FILE
               AT END SET fin-affectations TO TRUE
           END-READ.

      * Compare l'affectation courante a la combinaison saisie,
      * puis relit si elle ne correspond pas
       3120-COMPARER-AFFECTATION.
           IF AFF-ENSEIGNANT = nouvel-id AND AFF-COURS = cours-saisi
                   AND AFF-CLASSE = classe-saisie
               SET affectation-connue TO TRUE
           ELSE
               PERFORM 3110-LIRE-AFFECTATION
           END-IF.

      * Recopie les affectations en reportant la nouvelle charge
      * sur la combinaison saisie
       3200-MODIFIER-CHARGE.
           MOVE 'N' TO indic-fin-affectations.
           OPEN INPUT AFFECTATIONS-FILE.
           OPEN OUTPUT AFFECTATIONS-NOUVEAU-FILE.
           PERFORM 3110-LIRE-AFFECTATION.
           PERFORM 3210-RECOPIER-AFFECTATION UNTIL fin-affectations.
           CLOSE AFFECTATIONS-FILE.
           CLOSE AFFECTATIONS-NOUVEAU-FILE.
           CALL "CBL_DELETE_FILE" USING "AFFECTATIONS.DAT".
           CALL "CBL_RENAME_FILE" USING "AFFECTATIONS.NOUVEAU"
               "AFFECTATIONS.DAT".
           DISPLAY pla-maj.

      * Recopie l'affectation courante, mise a jour si c'est la
      * combinaison saisie, puis relit
       3210-RECOPIER-AFFECTATION.
           IF AFF-ENSEIGNANT = nouvel-id AND AFF-COURS = cours-saisi
                   AND AFF-CLASSE = classe-saisie
               MOVE nouvelles-heures TO AFF-HEURES-MOIS
           END-IF.
           MOVE AFFECTATION-ENREGISTREMENT
               TO LIGNE-AFFECTATION-NOUVEAU.
           WRITE LIGNE-AFFECTATION-NOUVEAU.
           PERFORM 3110-LIRE-AFFECTATION.

      * Parcourt le fichier maitre a la recherche de l'identifiant
      * saisi ; la fiche trouvee reste chargee pour l'affichage
       5000-CHERCHER-ENSEIGNANT.
