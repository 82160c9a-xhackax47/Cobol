      * identifiant (acces direct) ou par debut de nom (cle
      * secondaire, les candidats correspondants sont listes).
      * L'agent peut enchainer plusieurs recherches sans repasser par
      * le menu. Une annee scolaire close se consulte en saisissant
      * son annee de rentree : la recherche porte alors sur
      * l'archive RESULTATS-MASTER.Annnn laissee par la cloture.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTATS-MAITRE-FILE
               ASSIGN USING nom-resultats
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ID

       WORKING-STORAGE SECTION.
       77 resultats-maitre-statut PIC X(02).
      * Annee scolaire consultee : vide, l'annee en cours ; sinon
      * l'archive de l'annee de rentree saisie
       77 annee-consultee PIC X(04) VALUE SPACES.
       77 nom-resultats PIC X(30) VALUE 'RESULTATS-MASTER.DAT'.
       77 mode-recherche PIC X(01).
       77 id-recherche PIC X(06).
       77 nom-recherche PIC X(20).
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-annee.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE
               'Annee scolaire (AAAA, vide = en cours) : '.
           2 PIC X(04) TO annee-consultee.

       1 pls-mode.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 PIC X(30) FROM nom-resultats.
           2 LINE 4 COL 10 VALUE
               'Recherche par (I)dentifiant ou (N)om ? '.
           2 PIC X(01) TO mode-recherche REQUIRED.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0030-LIRE-LANGUE-SESSION.
           PERFORM 0040-CHARGER-MESSAGES.
           PERFORM 0050-CHOISIR-ANNEE.
           OPEN INPUT RESULTATS-MAITRE-FILE.
           IF resultats-maitre-statut NOT = '00'
               IF annee-consultee = SPACES
                   DISPLAY 'ERREUR : RESULTATS-MASTER.DAT introuvable '
                       '(statut ' resultats-maitre-statut ') ; lancer '
                       'la classification d''abord'
               ELSE
                   DISPLAY 'ERREUR : archive ' nom-resultats
                       ' introuvable (statut ' resultats-maitre-statut
                       ') ; annee non close ou non archivee'
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-UNE-RECHERCHE
           END-IF.
           PERFORM 00401-LIRE-MESSAGE.

      * Demande l'annee scolaire a consulter ; une annee saisie
      * designe l'archive de cette annee de rentree
       0050-CHOISIR-ANNEE.
           DISPLAY pls-annee.
           ACCEPT pls-annee.
           MOVE 'RESULTATS-MASTER.DAT' TO nom-resultats.
           IF annee-consultee NOT = SPACES
               IF annee-consultee IS NUMERIC
                   MOVE SPACES TO nom-resultats
                   STRING 'RESULTATS-MASTER.A' DELIMITED BY SIZE
                       annee-consultee DELIMITED BY SIZE
                       INTO nom-resultats
               ELSE
                   DISPLAY 'AVERTISSEMENT : annee ' annee-consultee
                       ' invalide, annee en cours consultee'
                   MOVE SPACES TO annee-consultee
               END-IF
           END-IF.

      * Conduit une recherche, par identifiant ou par debut de nom,
      * puis propose d'enchainer
       1000-UNE-RECHERCHE.
