      * pour tous, la liste chronologique de ses notes et mentions
      * terme par terme, a partir du journal cumulatif
      * HISTONOTE-TERMES.DAT (tri interne par etudiant puis terme).
      * Une annee de rentree saisie fait lire a la place l'archive
      * HISTONOTE-TERMES.Annnn de cette annee scolaire close.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTOTERME-FILE ASSIGN USING nom-historique
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS histoterme-statut.
           SELECT HISTOTERME-TRI-FILE ASSIGN TO "HISTOTERME.TRI"
       WORKING-STORAGE SECTION.
       77 histoterme-statut PIC X(02).
       77 id-demande PIC X(06).
      * Annee scolaire demandee : vide, l'annee en cours ; sinon
      * l'archive de l'annee de rentree saisie
       77 annee-demandee PIC X(04) VALUE SPACES.
       77 nom-historique PIC X(30) VALUE 'HISTONOTE-TERMES.DAT'.
       77 indic-fin-termes PIC X(01) VALUE 'N'.
           88 fin-termes VALUE 'O'.
       77 etu-courant PIC X(06) VALUE SPACES.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE
               'Annee scolaire (AAAA, vide = en cours) : '.
           2 PIC X(04) TO annee-demandee.
           2 LINE 5 COL 10 VALUE
               'Identifiant etudiant (vide = tous) : '.
           2 PIC X(06) TO id-demande.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           DISPLAY pls-id.
           ACCEPT pls-id.
           PERFORM 0050-CHOISIR-JOURNAL.
           PERFORM 1000-PRODUIRE-PARCOURS.
           IF cpt-lignes = ZERO
               DISPLAY pla-vide
           MOVE 'N' TO indic-fin-termes.
           MOVE SPACES TO etu-courant.
           MOVE ZERO TO cpt-lignes.
           MOVE SPACES TO annee-demandee.
           MOVE 'HISTONOTE-TERMES.DAT' TO nom-historique.

      * Designe le journal a lire : celui de l'annee en cours, ou
      * l'archive de l'annee de rentree saisie
       0050-CHOISIR-JOURNAL.
           IF annee-demandee NOT = SPACES
               IF annee-demandee IS NUMERIC
                   MOVE SPACES TO nom-historique
                   STRING 'HISTONOTE-TERMES.A' DELIMITED BY SIZE
                       annee-demandee DELIMITED BY SIZE
                       INTO nom-historique
               ELSE
                   DISPLAY 'AVERTISSEMENT : annee ' annee-demandee
                       ' invalide, annee en cours consultee'
               END-IF
           END-IF.

      * Trie le journal par etudiant puis terme et produit le
      * parcours demande ; sans journal, rien a imprimer
