      * Transaction a la demande : entretient le catalogue de
      * reference MATIERES.DAT des codes matiere admis sur les notes
      * (code, libelle complet, coefficient par defaut, marque
      * active, matiere prealable eventuelle). Le fichier s'alimente
      * au fil de l'eau et les chargeurs retiennent la derniere
      * ligne de chaque code : pour corriger ou desactiver une
      * matiere, il suffit de ressaisir son code avec les nouvelles
      * valeurs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 coef-texte PIC X(03).
       77 coef-valide PIC 9(01)V9(01) VALUE ZERO.
       77 marque-active PIC X(01).
       77 nouveau-prealable PIC X(04).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
               'Active (A) ou inactive (I) : '.
           2 PIC X(01) TO marque-active REQUIRED.

       1 pls-prealable.
           2 LINE 11 COL 10 VALUE
               'Matiere prealable (vide = aucune) : '.
           2 PIC X(04) TO nouveau-prealable.

       1 pls-confirmer.
           2 LINE 12 COL 10 VALUE 'Confirmer cette ligne (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.
      * Affiche la matiere courante, puis relit
       1200-AFFICHER-UNE-MATIERE.
           DISPLAY '  ' MAT-CODE ' : ' MAT-LIBELLE
               ' coef ' MAT-COEF ' (' MAT-ACTIVE ')'
               ' prealable ' MAT-PREALABLE.
           PERFORM 1100-LIRE-MATIERE.

      * Recueille une ligne de matiere, la fait confirmer puis
           ELSE
               MOVE 'A' TO marque-active
           END-IF.
           MOVE SPACES TO nouveau-prealable.
           DISPLAY pls-prealable.
           ACCEPT pls-prealable.
      * une matiere ne peut pas etre son propre prealable
           IF nouveau-prealable = nouveau-code
               MOVE SPACES TO nouveau-prealable
           END-IF.
           DISPLAY pls-confirmer.
           ACCEPT pls-confirmer.
           EVALUATE TRUE
           MOVE nouveau-libelle TO MAT-LIBELLE.
           MOVE coef-valide TO MAT-COEF.
           MOVE marque-active TO MAT-ACTIVE.
           MOVE nouveau-prealable TO MAT-PREALABLE.
           OPEN EXTEND MATIERES-FILE.
           IF matieres-statut = '35'
               OPEN OUTPUT MATIERES-FILE
