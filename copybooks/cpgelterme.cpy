      * Copybook d'enregistrement pour GELS-TERMES.DAT
      * Etat des notes d'une classe pour un trimestre (1 a 3),
      * entretenu par GererGelTermes : O = trimestre ouvert a la
      * saisie, G = gele apres le conseil de classe, R = rouvert par
      * un administrateur pour le motif indique. Le fichier
      * s'alimente au fil de l'eau et la derniere ligne d'une classe
      * donne son etat courant. Une classe gelee voit toute
      * modification de note refusee par SaisirNote,
      * MaintenirNotesMaitre, GererAppels, LeverAnonymat et
      * ReporterNotesStages ; une classe rouverte voit chaque
      * modification tracee sur MODIFS-REOUVERTURE.DAT pour le
      * prochain dossier de jury.
       01 GEL-TERME-ENREGISTREMENT.
           05 GTE-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GTE-TERME               PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GTE-STATUT              PIC X(01).
               88 GTE-OUVERT          VALUE 'O'.
               88 GTE-GELE            VALUE 'G'.
               88 GTE-ROUVERT         VALUE 'R'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GTE-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GTE-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 GTE-MOTIF               PIC X(40).
