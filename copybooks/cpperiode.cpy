      * Copybook d'enregistrement pour PERIODES-COMPTABLES.DAT
      * Etat des periodes comptables (mois AAAAMM) du grand livre :
      * O = ouverte, C = close par ClotureMensuelle ou GererPeriodes,
      * V = verrouillee par ClotureExercice a la fin de l'exercice,
      * sans retour possible. Le fichier s'alimente au fil de l'eau
      * et la derniere ligne d'une periode donne son etat courant ;
      * une periode absente du fichier est ouverte. Aucune passation
      * n'est admise dans une periode close ou verrouillee.
       01 PERIODE-ENREGISTREMENT.
           05 PER-PERIODE             PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PER-STATUT              PIC X(01).
               88 PER-OUVERTE         VALUE 'O'.
               88 PER-CLOSE           VALUE 'C'.
               88 PER-VERROUILLEE     VALUE 'V'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PER-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PER-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PER-MOTIF               PIC X(40).
