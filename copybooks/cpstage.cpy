      * Copybook d'enregistrement pour STAGES.DAT
      * Stage en entreprise des etudiants de classe terminale,
      * entretenu par MaintenirStages : entreprise d'accueil (code
      * du fichier maitre des contreparties TIERS.DAT), tuteur,
      * periode, marque de convention signee et note d'evaluation
      * rendue par l'entreprise, sur 20. Le fichier s'alimente au
      * fil de l'eau et la derniere ligne d'un etudiant donne l'etat
      * courant de son stage ; un stage rompu vaut stage absent.
      * ReporterNotesStages porte la note evaluee dans NOTES.DAT
      * sous la matiere STAG, au coefficient du catalogue des
      * matieres (ligne tenue inactive pour ne pas etre attendue de
      * toutes les classes) ; EmettreDiplomes refuse le diplome tant
      * que le stage manque ou n'est pas evalue.
       01 STAGE-ENREGISTREMENT.
           05 STG-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-NOM                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-TIERS               PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-TUTEUR              PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-DEBUT               PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-FIN                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-CONVENTION          PIC X(01).
               88 STG-CONVENTION-SIGNEE VALUE 'O'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-EVALUATION          PIC X(01).
               88 STG-EVALUE          VALUE 'O'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-NOTE                PIC 9(02)V9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-STATUT              PIC X(01).
               88 STG-ACTIF           VALUE 'A'.
               88 STG-ROMPU           VALUE 'R'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-DATE-MAJ            PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 STG-UTILISATEUR         PIC X(08).
