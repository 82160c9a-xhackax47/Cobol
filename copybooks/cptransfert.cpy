      * Copybook d'enregistrement pour TRANSFERTS.DAT
      * Journal des transferts d'etudiants tenu par
      * TransfererEtudiant : une ligne par arrivee en cours d'annee
      * (etablissement d'origine, terme externe repris et nombre de
      * notes transferees) ou par depart (etablissement de
      * destination), avec l'utilisateur qui l'a enregistre.
       01 TRANSFERT-ENREGISTREMENT.
           05 TRS-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRS-SENS                PIC X(01).
               88 TRS-ARRIVEE         VALUE 'E'.
               88 TRS-DEPART          VALUE 'S'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRS-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRS-ECOLE               PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRS-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRS-TERME               PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRS-NB-NOTES            PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRS-UTILISATEUR         PIC X(08).
