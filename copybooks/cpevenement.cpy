      * Copybook d'enregistrement pour EVENEMENTS.DAT
      * Fichier des evenements de groupe recus a l'accueil (portes
      * ouvertes, sorties scolaires, sessions de formation) : code,
      * intitule, date, hote, effectif attendu et zone, entretenu
      * par GererEvenements. AccueillirEvenement y reprend l'hote et
      * la zone de chaque participant pointe, et RapportEvenements
      * compare l'effectif attendu a l'effectif reel.
       01 EVENEMENT-ENREGISTREMENT.
           05 EVT-CODE                PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EVT-LIBELLE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EVT-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EVT-HOTE                PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EVT-ATTENDUS            PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EVT-ZONE                PIC X(03).
