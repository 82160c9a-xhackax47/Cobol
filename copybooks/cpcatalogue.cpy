      * Copybook d'enregistrement pour CATALOGUE-SAUVEGARDES.DAT
      * Journal des sauvegardes de generation et des restaurations
      * des fichiers maitres : fichier concerne, action (S
      * sauvegarde, R restauration, P reprise des mouvements
      * posterieurs a la generation restauree), generation et
      * horodatage. Le numero du passage en cours situe la
      * sauvegarde dans HISTORIQUE.DAT pour la reprise des
      * mouvements posterieurs.
       01 CATALOGUE-ENREGISTREMENT.
           05 CAT-FICHIER             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CAT-ACTION              PIC X(01).
               88 CAT-SAUVEGARDE      VALUE 'S'.
               88 CAT-RESTAURATION    VALUE 'R'.
               88 CAT-REPRISE         VALUE 'P'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CAT-GENERATION          PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CAT-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CAT-HEURE               PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CAT-PASSAGE             PIC 9(05).
