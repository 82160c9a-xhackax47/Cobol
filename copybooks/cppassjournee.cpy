      * Copybook d'enregistrement pour PASSAGES-JOURNEE.DAT
      * Une ligne par passation de mi-journee : date et heure du
      * lancement, numero de passage qui lui a ete alloue, heure de
      * coupure appliquee, lignes passees et lignes renvoyees a la
      * nuit, montant remis a la mise a jour du solde et son code
      * retour. Le numero du passage de nuit est pose par
      * SommaireJournee quand la passation a figure au sommaire de
      * fin de journee ; il reste a zero jusque-la.
       01 PASSAGE-JOURNEE-ENREGISTREMENT.
           05 PJO-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PJO-HEURE               PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PJO-PASSAGE             PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PJO-COUPURE             PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PJO-RETENUES            PIC 9(07).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PJO-DIFFEREES           PIC 9(07).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PJO-MONTANT             PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PJO-CODE-RETOUR         PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PJO-PASSAGE-NUIT        PIC 9(05).
