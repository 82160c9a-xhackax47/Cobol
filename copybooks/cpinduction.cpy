      * Copybook d'enregistrement pour INDUCTIONS.DAT
      * Induction securite du site suivie par une personne,
      * visiteur ou titulaire de laissez-passer : date de
      * realisation, version du support presente, duree de
      * validite en jours et date d'expiration qui en decoule.
      * Une personne peut avoir plusieurs inductions au fichier ;
      * la plus lointaine expiration fait foi. Saisie par
      * GererLaissezPasser, controlee par Saisie a l'entree d'une
      * zone a acces restreint.
       01 INDUCTION-ENREGISTREMENT.
           05 IND-NOM                 PIC X(25).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IND-SOCIETE             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IND-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IND-VERSION             PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IND-VALIDITE-JOURS      PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IND-EXPIRATION          PIC 9(08).
