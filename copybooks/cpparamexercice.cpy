      * Copybook d'enregistrement pour PARAM-EXERCICE.DAT
      * Parametres de l'exercice comptable, une seule ligne : mois
      * d'ouverture de l'exercice (01 a 12, 01 par defaut pour un
      * exercice civil) et compte de resultat sur lequel
      * ClotureExercice solde les comptes de produits et de charges
      * (RESULT par defaut).
       01 PARAM-EXERCICE-ENREGISTREMENT.
           05 PEX-MOIS-DEBUT          PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PEX-COMPTE-RESULTAT     PIC X(06).
