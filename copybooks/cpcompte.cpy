      * de mouvement (scolarite, cantine, fournisseurs...),
      * entretenu par MaintenirComptes. Un mouvement sans code
      * compte est porte au compte general GEN.
      * La nature du compte commande la cloture d'exercice : les
      * comptes de produits (P) et de charges (C) sont soldes sur le
      * compte de resultat, les autres (bilan) sont reportes sur le
      * nouvel exercice.
       01 COMPTE-ENREGISTREMENT.
           05 CPT-CODE                PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CPT-LIBELLE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CPT-NATURE              PIC X(01).
               88 CPT-PRODUIT         VALUE 'P'.
               88 CPT-CHARGE          VALUE 'C'.
               88 CPT-GESTION         VALUE 'P' 'C'.
