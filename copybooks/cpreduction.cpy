      * Copybook d'enregistrement pour REDUCTIONS-FRAIS.DAT
      * Regles de reduction sur les frais de scolarite, entretenues
      * par MaintenirReductions en ajout seulement, la derniere
      * ligne d'un meme code faisant foi. Une reduction est un
      * pourcentage du montant du bareme ou un montant fixe par
      * facture trimestrielle, valable entre deux dates. Elle vaut
      * pour les etudiants qui remplissent tous ses criteres : rang
      * dans la fratrie au moins egal au rang indique (zero = sans
      * condition de fratrie) et categorie attribuee a l'etudiant
      * dans REDUCTIONS-ETUDIANTS.DAT (vide = sans condition de
      * categorie) ; une regle porte au moins un des deux criteres.
       01 REDUCTION-ENREGISTREMENT.
           05 RED-CODE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RED-LIBELLE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RED-MODE                PIC X(01).
               88 RED-POURCENTAGE     VALUE 'P'.
               88 RED-FORFAIT         VALUE 'F'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RED-VALEUR              PIC 9(05)V99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RED-RANG-FRATRIE        PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RED-CATEGORIE           PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RED-DEBUT               PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RED-FIN                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RED-STATUT              PIC X(01).
               88 RED-ACTIVE          VALUE 'A'.
               88 RED-RETIREE         VALUE 'R'.
