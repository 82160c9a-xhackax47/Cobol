      * Copybook d'enregistrement pour REDUCTIONS-ETUDIANTS.DAT
      * Categories de reduction attribuees aux etudiants (enfant du
      * personnel, situation sociale, ...), entretenues par
      * AttribuerReductions en ajout seulement, la derniere ligne
      * d'un meme etudiant + categorie faisant foi. L'attribution
      * vaut entre ses deux dates tant qu'elle est active ; le
      * motif justifie la decision.
       01 REDUCTION-ETUDIANT-ENREGISTREMENT.
           05 RAT-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAT-CATEGORIE           PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAT-DEBUT               PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAT-FIN                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAT-STATUT              PIC X(01).
               88 RAT-ACTIVE          VALUE 'A'.
               88 RAT-RETIREE         VALUE 'R'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAT-MOTIF               PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAT-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAT-UTILISATEUR         PIC X(08).
