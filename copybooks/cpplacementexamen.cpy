      * Copybook d'enregistrement pour PLACEMENTS-EXAMEN.DAT
      * Une ligne par candidat et par epreuve de premiere session :
      * etudiant, classe, matiere, creneau, date, demi-journee,
      * salle et numero de place. Produit par PlanifierExamens, qui
      * remplit les salles dans l'ordre jusqu'a leur capacite, et
      * trie par salle pour les listes de porte ou par etudiant pour
      * les convocations.
       01 PLACEMENT-EXAMEN-ENREGISTREMENT.
           05 PEX-CRENEAU             PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PEX-SALLE               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PEX-PLACE               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PEX-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PEX-NOM                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PEX-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PEX-COURS               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PEX-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PEX-DEMI-JOURNEE        PIC X(01).
