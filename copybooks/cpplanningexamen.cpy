      * Copybook d'enregistrement pour PLANNING-EXAMENS.DAT
      * Une ligne par epreuve de premiere session placee par
      * PlanifierExamens : matiere, creneau, date, demi-journee et
      * nombre de candidats. Aucune classe n'a deux epreuves sur le
      * meme creneau. Reecrit a chaque planification.
       01 PLANNING-EXAMEN-ENREGISTREMENT.
           05 PLX-COURS               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PLX-CRENEAU             PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PLX-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PLX-DEMI-JOURNEE        PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PLX-CANDIDATS           PIC 9(04).
