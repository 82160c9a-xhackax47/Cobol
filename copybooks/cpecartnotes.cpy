      * Copybook d'enregistrement pour ECART-NOTES.DAT
      * Ecart en points au-dela duquel la moyenne d'une matiere ou
      * d'un enseignant, rapprochee de celle des autres notes des
      * memes classes, est signalee par RapportCoherenceNotes ; une
      * seule ligne, relue a chaque execution. Absent, l'ecart par
      * defaut du programme s'applique.
       01 ECART-NOTES-ENREGISTREMENT.
           05 ECN-ECART               PIC 9(02)V9(02).
