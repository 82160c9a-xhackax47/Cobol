      * enseignant, entretenue par MaintenirEnseignants ; croisee
      * contre NOTES-MASTER.DAT par RapportAvancementNotes pour
      * reperer les remises de notes nulles ou partielles.
      * Les heures par mois sont la charge affectee, contre laquelle
      * SaisirFeuilleHeures controle les heures de cours declarees.
       01 AFFECTATION-ENREGISTREMENT.
           05 AFF-ENSEIGNANT          PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AFF-COURS               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AFF-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AFF-HEURES-MOIS         PIC 9(03).
