      * Copybook d'enregistrement pour EMPLOI-TEMPS.DAT
      * Emploi du temps hebdomadaire : une ligne par seance d'une
      * classe (jour 1 = lundi a 6 = samedi, creneaux de debut et de
      * fin inclus, numerotes de 01 a 12), avec la matiere,
      * l'enseignant de ENSEIGNANTS.DAT et la salle. Entretenu par
      * MaintenirEmploiTemps, qui refuse un creneau ou l'enseignant,
      * la salle ou la classe est deja pris ; le fichier s'alimente
      * au fil de l'eau et les chargeurs retiennent la derniere
      * ligne d'une meme classe + jour + creneau de debut, une
      * seance inactive (I) liberant le creneau. Consulte par
      * SaisirAbsence et edite par EditerEmploiTemps.
       01 EMPLOI-TEMPS-ENREGISTREMENT.
           05 EDT-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EDT-JOUR                PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EDT-DEBUT               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EDT-FIN                 PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EDT-COURS               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EDT-ENSEIGNANT          PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EDT-SALLE               PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EDT-ACTIVE              PIC X(01).
               88 EDT-EST-ACTIVE      VALUE 'A'.
               88 EDT-INACTIVE        VALUE 'I'.
