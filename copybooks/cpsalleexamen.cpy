      * Copybook d'enregistrement pour SALLES-EXAMEN.DAT
      * Salles disponibles pour la premiere session d'examens et
      * leur capacite en places, dans l'ordre ou PlanifierExamens
      * les remplit a chaque creneau.
       01 SALLE-EXAMEN-ENREGISTREMENT.
           05 SLX-SALLE               PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SLX-CAPACITE            PIC 9(03).
