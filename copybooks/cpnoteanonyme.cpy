      * Copybook d'enregistrement pour NOTES-ANONYMES.DAT
      * Notes d'examen saisies a l'aveugle par SaisirNote (mode
      * anonyme) : session, numero d'anonymat de ANONYMATS.DAT,
      * matiere, note et coefficient, sans identifiant ni nom. Les
      * lignes attendent la levee d'anonymat (LeverAnonymat), qui
      * les verse sur NOTES.DAT et ne garde ici que celles dont le
      * numero n'a pas ete retrouve.
       01 NOTE-ANONYME-ENREGISTREMENT.
           05 NAN-SESSION             PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NAN-NUMERO              PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NAN-COURS               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NAN-VALEUR              PIC 9(02)V9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NAN-COEF                PIC 9(01)V9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NAN-DATE                PIC 9(08).
