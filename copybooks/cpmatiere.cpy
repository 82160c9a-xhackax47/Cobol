      * et les chargeurs retiennent la derniere ligne de chaque code,
      * si bien qu'une mise a jour recouvre la precedente. Consulte
      * par SaisirNote, ControlerNotes et BulletinEtudiant pour
      * ecarter les codes matiere fantaisistes. La matiere prealable,
      * facultative, doit etre reussie au maitre des notes avant
      * toute inscription a la matiere (InscrireCours) ; les lignes
      * anterieures, plus courtes, la lisent a blanc.
       01 MATIERE-ENREGISTREMENT.
           05 MAT-CODE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MAT-ACTIVE              PIC X(01).
               88 MAT-EST-ACTIVE      VALUE 'A'.
               88 MAT-INACTIVE        VALUE 'I'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MAT-PREALABLE           PIC X(04).
