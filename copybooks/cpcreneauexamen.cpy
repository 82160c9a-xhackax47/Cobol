      * Copybook d'enregistrement pour CRENEAUX-EXAMEN.DAT
      * Creneaux ouverts a la premiere session d'examens, dans
      * l'ordre ou PlanifierExamens les remplit : numero, date et
      * demi-journee (M = matin, A = apres-midi). Une epreuve occupe
      * un creneau entier.
       01 CRENEAU-EXAMEN-ENREGISTREMENT.
           05 CRX-NUMERO              PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CRX-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CRX-DEMI-JOURNEE        PIC X(01).
               88 CRX-MATIN           VALUE 'M'.
               88 CRX-APRES-MIDI      VALUE 'A'.
