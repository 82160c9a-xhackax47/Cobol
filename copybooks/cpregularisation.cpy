      * Copybook d'enregistrement pour REGULARISATIONS.DAT
      * Echeancier des regularisations de fin de mois, entretenu par
      * MaintenirRegularisations. Une charge a payer (A) est passee
      * une fois, a la fin de sa periode, puis extournee le premier
      * jour de la periode suivante ; une charge constatee d'avance
      * (P) est reprise en charge par tranches mensuelles egales sur
      * REG-NB-MOIS mois a partir de sa periode. Le compte de charge
      * est debite, le compte de bilan (dette ou charge d'avance)
      * credite. Le fichier s'alimente au fil de l'eau et la derniere
      * ligne d'un numero donne l'etat courant : en cours (O),
      * soldee (S) ou annulee avant tout passage (X).
       01 REGULARISATION-ENREGISTREMENT.
           05 REG-NUMERO              PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-NATURE              PIC X(01).
               88 REG-CHARGE-A-PAYER  VALUE 'A'.
               88 REG-CHARGE-AVANCE   VALUE 'P'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-LIBELLE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-COMPTE-CHARGE       PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-COMPTE-BILAN        PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-TYPE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-PERIODE-DEBUT       PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-NB-MOIS             PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-MOIS-PASSES         PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-DEJA-PASSE          PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-DERNIERE-PERIODE    PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-STATUT              PIC X(01).
               88 REG-EN-COURS        VALUE 'O'.
               88 REG-SOLDEE          VALUE 'S'.
               88 REG-ANNULEE         VALUE 'X'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REG-AUTEUR              PIC X(08).
