      * Copybook d'enregistrement pour DOTATIONS-PASSEES.DAT
      * Une ligne par periode dont les amortissements ont ete passes
      * par AmortirImmobilisations : nombre de biens dotes et montant
      * total. Une periode presente ici ne peut etre dotee une
      * seconde fois.
       01 DOTATION-ENREGISTREMENT.
           05 DOT-PERIODE             PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOT-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOT-IMMOBILISATIONS     PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DOT-MONTANT             PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
