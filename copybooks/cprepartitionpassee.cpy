      * Copybook d'enregistrement pour REPARTITIONS-PASSEES.DAT
      * Une ligne par regle et par periode repartie par
      * RepartirCharges : numero de l'ecriture de repartition et
      * montant reparti. Une regle presente ici pour une periode ne
      * peut y etre repartie une seconde fois.
       01 REPARTITION-PASSEE-ENREGISTREMENT.
           05 RPP-CODE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPP-PERIODE             PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPP-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPP-NUMERO-TRA          PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RPP-MONTANT             PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
