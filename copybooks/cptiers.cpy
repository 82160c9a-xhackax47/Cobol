           05 TIE-CODE                PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TIE-NOM                 PIC X(30).
      * Coordonnees bancaires du fournisseur, reprises sur les
      * virements du reglement des factures fournisseurs ; vides,
      * le tiers n'est pas payable par virement
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TIE-IBAN                PIC X(34).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TIE-BIC                 PIC X(11).
