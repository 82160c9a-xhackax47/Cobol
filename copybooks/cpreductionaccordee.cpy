      * Copybook d'enregistrement pour REDUCTIONS-ACCORDEES.DAT
      * Reductions accordees a la facturation : une ligne par
      * facture et par regle appliquee, ecrite par GenererFactures
      * avec la facture, et reprise par RapportReductions pour le
      * total des remises du trimestre par regle.
       01 REDUCTION-ACCORDEE-ENREGISTREMENT.
           05 RAC-FACTURE             PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAC-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAC-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAC-TRIMESTRE           PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAC-CODE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAC-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RAC-DATE                PIC 9(08).
