      * Copybook d'enregistrement pour PRELEVEMENTS.DAT
      * Registre des prelevements emis sur les factures de
      * scolarite : une ligne par prelevement, numerote dans sa
      * propre serie (PRLnnnnnnnnn, reference de bout en bout
      * transmise a la banque), ecrite par EmettrePrelevements pour
      * le solde echu d'une facture (echeance 0) ou pour une
      * echeance de son echeancier. Le registre porte
      * l'encaissement attendu et le numero de la transaction passee
      * au grand livre ; TraiterRejetsPrelevements marque rejetee la
      * ligne d'un prelevement retourne par la banque. Une facture
      * ou une echeance n'est jamais presentee deux fois.
       01 PRELEVEMENT-ENREGISTREMENT.
           05 PRL-REFERENCE           PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-FACTURE             PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-TRANCHE             PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-MANDAT              PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-TRANSACTION         PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-STATUT              PIC X(01).
               88 PRL-EMIS            VALUE 'E'.
               88 PRL-REJETE          VALUE 'R'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-DATE-RETOUR         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-MOTIF               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PRL-FRAIS               PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
