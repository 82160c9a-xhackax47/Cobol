      * Copybook d'enregistrement pour ECHEANCIERS.DAT
      * Echeanciers de paiement accordes aux familles sur une
      * facture de scolarite : une ligne par echeancier, etabli par
      * MaintenirEcheancier sur le restant du de la facture (le
      * regle a la mise en place est retenu a part), en deux a six
      * echeances datees. LettrerPaiements ventile les paiements
      * lettres sur les echeances dans l'ordre ; GenererRelances
      * relance et classe l'impaye a partir des echeances, et rompt
      * l'echeancier a la deuxieme echeance manquee, le solde de la
      * facture redevenant exigible. Une facture n'a qu'un
      * echeancier actif a la fois ; les echeanciers rompus ou
      * soldes restent au fichier.
       01 ECHEANCIER-ENREGISTREMENT.
           05 ECH-FACTURE             PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ECH-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ECH-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ECH-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ECH-STATUT              PIC X(01).
               88 ECH-ACTIF           VALUE 'A'.
               88 ECH-ROMPU           VALUE 'R'.
               88 ECH-SOLDE           VALUE 'S'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ECH-DATE-STATUT         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ECH-DEJA-REGLE          PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ECH-NB                  PIC 9(01).
           05 ECH-TRANCHE OCCURS 6.
               10 FILLER              PIC X(01).
               10 ECT-ECHEANCE        PIC 9(08).
               10 FILLER              PIC X(01).
               10 ECT-MONTANT         PIC S9(7)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 FILLER              PIC X(01).
               10 ECT-REGLE           PIC S9(7)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 FILLER              PIC X(01).
               10 ECT-RELANCES        PIC 9(01).
