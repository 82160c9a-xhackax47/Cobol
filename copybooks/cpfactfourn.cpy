      * Copybook d'enregistrement pour FACTURES-FOURNISSEURS.DAT
      * Factures recues des fournisseurs (dettes fournisseurs),
      * saisies par SaisirFactureFournisseur : fournisseur (code de
      * TIERS.DAT), reference de la facture chez le fournisseur, bon
      * de commande d'origine s'il y en a un (zero sinon), type et
      * compte d'imputation, montant et echeance. Le fichier
      * s'alimente au fil de l'eau et la derniere ligne d'un numero
      * donne l'etat courant de la facture : ouverte (O) jusqu'au
      * reglement par ReglerFournisseurs, qui la marque reglee (R)
      * avec la date et la reference du virement.
       01 FACTURE-FOURN-ENREGISTREMENT.
           05 FFO-NUMERO              PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-TIERS               PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-REFERENCE           PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-COMMANDE            PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-TYPE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-COMPTE              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-DATE-FACTURE        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-DATE-ECHEANCE       PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-STATUT              PIC X(01).
               88 FFO-OUVERTE         VALUE 'O'.
               88 FFO-REGLEE          VALUE 'R'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-DATE-REGLEMENT      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-VIREMENT            PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FFO-AUTEUR              PIC X(08).
