      * Copybook d'enregistrement pour SOLDE-CONTREPARTIES.DAT
      * Soldes des comptes de contrepartie (tresorerie) du grand
      * livre, tenus par ManipulationAdd a cote de SOLDE.DAT : une
      * ligne par compte et par devise. SOLDE.DAT garde ainsi la
      * position des comptes de nature, et la somme des deux
      * fichiers, devise par devise, retombe a zero.
       01 SOLDE-CONTREPARTIE-ENREGISTREMENT.
           05 SCP-DEVISE              PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCP-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCP-COMPTE              PIC X(06).
