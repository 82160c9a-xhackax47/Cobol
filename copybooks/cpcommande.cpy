      * Copybook d'enregistrement pour COMMANDES.DAT
      * Bons de commande aux fournisseurs, saisis par SaisirCommande :
      * fournisseur (code de TIERS.DAT), compte, type de transaction
      * et montant engage. Le fichier s'alimente au fil de l'eau et
      * la derniere ligne d'un numero donne l'etat courant de la
      * commande. Une commande engagee (E) consomme le budget de son
      * type et de son mois jusqu'a ce qu'elle soit soldee (S) ; une
      * commande au-dela du budget restant attend (A) la decision
      * d'ApprouverModifications, qui l'engage ou la rejette (R).
       01 COMMANDE-ENREGISTREMENT.
           05 CMD-NUMERO              PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CMD-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CMD-TIERS               PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CMD-COMPTE              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CMD-TYPE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CMD-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CMD-STATUT              PIC X(01).
               88 CMD-EN-ATTENTE      VALUE 'A'.
               88 CMD-ENGAGEE         VALUE 'E'.
               88 CMD-SOLDEE          VALUE 'S'.
               88 CMD-REJETEE         VALUE 'R'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CMD-AUTEUR              PIC X(08).
