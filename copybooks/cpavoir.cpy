      * Copybook d'enregistrement pour AVOIRS.DAT
      * Registre des avoirs de scolarite emis par EtablirAvoir au
      * depart d'un etudiant en cours de trimestre : un avoir par
      * facture, numerote dans sa propre serie et rattache a la
      * facture d'origine. L'avoir porte le prorata applique (jours
      * restants sur jours du trimestre), le montant deduit de la
      * facture et la part remboursee a la famille quand elle avait
      * deja regle, avec le numero de la transaction de
      * remboursement passee dans TRANSACTIONS.DAT.
       01 AVOIR-ENREGISTREMENT.
           05 AVR-NUMERO              PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-FACTURE             PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-NOM                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-TRIMESTRE           PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-DATE-DEPART         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-JOURS               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-JOURS-TRIMESTRE     PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-REMBOURSE           PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-TRANSACTION         PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AVR-UTILISATEUR         PIC X(08).
