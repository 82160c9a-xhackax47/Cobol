           05 SUS-MOTIF               PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-NUMERO              PIC 9(09).
      * Date comptable demandee par la transaction (zero = du jour)
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-DATE-COMPTABLE      PIC 9(08).
      * Date de la mise en suspens, d'ou se calcule l'anciennete, et
      * ce qu'il faut de la transaction d'origine pour la liberer
      * vers TRANSACTIONS.DAT une fois corrigee
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-DATE-SUSPENS        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-COMPTE              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-TIERS               PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-SITE                PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-LIGNE               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-APPROBATION         PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-AUTEUR              PIC X(08).
      * Sort donne par TraiterSuspens, vide tant que la transaction
      * est en suspens : L liberee pour le prochain passage, P passee
      * en perte avec son motif ; l'utilisateur et la date du
      * traitement suivent. Les transactions traitees quittent
      * SUSPENS-TRANSACTIONS.DAT pour SUSPENS-TRAITES.DAT
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-SORT                PIC X(01).
               88 SUS-LIBEREE         VALUE 'L'.
               88 SUS-PASSEE-PERTE    VALUE 'P'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-MOTIF-SORT          PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SUS-DATE-SORT           PIC 9(08).
