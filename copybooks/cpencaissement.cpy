      * Copybook d'enregistrement pour ENCAISSEMENTS-CAISSE.DAT
      * Encaissements recus au guichet de l'accueil (especes ou
      * cheque), un par recu imprime, rattaches a la session de
      * caisse ouverte et ecrits par GererCaisse. Le numero de recu
      * est alloue en sequence par NUMERO-RECU.DAT. A la fermeture
      * de la session, le total des encaissements part au grand
      * livre en un seul depot.
       01 ENCAISSEMENT-ENREGISTREMENT.
           05 ENC-RECU                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-SESSION             PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-HEURE               PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-MODE                PIC X(01).
               88 ENC-ESPECES         VALUE 'E'.
               88 ENC-CHEQUE          VALUE 'C'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-PAYEUR              PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-OBJET               PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-NUMERO-CHEQUE       PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-BANQUE              PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENC-UTILISATEUR         PIC X(08).
