      * Copybook d'enregistrement pour LIVRAISONS-RAPPORTS.DAT
      * Journal de remise des rapports, alimente par
      * DiffuserRapports en fin de chaine : une ligne par rapport et
      * par destinataire de la table de diffusion, diffusee avec
      * son canal, son adresse, ses exemplaires et son nombre de
      * lignes, ou marquee manquante quand le rapport etait attendu
      * ce jour-la et n'a pas ete produit. Le destinataire accuse
      * reception via AccuserReception, qui y porte la date et
      * l'heure.
       01 LIVRAISON-ENREGISTREMENT.
           05 LIV-TYPE                PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LIV-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LIV-DESTINATAIRE        PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LIV-CANAL               PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LIV-ADRESSE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LIV-EXEMPLAIRES         PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LIV-LIGNES              PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LIV-STATUT              PIC X(01).
               88 LIV-DIFFUSE         VALUE 'D'.
               88 LIV-RECU            VALUE 'R'.
               88 LIV-MANQUANT        VALUE 'M'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LIV-DATE-RECEPTION      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LIV-HEURE-RECEPTION     PIC 9(06).
