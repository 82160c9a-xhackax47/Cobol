      * Copybook d'enregistrement pour COLIS.DAT
      * Registre des colis et livraisons recus a l'accueil, tenu
      * par GererColis a la place du cahier papier : numero
      * interne, transporteur, numero de suivi, destinataire
      * (hote du fichier maitre), reception horodatee avec
      * l'operateur qui a signe, puis remise au destinataire avec
      * le nom de la personne qui a retire le colis. Un colis en
      * attente porte des zeros en date et heure de remise.
       01 COLIS-ENREGISTREMENT.
           05 COL-NUMERO              PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-TRANSPORTEUR        PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-SUIVI               PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-HOTE-CODE           PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-HOTE                PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-DATE-RECEPTION      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-HEURE-RECEPTION     PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-OPERATEUR           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-STATUT              PIC X(01).
               88 COL-EN-ATTENTE      VALUE 'A'.
               88 COL-REMIS           VALUE 'R'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-RETIRE-PAR          PIC X(25).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-DATE-REMISE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 COL-HEURE-REMISE        PIC 9(06).
