      * Copybook d'enregistrement pour NOTIFICATIONS.DAT
      * File d'attente unique des avis sortants par courriel (E) ou
      * SMS (S) : programme d'origine, destinataire et son adresse
      * electronique, cle du gabarit dans MESSAGES.DAT et jusqu'a
      * quatre champs de fusion, plus l'adresse postale de repli.
      * Alimentee en ajout par les traitements qui avisent (non-
      * venus, relances, lettres d'echec, alertes, echeances, chaine
      * en erreur) ; ExpedierNotifications numerote et remet les
      * avis en attente a la passerelle, puis reporte le retour
      * delivre ou en echec ; un avis en echec repart sur papier.
       01 NOTIFICATION-ENREGISTREMENT.
           05 NOT-SEQUENCE            PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-ORIGINE             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-CANAL               PIC X(01).
               88 NOT-PAR-COURRIEL    VALUE 'E'.
               88 NOT-PAR-SMS         VALUE 'S'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-DESTINATAIRE        PIC X(40).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-NOM                 PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-GABARIT             PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-CHAMP-1             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-CHAMP-2             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-CHAMP-3             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-CHAMP-4             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-ADRESSE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-CODE-POSTAL         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-VILLE               PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-STATUT              PIC X(01).
               88 NOT-EN-ATTENTE      VALUE 'A'.
               88 NOT-TRANSMIS        VALUE 'T'.
               88 NOT-DELIVRE         VALUE 'D'.
               88 NOT-REPLIE-PAPIER   VALUE 'P'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-DATE-STATUT         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NOT-MOTIF               PIC X(30).
