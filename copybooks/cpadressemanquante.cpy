      * Copybook d'enregistrement pour ADRESSES-MANQUANTES.DAT
      * Exceptions d'adressage : un document (facture, relance,
      * lettre d'echec) dont l'etudiant n'a aucun responsable actif
      * a adresse utilisable. Ajoute par GenererFactures,
      * GenererRelances et GenererLettresEchec, repris par le
      * secretariat pour completer CONTACTS-ETUDIANTS.DAT.
       01 ADRESSE-MANQUANTE-ENREGISTREMENT.
           05 AMQ-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AMQ-PROGRAMME           PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AMQ-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AMQ-NOM                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AMQ-DOCUMENT            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AMQ-REFERENCE           PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 AMQ-MOTIF               PIC X(30).
