      * Copybook d'enregistrement pour CONTACTS-ETUDIANTS.DAT
      * Responsables et adresses postales des etudiants : une ligne
      * par etudiant et par responsable (rang 1 a 9), entretenue par
      * MaintenirContacts en ajout seulement, la derniere ligne d'un
      * meme etudiant + rang faisant foi. Un seul responsable est
      * marque payeur (factures et relances) et un seul destinataire
      * des courriers scolaires (lettres d'echec) ; une adresse est
      * utilisable quand rue, code postal et ville sont remplis.
       01 CONTACT-ENREGISTREMENT.
           05 CTC-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-RANG                PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-NOM                 PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-LIEN                PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-ADRESSE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-CODE-POSTAL         PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-VILLE               PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-TELEPHONE           PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-COURRIEL            PIC X(40).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-PAYEUR              PIC X(01).
               88 CTC-EST-PAYEUR      VALUE 'O'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-DESTINATAIRE        PIC X(01).
               88 CTC-EST-DESTINATAIRE VALUE 'O'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CTC-STATUT              PIC X(01).
               88 CTC-ACTIF           VALUE 'A'.
               88 CTC-RETIRE          VALUE 'R'.
