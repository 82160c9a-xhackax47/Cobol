      * Copybook d'enregistrement pour MANDATS-PRELEVEMENT.DAT
      * Mandats de prelevement signes par les responsables payeurs :
      * une ligne par etudiant, entretenue par MaintenirMandats en
      * ajout seulement, la derniere ligne d'un meme etudiant
      * faisant foi. Le mandat porte le rang du responsable payeur
      * signataire dans CONTACTS-ETUDIANTS.DAT, sa reference unique
      * (RUM) et les coordonnees bancaires a debiter ; seul un
      * mandat actif dont le signataire est toujours le payeur est
      * preleve par EmettrePrelevements.
       01 MANDAT-ENREGISTREMENT.
           05 MDT-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MDT-RANG                PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MDT-REFERENCE           PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MDT-TITULAIRE           PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MDT-IBAN                PIC X(34).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MDT-BIC                 PIC X(11).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MDT-DATE-SIGNATURE      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MDT-STATUT              PIC X(01).
               88 MDT-ACTIF           VALUE 'A'.
               88 MDT-REVOQUE         VALUE 'R'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MDT-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MDT-UTILISATEUR         PIC X(08).
