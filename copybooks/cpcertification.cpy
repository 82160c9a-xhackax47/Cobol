      * Copybook d'enregistrement pour CERTIFICATIONS.DAT
      * Campagnes trimestrielles de recertification des acces,
      * conservees comme preuve pour les auditeurs : une ligne par
      * droit soumis a un responsable, soit l'acces au menu sous le
      * role de l'utilisateur (option a zero), soit une option
      * accordee nommement a l'utilisateur dans AUTORISATIONS.DAT.
      * Le responsable confirme ou revoque la ligne dans
      * CertifierAcces ; une ligne restee sans decision a
      * l'echeance est suspendue par CampagneCertification. La date
      * d'application est celle a laquelle une revocation ou une
      * suspension a ete portee dans UTILISATEURS.DAT ou
      * AUTORISATIONS.DAT.
       01 CERTIFICATION-ENREGISTREMENT.
           05 CER-CAMPAGNE            PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-NUMERO              PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-ECHEANCE            PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-RESPONSABLE         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-ROLE                PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-CHOIX               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-DECISION            PIC X(01).
               88 CER-EN-ATTENTE      VALUE SPACE.
               88 CER-CONFIRME        VALUE 'C'.
               88 CER-REVOQUE         VALUE 'R'.
               88 CER-SUSPENDU        VALUE 'S'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-DECIDEUR            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-DATE-DECISION       PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-HEURE-DECISION      PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 CER-DATE-APPLICATION    PIC 9(08).
