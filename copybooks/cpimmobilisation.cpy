      * Copybook d'enregistrement pour IMMOBILISATIONS.DAT
      * Registre des immobilisations, entretenu par
      * MaintenirImmobilisations : libelle, compte d'actif, date et
      * cout d'acquisition, duree d'utilisation en mois, methode
      * d'amortissement (L lineaire, D degressif), site et lieu. Le
      * fichier s'alimente au fil de l'eau et la derniere ligne d'un
      * numero donne l'etat courant du bien. AmortirImmobilisations
      * y cumule les dotations passees (IMM-AMORTI, jusqu'a la
      * periode IMM-DERNIERE-PERIODE) et passe la cession (C) d'un
      * bien dont la date de cession est atteinte.
       01 IMMOBILISATION-ENREGISTREMENT.
           05 IMM-NUMERO              PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-LIBELLE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-COMPTE              PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-DATE-ACQUISITION    PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-COUT                PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-DUREE               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-METHODE             PIC X(01).
               88 IMM-LINEAIRE        VALUE 'L'.
               88 IMM-DEGRESSIF       VALUE 'D'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-SITE                PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-LIEU                PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-DATE-CESSION        PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-PRIX-CESSION        PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-AMORTI              PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-DERNIERE-PERIODE    PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 IMM-STATUT              PIC X(01).
               88 IMM-ACTIVE          VALUE 'A'.
               88 IMM-CEDEE           VALUE 'C'.
