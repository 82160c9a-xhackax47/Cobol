      * Fichier des utilisateurs habilites au menu : identifiant,
      * mot de passe et role (C consultation seule, M maintenance,
      * A administration), entretenu par MaintenirUtilisateurs.
      * Le responsable est l'identifiant du manager qui recertifie
      * les droits de l'utilisateur a chaque campagne ; un
      * utilisateur suspendu (droits non recertifies, ou acces
      * revoque) ne peut plus ouvrir de session au menu.
       01 UTILISATEUR-ENREGISTREMENT.
           05 UTI-ID                  PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
               88 UTI-ADMIN           VALUE 'A'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UTI-DATE-MDP            PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UTI-RESPONSABLE         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 UTI-ETAT                PIC X(01).
               88 UTI-ACTIF           VALUE 'A' SPACE.
               88 UTI-SUSPENDU        VALUE 'S'.
