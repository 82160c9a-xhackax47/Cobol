      * Copybook d'enregistrement pour SESSIONS-ACTIVES.DAT
      * Registre des sessions ouvertes au menu, partage entre les
      * postes : une ligne par session, avec l'utilisateur, le site,
      * l'heure d'ouverture et celle de la derniere activite. Une
      * session sans activite depuis le delai d'inactivite de
      * DELAI-SESSION.DAT n'est plus vivante et ne bloque plus une
      * nouvelle signature du meme identifiant.
       01 SESSION-ACTIVE-ENREGISTREMENT.
           05 SAC-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAC-SITE                PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAC-DATE-DEBUT          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAC-HEURE-DEBUT         PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAC-DATE-ACTIVITE       PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAC-HEURE-ACTIVITE      PIC 9(06).
