      * Identifiant de l'utilisateur signe au menu, depose a
      * l'ouverture de la session et repris par les ecrans qui
      * journalisent un identifiant d'operateur, a la place des
      * identifiants en texte libre. L'heure d'ouverture et celle
      * de la derniere activite au menu y sont tenues a jour.
       01 SESSION-ENREGISTREMENT.
           05 SES-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SES-LANGUE              PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SES-SITE                PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SES-DATE-DEBUT          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SES-HEURE-DEBUT         PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SES-DATE-ACTIVITE       PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SES-HEURE-ACTIVITE      PIC 9(06).
