      * Copybook d'enregistrement pour ECARTS-SAISIES.DAT
      * Journal des desaccords de la double saisie : saisie en
      * cause (date, heure, operateur), verificateur, valeur de la
      * premiere frappe, valeur de la frappe de verification,
      * valeur retenue par le verificateur et horodatage de la
      * verification. Alimente par VerifierSaisies.
       01 ECART-SAISIE-ENREGISTREMENT.
           05 ESA-DATE-SAISIE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESA-HEURE-SAISIE        PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESA-OPERATEUR           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESA-VERIFICATEUR        PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESA-VALEUR-SAISIE       PIC 9(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESA-VALEUR-VERIF        PIC 9(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESA-VALEUR-RETENUE      PIC 9(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESA-DATE-VERIF          PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ESA-HEURE-VERIF         PIC 9(06).
