      * Copybook d'enregistrement pour LEVEES-ANONYMAT.DAT
      * Journal des levees d'anonymat : une ligne par execution de
      * LeverAnonymat, avec l'utilisateur signe au menu, la date,
      * l'heure et le compte des notes lues, versees sur NOTES.DAT
      * et laissees en attente faute de numero connu.
       01 LEVEE-ANONYMAT-ENREGISTREMENT.
           05 LVA-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LVA-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LVA-HEURE               PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LVA-LUES                PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LVA-VERSEES             PIC 9(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LVA-EN-ATTENTE          PIC 9(05).
