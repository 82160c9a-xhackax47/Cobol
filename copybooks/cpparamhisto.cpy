      * Copybook d'enregistrement pour PARAM-HISTORIQUE.DAT
      * Historique date d'effet des fichiers de parametres : chaque
      * version d'un fichier y est conservee ligne a ligne, avec sa
      * date d'effet, l'horodatage de son enregistrement et
      * l'utilisateur qui l'a faite. La version en vigueur a une
      * date est, parmi celles dont la date d'effet ne depasse pas
      * cette date, la plus grande cle de version (date d'effet
      * puis horodatage) ; une date d'effet a zero marque la reprise
      * du contenu en place avant l'ouverture de l'historique.
       01 PARAM-HISTO-ENREGISTREMENT.
           05 PHI-FICHIER             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PHI-VERSION.
               10 PHI-DATE-EFFET      PIC 9(08).
               10 FILLER              PIC X(01) VALUE SPACE.
               10 PHI-DATE-SAISIE     PIC 9(08).
               10 FILLER              PIC X(01) VALUE SPACE.
               10 PHI-HEURE-SAISIE    PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PHI-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PHI-LIGNE               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PHI-CONTENU             PIC X(100).
