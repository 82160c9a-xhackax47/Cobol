      * Copybook d'enregistrement pour JOURNAL-ACCES.DAT
      * Une ligne par tentative d'acces refusee au menu, horodatee
      * avec l'utilisateur et l'option demandee, pour que les
      * auditeurs voient qui a tente quoi. Les fins de session
      * imposees y figurent aussi, avec l'option a zero : session
      * fermee par une nouvelle signature du meme identifiant, ou
      * session expiree apres inactivite. Les lignes anterieures,
      * sans motif, sont des refus.
       01 JOURNAL-ACCES-ENREGISTREMENT.
           05 JAC-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JAC-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JAC-CHOIX               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 JAC-MOTIF               PIC X(01).
               88 JAC-REFUS           VALUE 'R' SPACE.
               88 JAC-DECONNEXION     VALUE 'D'.
               88 JAC-INACTIVITE      VALUE 'I'.
