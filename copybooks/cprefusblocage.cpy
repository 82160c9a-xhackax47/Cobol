      * Copybook d'enregistrement pour REFUS-BLOCAGES.DAT
      * Documents refuses pour blocage administratif actif : releve
      * officiel (GenererReleveNotes), diplome (EmettreDiplomes) ou
      * inscription en deuxieme session (InscrireRattrapage), avec
      * le type du blocage en cause et l'utilisateur demandeur.
      * Repris par RapportBlocages.
       01 REFUS-BLOCAGE-ENREGISTREMENT.
           05 RFB-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RFB-PROGRAMME           PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RFB-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RFB-NOM                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RFB-DOCUMENT            PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RFB-TYPE                PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 RFB-UTILISATEUR         PIC X(08).
