      * Copybook d'enregistrement pour PARAM-IMMOBILISATIONS.DAT
      * Parametres de la passation des amortissements, une seule
      * ligne : type de transaction des ecritures (AMOR par defaut),
      * compte de dotation (DOTAMO), compte d'amortissements cumules
      * (AMORT), compte de resultat de cession (CESSIO) et compte
      * d'encaissement du prix de cession (BANQUE).
       01 PARAM-IMMO-ENREGISTREMENT.
           05 PIM-TYPE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PIM-COMPTE-DOTATION     PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PIM-COMPTE-AMORT        PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PIM-COMPTE-CESSION      PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PIM-COMPTE-PRODUIT      PIC X(06).
