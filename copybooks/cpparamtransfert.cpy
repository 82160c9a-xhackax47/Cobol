      * Copybook d'enregistrement pour PARAM-TRANSFERTS.DAT
      * Parametres des transferts entre sites, une seule ligne :
      * type de transaction des ecritures (TRSI par defaut), compte
      * de liaison a recevoir du site emetteur (LIAREC), compte de
      * liaison a payer du site recepteur (LIAPAY) et compte de
      * tresorerie des deux cotes (BANQUE).
       01 PARAM-TRANSFERT-ENREGISTREMENT.
           05 PTS-TYPE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PTS-COMPTE-A-RECEVOIR   PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PTS-COMPTE-A-PAYER      PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PTS-COMPTE-TRESORERIE   PIC X(06).
