      * Copybook d'enregistrement pour TRANSFERTS-SITES.DAT
      * Registre des transferts de fonds entre sites, alimente par
      * SaisirTransfertSites : deux lignes par transfert, sous le
      * meme numero, une par cote. Le cote emission (E) porte
      * l'ecriture du site qui envoie les fonds (debit du compte de
      * liaison a recevoir, credit de la tresorerie), le cote
      * reception (R) celle du site qui les recoit (debit de la
      * tresorerie, credit du compte de liaison a payer). Chaque
      * cote garde le numero de transaction de son ecriture et la
      * date de saisie, qui decide de son envoi au siege.
       01 TRANSFERT-SITE-ENREGISTREMENT.
           05 TSI-NUMERO              PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TSI-COTE                PIC X(01).
               88 TSI-EMISSION        VALUE 'E'.
               88 TSI-RECEPTION       VALUE 'R'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TSI-SITE                PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TSI-SITE-PARTENAIRE     PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TSI-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TSI-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TSI-NUMERO-TRA          PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TSI-LIBELLE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TSI-SAISIE              PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TSI-AUTEUR              PIC X(08).
