           05 TRA-TIERS               PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRA-SITE                PIC X(03).
      * Rang de la ligne dans son ecriture : les lignes d'une meme
      * ecriture se suivent, partagent le numero de transaction et
      * doivent se solder a zero (negatif au debit, positif au
      * credit) ; zero ou absent, le mouvement est simple et
      * ManipulationAdd le contrepasse sur le compte de contrepartie
      * de son type
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRA-LIGNE               PIC 9(03).
      * Date comptable du mouvement (AAAAMMJJ), dont la periode doit
      * etre ouverte ; zero ou absente, le mouvement est date du jour
      * de sa passation
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRA-DATE                PIC 9(08).
      * Utilisateur qui a saisi le mouvement a l'ecran, repris de la
      * session ; vide pour un mouvement produit par un traitement
      * par lots. Il suit la transaction dans la file d'attente
      * d'approbation, ou il ne peut approuver son propre travail
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRA-AUTEUR              PIC X(08).
      * Horodatage de la saisie (AAAAMMJJ puis HHMMSS), pose par
      * l'ecran a l'ecriture du mouvement ; la passation de
      * mi-journee ne retient que les mouvements saisis jusqu'a
      * l'heure de coupure. Zero pour un mouvement produit par un
      * traitement par lots, qui part avec le lot suivant
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRA-DATE-SAISIE         PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TRA-HEURE-SAISIE        PIC 9(06).
