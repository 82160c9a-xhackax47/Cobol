      * Copybook d'enregistrement pour SESSIONS-CAISSE.DAT
      * Sessions de caisse de l'accueil, tenues par GererCaisse en
      * ajout seulement : une ligne a l'ouverture (fonds de caisse),
      * une a la fermeture (comptage par coupure, cheques pointes,
      * ecart entre attendu et compte, bordereau de remise et
      * numero de la transaction de depot), une a chaque
      * reouverture par un superviseur. La derniere ligne d'une
      * meme session fait foi ; une caisse n'a qu'une session
      * ouverte a la fois.
       01 SESSION-CAISSE-ENREGISTREMENT.
           05 SCA-NUMERO              PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-CAISSE              PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-CAISSIER            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-DATE-OUVERTURE      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-FONDS               PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-STATUT              PIC X(01).
               88 SCA-OUVERTE         VALUE 'O'.
               88 SCA-FERMEE          VALUE 'F'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-DATE-FERMETURE      PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-ESPECES-ATTENDU     PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-ESPECES-COMPTE      PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-CHEQUES-ATTENDU     PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-CHEQUES-COMPTE      PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-ECART               PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-TRANSACTION         PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-REOUVERTURES        PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SCA-MOTIF               PIC X(30).
      * Nombre de billets et de pieces comptes a la fermeture, de
      * la coupure de 500 EUR a la piece de 1 centime
           05 SCA-COMPTAGE OCCURS 15.
               10 FILLER              PIC X(01).
               10 SCA-NB-COUPURE      PIC 9(04).
