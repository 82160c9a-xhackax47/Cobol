      * par etudiant reellement inscrit, accessible par identifiant,
      * entretenu par MaintenirEtudiants et consulte par le
      * classement pour ecarter les identifiants fantaisistes.
      * La date de naissance (AAAAMMJJ, zero si inconnue) sert au
      * controle des doublons a l'import des admissions. Un maitre
      * de l'ancien format sans date de naissance (32 octets), ou
      * une sauvegarde de ce format remise en place par
      * RestaurerMaitre, est mis au format par ConvertirEtudiants.
       01 ETUDIANT-ENREGISTREMENT.
           05 INS-ID                  PIC X(06).
           05 INS-NOM                 PIC X(20).
           05 INS-STATUT              PIC X(01).
               88 INS-INSCRIT         VALUE 'A'.
               88 INS-PARTI           VALUE 'P'.
           05 INS-DATE-NAISSANCE      PIC 9(08).
