      * Copybook d'enregistrement pour SAISIES.DAT
      * Une ligne par valeur saisie sur les écrans pls/pla
      * de calcul.cob et etiquette.cob.
      * L'operateur signe au menu est consigne sur la saisie, qui
      * attend la verification par double saisie a l'aveugle d'un
      * autre operateur (VerifierSaisies) : verifiee quand les deux
      * frappes concordent, corrigee quand le verificateur a saisi
      * la valeur juste apres un ecart. Seules les saisies
      * controlees sont comptees par ConsommerSaisies.
       01 SAISIE-ENREGISTREMENT.
           05 SAI-VALEUR              PIC 9(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAI-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAI-HEURE               PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAI-OPERATEUR           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAI-STATUT              PIC X(01).
               88 SAI-A-VERIFIER      VALUE 'A' ' '.
               88 SAI-VERIFIEE        VALUE 'V'.
               88 SAI-CORRIGEE        VALUE 'C'.
               88 SAI-CONTROLEE       VALUE 'V' 'C'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAI-VERIFICATEUR        PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 SAI-DATE-VERIF          PIC 9(08).
