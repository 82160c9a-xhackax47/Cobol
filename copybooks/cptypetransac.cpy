           05 TYP-CODE-TVA            PIC X(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TYP-TAUX-TVA            PIC 9(02)V9(02).
      * Compte de contrepartie du type : un mouvement simple y est
      * contrepasse pour former une ecriture equilibree ; vide
      * (ancien format), il vaut le compte de banque BANQUE
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TYP-CONTREPARTIE        PIC X(06).
