      * derniere etape achevee et statut du dernier lancement. Un
      * statut reste "en cours" signale un arret sur erreur ; a la
      * relance, la chaine propose de reprendre a l'etape en echec.
      * La date d'exploitation du lancement y est gardee pour qu'une
      * reprise retrouve les parametres en vigueur a cette date (une
      * ligne d'avant cette zone la lit a blanc).
       01 CHAINE-CKP-ENREGISTREMENT.
           05 CHK-ETAPE                PIC 9(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CHK-STATUT               PIC X(01).
               88 CHK-EN-COURS         VALUE 'R'.
               88 CHK-TERMINE          VALUE 'C'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 CHK-DATE                 PIC 9(08).
