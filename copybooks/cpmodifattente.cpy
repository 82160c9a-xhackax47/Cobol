               88 MOD-EN-ATTENTE      VALUE 'A'.
               88 MOD-VALIDEE         VALUE 'V'.
               88 MOD-REJETEE         VALUE 'R'.
      * Administrateur qui a approuve ou rejete la modification,
      * vide tant qu'elle est en attente
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MOD-APPROBATEUR         PIC X(08).
