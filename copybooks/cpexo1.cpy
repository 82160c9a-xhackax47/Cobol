      * Mode d'execution et zones de travail du mode lot
       77 mode-exec PIC X(01) VALUE 'I'.
           88 mode-lot VALUE 'L' 'l'.
           88 mode-financier VALUE 'F' 'f'.
       77 indic-calcul-valide PIC X(01) VALUE 'N'.
           88 calcul-valide VALUE 'O'.
       77 indic-fin-calculs PIC X(01) VALUE 'N'.
