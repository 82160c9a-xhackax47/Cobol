
       1 pls-periode.
           2 LINE 13 COL 10 VALUE
               'Periode J=Jour S=Dimanche M=Fin mois A=Fin annee : '.
           2 PIC X(01) TO periode-saisie REQUIRED.

       1 pls-confirmer.
           DISPLAY pls-periode.
           ACCEPT pls-periode.
           EVALUATE TRUE
               WHEN periode-saisie = 'S' OR periode-saisie = 's'
                   MOVE 'S' TO periode-saisie
               WHEN periode-saisie = 'M' OR periode-saisie = 'm'
                   MOVE 'M' TO periode-saisie
               WHEN periode-saisie = 'A' OR periode-saisie = 'a'
