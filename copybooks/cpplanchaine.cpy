      * dans l'ordre du plan, avec la marque active, le nom de
      * l'etape dont elle depend (vide = aucune), la conduite sur
      * erreur (arreter la chaine ou poursuivre) et la periodicite
      * (chaque jour, chaque dimanche, fin de mois, fin d'annee).
      * Entretenu par MaintenirPlanChaine ; la chaine valide le plan
      * avant de demarrer et, sans plan, deroule l'ordre cable comme
      * avant.
       01 PLAN-CHAINE-ENREGISTREMENT.
           05 PLN-ORDRE               PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PLN-PERIODE             PIC X(01).
               88 PLN-CHAQUE-JOUR     VALUE 'J'.
               88 PLN-FIN-SEMAINE     VALUE 'S'.
               88 PLN-FIN-MOIS        VALUE 'M'.
               88 PLN-FIN-ANNEE       VALUE 'A'.
