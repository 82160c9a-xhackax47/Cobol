      * Copybook d'enregistrement pour PARAM-SUSPENS.DAT
      * Parametre du suivi du suspens, une seule ligne : anciennete
      * en jours au-dela de laquelle une transaction encore en
      * suspens est signalee par RapportSuspens et EvaluerAlertes
      * (30 par defaut).
       01 PARAM-SUSPENS-ENREGISTREMENT.
           05 PSU-JOURS-ALERTE        PIC 9(03).
