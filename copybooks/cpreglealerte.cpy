      * connues d'EvaluerAlertes : ECART-RAPPRO (somme des ecarts
      * de rapprochement), REJ-CALCUL, REJETS-NOTES,
      * PART-SS-MENT (part des sans mention en pour cent),
      * VISITEURS (visiteurs du jour), SUSPENS-AGE (anciennete en
      * jours de la plus vieille transaction en suspens),
      * CROIS-VOLUME (plus forte croissance de la nuit, en pour
      * cent, de la taille d'un fichier de donnees).
       01 REGLE-ALERTE-ENREGISTREMENT.
           05 REG-METRIQUE            PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
