      * Copybook d'enregistrement pour PARAM-JOURNEE.DAT
      * Parametre de la passation de mi-journee, une seule ligne :
      * heure de coupure (HHMM). PassageJournee ne passe que les
      * mouvements saisis avant cette heure ; les suivants attendent
      * la chaine de nuit (1200 par defaut).
       01 PARAM-JOURNEE-ENREGISTREMENT.
           05 PJR-HEURE-COUPURE       PIC 9(04).
