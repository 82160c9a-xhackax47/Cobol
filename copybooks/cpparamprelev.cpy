      * Copybook d'enregistrement pour PARAM-PRELEVEMENT.DAT
      * Parametres du prelevement des factures de scolarite, une
      * seule ligne : identifiant creancier de l'etablissement
      * (ICS) porte en tete du fichier remis a la banque, et frais
      * de rejet mis a la charge de la famille sur la facture d'un
      * prelevement retourne impaye.
       01 PARAM-PRELEVEMENT-ENREGISTREMENT.
           05 PPR-CREANCIER           PIC X(13).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PPR-FRAIS-REJET         PIC 9(05)V99.
