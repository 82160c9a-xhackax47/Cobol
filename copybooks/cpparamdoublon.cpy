      * Copybook d'enregistrement pour PARAM-DOUBLONS.DAT
      * Parametres de la detection des doublons de paiement, une
      * seule ligne : profondeur de recherche dans l'historique en
      * jours (30 par defaut), ecart de montant tolere en pourcentage
      * (1.00) et nombre de caracteres significatifs des references
      * compares (8).
       01 PARAM-DOUBLON-ENREGISTREMENT.
           05 PDB-JOURS               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PDB-TOLERANCE           PIC 9(02)V99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PDB-LONGUEUR-REFERENCE  PIC 9(02).
