      * Copybook d'enregistrement pour LIMITES-VOLUMES.DAT
      * Taille limite en octets retenue pour un fichier de donnees,
      * a laquelle le rapport hebdomadaire des volumes projette la
      * date d'atteinte ; zero, le fichier est suivi sans limite.
      * Un fichier absent du dictionnaire des fichiers est ajoute
      * au releve nocturne des qu'il a sa ligne ici. Fichier de
      * parametres sous historique.
       01 LIMITE-VOLUME-ENREGISTREMENT.
           05 LIM-FICHIER             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 LIM-OCTETS              PIC 9(12).
