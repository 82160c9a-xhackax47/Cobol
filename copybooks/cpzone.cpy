      * Table de reference des zones du batiment : code, libelle et
      * point de rassemblement, entretenue par MaintenirZones. La
      * zone de destination est saisie sur chaque visite a
      * l'accueil, pour que l'appel d'evacuation dise ou sont les
      * visiteurs presents, pas seulement qu'ils sont dans les
      * murs ; elle reste portee sur la visite close pour le
      * rapprochement des passages aux portiques. Une zone a
      * acces restreint n'est ouverte qu'aux personnes dont
      * l'induction securite (INDUCTIONS.DAT) est en cours de
      * validite ; un enregistrement anterieur a l'indicateur vaut
      * zone libre.
       01 ZONE-ENREGISTREMENT.
           05 ZON-CODE                PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ZON-LIBELLE             PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ZON-RASSEMBLEMENT       PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ZON-ACCES               PIC X(01).
               88 ZON-RESTREINTE      VALUE 'R'.
               88 ZON-LIBRE           VALUE ' ' 'L'.
