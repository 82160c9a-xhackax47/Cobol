      * Copybook d'enregistrement pour PARTICIPANTS.DAT
      * Liste des participants inscrits a un evenement de groupe,
      * chargee a l'avance par GererEvenements : une ligne par
      * personne, avec son etat (inscrit, arrive, parti), le badge
      * remis et les heures d'arrivee et de depart estampillees par
      * AccueillirEvenement. L'heure d'arrivee est aussi celle de
      * la visite ecrite dans VISITEURS.DAT, qui permet de la
      * retrouver a la sortie du groupe.
       01 PARTICIPANT-ENREGISTREMENT.
           05 PTC-EVENEMENT           PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PTC-NOM                 PIC X(25).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PTC-STATUT              PIC X(01).
               88 PTC-INSCRIT         VALUE 'I'.
               88 PTC-ARRIVE          VALUE 'A'.
               88 PTC-PARTI           VALUE 'P'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PTC-BADGE               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PTC-HEURE-ARRIVEE       PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 PTC-HEURE-DEPART        PIC 9(06).
