           SELECT PRE-ACCUEIL-NOUVEAU-FILE
               ASSIGN TO "PRE-ACCUEIL.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT VEHICULES-FILE ASSIGN TO "VEHICULES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS vehicules-statut.
           SELECT PARKING-FILE ASSIGN TO "PARKING-VISITEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS parking-statut.
           SELECT INDUCTIONS-FILE ASSIGN TO "INDUCTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS inductions-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD PRE-ACCUEIL-NOUVEAU-FILE.
       COPY "cppreaccueil.cpy".

       FD VEHICULES-FILE.
       COPY "cpvehicule.cpy".

       FD INDUCTIONS-FILE.
       COPY "cpinduction.cpy".

      * Nombre de places visiteurs du parking, numerotees de 1 a
      * ce nombre ; zero ou fichier absent : pas d'etape vehicule
       FD PARKING-FILE.
       01 PARKING-ENREGISTREMENT.
           05 PKV-PLACES              PIC 9(03).

       WORKING-STORAGE SECTION.
       77 nom PIC x(25).
       77 operateur-id PIC X(08).
           88 zone-valide VALUE 'O'.
       77 zone-saisie PIC X(03) VALUE SPACES.

      * Une zone a acces restreint n'est ouverte qu'a une personne
      * dont l'induction securite n'a pas expire ; a defaut, la
      * zone est redemandee
       77 inductions-statut PIC X(02).
       77 indic-fin-inductions PIC X(01) VALUE 'N'.
           88 fin-inductions VALUE 'O'.
       77 indic-zone-restreinte PIC X(01) VALUE 'N'.
           88 zone-restreinte VALUE 'O'.
       77 indic-induction-valide PIC X(01) VALUE 'N'.
           88 induction-valide VALUE 'O'.

      * Voie rapide des laissez-passer de longue duree : le numero
      * seul est saisi, valide (actif et dans sa periode) et la
      * visite part estampillee du numero, sans refaire la saisie
           88 badge-attribue VALUE 'O'.
       77 numero-badge PIC X(04) VALUE SPACES.

      * Vehicule du visiteur gare sur le parking : l'immatriculation
      * est demandee pour la securite et la plus petite place libre
      * est attribuee ; parking complet, le vehicule est refuse et
      * la visite continue sans place
       77 vehicules-statut PIC X(02).
       77 parking-statut PIC X(02).
       77 indic-fin-vehicules PIC X(01) VALUE 'N'.
           88 fin-vehicules VALUE 'O'.
       77 indic-place-attribuee PIC X(01) VALUE 'N'.
           88 place-attribuee VALUE 'O'.
       77 places-parking PIC 9(03) VALUE ZERO.
       77 immatriculation PIC X(10) VALUE SPACES.
       77 place-parking PIC 9(03) VALUE ZERO.
       77 ix-place PIC 9(04) COMP VALUE ZERO.
       01 TABLE-PLACES.
           05 PLC-OCCUPEE PIC X(01) OCCURS 999.

      * Compteurs de tentatives invalides et verrouillage de la
      * saisie interactive au-dela du nombre de tentatives autorisees
       77 limite-tentatives PIC 9(01) VALUE 3.
       1 plg-a-zone-inconnue.
           2 LINE 22 COL 8 VALUE 'Zone inconnue, recommencez.'.

       1 plg-a-induction-requise.
           2 LINE 22 COL 8 VALUE
               'Zone restreinte : induction absente ou expiree.'.

       1 plg-s-vehicule.
           2 LINE 23 COL 8 VALUE
               'Immatriculation (vide = sans vehicule) : '.
           2 PIC X(10) TO immatriculation.

       1 plg-a-place.
           2 LINE 24 COL 8 VALUE 'Place de parking attribuee : '.
           2 COL 37 PIC ZZ9 FROM place-parking.

       1 plg-a-parking-complet.
           2 LINE 24 COL 8 VALUE
               'Parking visiteurs complet, vehicule refuse.'.

       1 plg-a-badge.
           2 LINE 14 COL 8 VALUE 'Badge attribue : '.
           2 COL 25 PIC X(04) FROM numero-badge.
           IF NOT admission-refusee
               MOVE 'N' TO indic-zone-valide
               PERFORM 2700-SAISIR-ZONE UNTIL zone-valide
               PERFORM 2800-SAISIR-VEHICULE
               PERFORM ENREGISTRER-VISITEUR
           END-IF
       END-IF.
           MOVE SPACES TO numero-passe.
           MOVE SPACES TO hote-attendu.
           MOVE SPACES TO zone-saisie.
           MOVE SPACES TO immatriculation.
           MOVE ZERO TO place-parking.
           MOVE 'N' TO indic-place-attribuee.
           MOVE ZERO TO tentatives-operateur.
           MOVE ZERO TO tentatives-nom.
           MOVE ZERO TO tentatives-confirmation.
      * table, la saisie reste libre
       2700-SAISIR-ZONE.
           MOVE SPACES TO zone-saisie.
           MOVE 'N' TO indic-zone-restreinte.
           DISPLAY plg-s-zone.
           ACCEPT plg-s-zone.
           IF zone-saisie = SPACES
                   CLOSE ZONES-FILE
                   IF NOT zone-valide
                       DISPLAY plg-a-zone-inconnue
                   ELSE
                       IF zone-restreinte
                           PERFORM 2730-CONTROLER-INDUCTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2720-COMPARER-ZONE.
           IF ZON-CODE = zone-saisie
               SET zone-valide TO TRUE
               IF ZON-RESTREINTE
                   SET zone-restreinte TO TRUE
               END-IF
           ELSE
               PERFORM 2710-LIRE-ZONE
           END-IF.

      * Controle l'induction securite du visiteur pour la zone
      * restreinte demandee ; sans induction en cours de validite,
      * la zone est refusee et redemandee
       2730-CONTROLER-INDUCTION.
           MOVE 'N' TO indic-induction-valide.
           MOVE 'N' TO indic-fin-inductions.
           OPEN INPUT INDUCTIONS-FILE.
           IF inductions-statut = '00'
               PERFORM 2740-LIRE-INDUCTION
               PERFORM 2750-COMPARER-INDUCTION
                   UNTIL fin-inductions OR induction-valide
               CLOSE INDUCTIONS-FILE
           END-IF.
           IF NOT induction-valide
               MOVE 'N' TO indic-zone-valide
               DISPLAY plg-a-induction-requise
           END-IF.

      * Lecture d'un enregistrement INDUCTIONS.DAT
       2740-LIRE-INDUCTION.
           READ INDUCTIONS-FILE
               AT END SET fin-inductions TO TRUE
           END-READ.

      * Retient l'induction courante si elle est celle du visiteur
      * et n'a pas expire, sinon relit
       2750-COMPARER-INDUCTION.
           IF IND-NOM = nom
                   AND IND-EXPIRATION NUMERIC
                   AND IND-EXPIRATION >= date-jour-aff
               SET induction-valide TO TRUE
           ELSE
               PERFORM 2740-LIRE-INDUCTION
           END-IF.

      * Demande l'immatriculation du vehicule quand le parking
      * visiteurs est parametre, et attribue une place ; laisse
      * vide, la visite part sans vehicule
       2800-SAISIR-VEHICULE.
           MOVE SPACES TO immatriculation.
           MOVE ZERO TO place-parking.
           MOVE 'N' TO indic-place-attribuee.
           PERFORM 2810-LIRE-PARKING.
           IF places-parking > ZERO
               DISPLAY plg-s-vehicule
               ACCEPT plg-s-vehicule
               IF immatriculation NOT = SPACES
                   PERFORM 2820-CHERCHER-PLACE
                   IF place-attribuee
                       DISPLAY plg-a-place
                   ELSE
                       DISPLAY plg-a-parking-complet
                       MOVE SPACES TO immatriculation
                   END-IF
               END-IF
           END-IF.

      * Releve le nombre de places visiteurs parametre
       2810-LIRE-PARKING.
           MOVE ZERO TO places-parking.
           OPEN INPUT PARKING-FILE.
           IF parking-statut = '00'
               READ PARKING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PKV-PLACES NUMERIC
                           MOVE PKV-PLACES TO places-parking
                       END-IF
               END-READ
               CLOSE PARKING-FILE
           END-IF.

      * Marque les places tenues par un vehicule encore gare, puis
      * retient la plus petite place libre
       2820-CHERCHER-PLACE.
           MOVE ALL 'N' TO TABLE-PLACES.
           MOVE 'N' TO indic-fin-vehicules.
           OPEN INPUT VEHICULES-FILE.
           IF vehicules-statut = '00'
               PERFORM 2830-LIRE-VEHICULE
               PERFORM 2840-MARQUER-PLACE UNTIL fin-vehicules
               CLOSE VEHICULES-FILE
           END-IF.
           MOVE 1 TO ix-place.
           PERFORM 2850-EXAMINER-PLACE
               UNTIL place-attribuee OR ix-place > places-parking.

      * Lecture d'un enregistrement VEHICULES.DAT
       2830-LIRE-VEHICULE.
           READ VEHICULES-FILE
               AT END SET fin-vehicules TO TRUE
           END-READ.

      * Marque la place du vehicule courant s'il n'est pas reparti,
      * puis relit
       2840-MARQUER-PLACE.
           IF VEH-HEURE-DEPART NUMERIC AND VEH-HEURE-DEPART = ZERO
                   AND VEH-PLACE NUMERIC
                   AND VEH-PLACE > ZERO
                   AND VEH-PLACE <= places-parking
               MOVE 'O' TO PLC-OCCUPEE(VEH-PLACE)
           END-IF.
           PERFORM 2830-LIRE-VEHICULE.

      * Retient la place courante si elle est libre, sinon passe a
      * la suivante
       2850-EXAMINER-PLACE.
           IF PLC-OCCUPEE(ix-place) = 'N'
               SET place-attribuee TO TRUE
               MOVE ix-place TO place-parking
           ELSE
               ADD 1 TO ix-place
           END-IF.

      * Ajoute le vehicule a VEHICULES.DAT, rattache a la visite par
      * le nom, la date et l'heure d'arrivee
       2860-ENREGISTRER-VEHICULE.
           MOVE nom TO VEH-NOM.
           MOVE CP-HLG-DATE TO VEH-DATE.
           MOVE CP-HLG-HH TO VEH-HEURE-VISITE(1:2).
           MOVE CP-HLG-MN TO VEH-HEURE-VISITE(3:2).
           MOVE CP-HLG-SS TO VEH-HEURE-VISITE(5:2).
           MOVE immatriculation TO VEH-IMMATRICULATION.
           MOVE place-parking TO VEH-PLACE.
           MOVE ZERO TO VEH-HEURE-DEPART.
           MOVE site-exploitation TO VEH-SITE.
           OPEN EXTEND VEHICULES-FILE.
           IF vehicules-statut = '35'
               OPEN OUTPUT VEHICULES-FILE
           END-IF.
           WRITE VEHICULE-ENREGISTREMENT.
           CLOSE VEHICULES-FILE.

      * Valide le laissez-passer saisi : il doit etre connu, actif
      * et la date du jour dans sa periode de validite
       1900-VALIDER-PASSE.
           END-READ.

      * Compare la fiche courante au superviseur saisi : identite,
      * mot de passe et role administrateur, une fiche suspendue
      * n'autorisant rien, puis relit
       2570-COMPARER-UTILISATEUR.
           IF UTI-ID = superviseur-saisi
                   AND UTI-MDP = mdp-superviseur
                   AND UTI-ADMIN
                   AND NOT UTI-SUSPENDU
               SET superviseur-ok TO TRUE
           ELSE
               PERFORM 2560-LIRE-UTILISATEUR
           END-IF.
           WRITE VISITEUR-ENREGISTREMENT.
           CLOSE VISITEURS-FILE.
           IF place-attribuee
               PERFORM 2860-ENREGISTRER-VEHICULE
           END-IF.
           PERFORM 0750-INCREMENTER-OCCUPATION.
           IF visiteur-attendu
               PERFORM 1700-HONORER-RENDEZVOUS
