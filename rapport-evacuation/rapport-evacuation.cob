      * l'alarme sonne : liste d'appel des visiteurs encore
      * presents, groupes par zone de destination avec leur hote,
      * le point de rassemblement de chaque zone en tete de groupe.
      * Les vehicules encore gares suivent, avec leur place, pour
      * degager le parking.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAPPORT-EVACUATION-FILE
               ASSIGN TO "RAPPORT-EVACUATION.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT VEHICULES-FILE ASSIGN TO "VEHICULES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS vehicules-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD RAPPORT-EVACUATION-FILE.
       01 LIGNE-EVACUATION            PIC X(80).

       FD VEHICULES-FILE.
       COPY "cpvehicule.cpy".

       WORKING-STORAGE SECTION.
       77 visiteurs-statut PIC X(02).
       77 zones-statut PIC X(02).
       77 cpt-zone PIC 9(04) COMP VALUE ZERO.
       77 compte-edite PIC ZZZ9.

      * Vehicules encore gares, edites apres les zones
       77 vehicules-statut PIC X(02).
       77 indic-fin-vehicules PIC X(01) VALUE 'N'.
           88 fin-vehicules VALUE 'O'.
       77 cpt-vehicules PIC 9(04) COMP VALUE ZERO.
       77 vehicules-edite PIC ZZZ9.

      * Zones rencontrees sur les visites presentes, avec le point
      * de rassemblement repris de la table des zones ; la zone
      * vide regroupe les visites sans destination saisie
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-EVACUATION.
           WRITE LIGNE-EVACUATION.
           PERFORM 6000-LISTER-VEHICULES.
           CLOSE RAPPORT-EVACUATION-FILE.
           DISPLAY 'Appel d''evacuation sur '
               'RAPPORT-EVACUATION.DAT (' compte-edite
               WRITE LIGNE-EVACUATION
           END-IF.
           PERFORM 1100-LIRE-VISITEUR.

      * Edite les vehicules encore gares sur le parking visiteurs,
      * avec leur place et leur immatriculation
       6000-LISTER-VEHICULES.
           MOVE ZERO TO cpt-vehicules.
           MOVE '=== Vehicules sur le parking visiteurs'
               TO LIGNE-EVACUATION.
           WRITE LIGNE-EVACUATION.
           MOVE 'N' TO indic-fin-vehicules.
           OPEN INPUT VEHICULES-FILE.
           IF vehicules-statut = '00'
               PERFORM 6100-LIRE-VEHICULE
               PERFORM 6200-EDITER-VEHICULE UNTIL fin-vehicules
               CLOSE VEHICULES-FILE
           END-IF.
           MOVE cpt-vehicules TO vehicules-edite.
           MOVE SPACES TO LIGNE-EVACUATION.
           STRING 'Total vehicules : ' DELIMITED BY SIZE
               vehicules-edite DELIMITED BY SIZE
               INTO LIGNE-EVACUATION.
           WRITE LIGNE-EVACUATION.

      * Lecture d'un enregistrement VEHICULES.DAT
       6100-LIRE-VEHICULE.
           READ VEHICULES-FILE
               AT END SET fin-vehicules TO TRUE
           END-READ.

      * Edite le vehicule courant s'il n'est pas reparti, puis relit
       6200-EDITER-VEHICULE.
           IF VEH-HEURE-DEPART NUMERIC AND VEH-HEURE-DEPART = ZERO
               ADD 1 TO cpt-vehicules
               MOVE SPACES TO LIGNE-EVACUATION
               STRING '  place ' DELIMITED BY SIZE
                   VEH-PLACE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   VEH-IMMATRICULATION DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   VEH-NOM DELIMITED BY SIZE
                   INTO LIGNE-EVACUATION
               WRITE LIGNE-EVACUATION
           END-IF.
           PERFORM 6100-LIRE-VEHICULE.
