
      * Traitement par lots de fin de journee : liste, pour la
      * securite incendie, tous les visiteurs arrives sans sortie
      * pointee, c'est-a-dire supposes encore dans les murs, puis
      * les vehicules encore gares sur le parking visiteurs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.
           SELECT VEHICULES-FILE ASSIGN TO "VEHICULES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS vehicules-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       FD VEHICULES-FILE.
       COPY "cpvehicule.cpy".

       WORKING-STORAGE SECTION.
       77 visiteurs-statut PIC X(02).
       77 indic-fin-visiteurs PIC X(01) VALUE 'N'.
       77 cpt-lus PIC 9(07) COMP VALUE ZERO.
       77 cpt-presents-edite PIC ZZZZ9.

      * Vehicules encore gares, edites apres les visiteurs
       77 vehicules-statut PIC X(02).
       77 indic-fin-vehicules PIC X(01) VALUE 'N'.
           88 fin-vehicules VALUE 'O'.
       77 cpt-vehicules PIC 9(05) COMP VALUE ZERO.

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
               cpt-presents-edite DELIMITED BY SIZE
               INTO LIGNE-PRESENCE.
           WRITE LIGNE-PRESENCE.
           PERFORM 3000-LISTER-VEHICULES.
           CLOSE RAPPORT-PRESENCE-FILE.
           IF visiteurs-statut = '10'
               CLOSE VISITEURS-FILE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Edite les vehicules encore gares sur le parking visiteurs,
      * avec leur place et leur immatriculation
       3000-LISTER-VEHICULES.
           MOVE ZERO TO cpt-vehicules.
           MOVE 'Vehicules encore sur le parking visiteurs'
               TO LIGNE-PRESENCE.
           WRITE LIGNE-PRESENCE.
           MOVE 'N' TO indic-fin-vehicules.
           OPEN INPUT VEHICULES-FILE.
           IF vehicules-statut = '00'
               PERFORM 3100-LIRE-VEHICULE
               PERFORM 3200-EDITER-VEHICULE UNTIL fin-vehicules
               CLOSE VEHICULES-FILE
           END-IF.
           MOVE cpt-vehicules TO cpt-presents-edite.
           MOVE SPACES TO LIGNE-PRESENCE.
           STRING 'Total vehicules encore gares : ' DELIMITED BY SIZE
               cpt-presents-edite DELIMITED BY SIZE
               INTO LIGNE-PRESENCE.
           WRITE LIGNE-PRESENCE.

      * Lecture d'un enregistrement VEHICULES.DAT
       3100-LIRE-VEHICULE.
           READ VEHICULES-FILE
               AT END SET fin-vehicules TO TRUE
           END-READ.

      * Edite le vehicule courant s'il n'est pas reparti, puis relit
       3200-EDITER-VEHICULE.
           IF VEH-HEURE-DEPART NUMERIC AND VEH-HEURE-DEPART = ZERO
               ADD 1 TO cpt-vehicules
               MOVE SPACES TO LIGNE-PRESENCE
               STRING '  place ' DELIMITED BY SIZE
                   VEH-PLACE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   VEH-IMMATRICULATION DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   VEH-NOM DELIMITED BY SIZE
                   '  arrive le ' DELIMITED BY SIZE
                   VEH-DATE DELIMITED BY SIZE
                   INTO LIGNE-PRESENCE
               WRITE LIGNE-PRESENCE
           END-IF.
           PERFORM 3100-LIRE-VEHICULE.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
