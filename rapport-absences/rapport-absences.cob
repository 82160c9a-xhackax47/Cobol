      * Traitement par lots de fin de journee : cumule les absences
      * de ABSENCES.DAT par classe et edite, pour chaque classe, le
      * total des absences et la part justifiee et injustifiee, a
      * l'attention du suivi pedagogique. Les exclusions
      * prononcees au registre de discipline DISCIPLINE.DAT suivent,
      * une ligne par exclusion avec ses dates et sa duree en
      * jours.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCES-FILE ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS absences-statut.
           SELECT DISCIPLINE-FILE ASSIGN TO "DISCIPLINE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS discipline-statut.
           SELECT RAPPORT-ABSENCES-FILE
               ASSIGN TO "RAPPORT-ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       FD ABSENCES-FILE.
       COPY "cpabsence.cpy".

       FD DISCIPLINE-FILE.
       COPY "cpdiscipline.cpy".

       FD RAPPORT-ABSENCES-FILE.
       01 LIGNE-ABSENCES              PIC X(80).

       77 justifiees-editees PIC ZZZZ9.
       77 injustifiees-editees PIC ZZZZ9.

      * Exclusions du registre de discipline
       77 discipline-statut PIC X(02).
       77 indic-fin-discipline PIC X(01) VALUE 'N'.
           88 fin-discipline VALUE 'O'.
       77 cpt-exclusions PIC 9(05) COMP VALUE ZERO.
       77 jours-exclusion PIC 9(05) VALUE ZERO.
       77 jours-edites PIC ZZZZ9.

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-CUMULER-ABSENCE UNTIL fin-absences.
           PERFORM 3000-EDITER-CLASSES.
           PERFORM 4000-EDITER-EXCLUSIONS.
           PERFORM 9000-FINALISER.
           GOBACK.

               INTO LIGNE-ABSENCES.
           WRITE LIGNE-ABSENCES.

      * Section des exclusions : une ligne par exclusion du
      * registre de discipline ; sans registre, rien n'est edite
       4000-EDITER-EXCLUSIONS.
           MOVE ZERO TO cpt-exclusions.
           MOVE 'N' TO indic-fin-discipline.
           OPEN INPUT DISCIPLINE-FILE.
           IF discipline-statut = '00'
               PERFORM 4100-LIRE-INCIDENT
               PERFORM 4200-EDITER-EXCLUSION UNTIL fin-discipline
               CLOSE DISCIPLINE-FILE
           END-IF.

      * Lecture d'un enregistrement DISCIPLINE.DAT
       4100-LIRE-INCIDENT.
           READ DISCIPLINE-FILE
               AT END SET fin-discipline TO TRUE
           END-READ.

      * Edite l'incident courant s'il est une exclusion, precede du
      * titre de section a la premiere, puis relit
       4200-EDITER-EXCLUSION.
           IF DSC-EXCLUSION AND DSC-DEBUT > ZERO
                   AND DSC-FIN >= DSC-DEBUT
               IF cpt-exclusions = ZERO
                   MOVE SPACES TO LIGNE-ABSENCES
                   WRITE LIGNE-ABSENCES
                   MOVE 'Exclusions (registre de discipline)'
                       TO LIGNE-ABSENCES
                   WRITE LIGNE-ABSENCES
               END-IF
               ADD 1 TO cpt-exclusions
               COMPUTE jours-exclusion =
                   FUNCTION INTEGER-OF-DATE(DSC-FIN)
                   - FUNCTION INTEGER-OF-DATE(DSC-DEBUT) + 1
               MOVE jours-exclusion TO jours-edites
               MOVE SPACES TO LIGNE-ABSENCES
               STRING '  Classe ' DELIMITED BY SIZE
                   DSC-CLASSE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DSC-NOM DELIMITED BY SIZE
                   ' du ' DELIMITED BY SIZE
                   DSC-DEBUT DELIMITED BY SIZE
                   ' au ' DELIMITED BY SIZE
                   DSC-FIN DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   jours-edites DELIMITED BY SIZE
                   ' j.' DELIMITED BY SIZE
                   INTO LIGNE-ABSENCES
               WRITE LIGNE-ABSENCES
           END-IF.
           PERFORM 4100-LIRE-INCIDENT.

      * Pied du rapport et fermeture ; trace la fin du job
       9000-FINALISER.
           IF cpt-classes = ZERO AND cpt-exclusions = ZERO
               MOVE '  Aucune absence enregistree.'
                   TO LIGNE-ABSENCES
               WRITE LIGNE-ABSENCES
