      * d'action, fermer le dossier, ou le laisser tel quel. Le
      * cumul des absences de l'etudiant est rappele sur chaque
      * dossier, pour que le conseiller voie notes et assiduite
      * ensemble, avec le nombre d'incidents de discipline releves
      * au registre DISCIPLINE.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCES-FILE ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS absences-statut.
           SELECT DISCIPLINE-FILE ASSIGN TO "DISCIPLINE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS discipline-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD ABSENCES-FILE.
       COPY "cpabsence.cpy".

       FD DISCIPLINE-FILE.
       COPY "cpdiscipline.cpy".

       WORKING-STORAGE SECTION.
       77 dossiers-statut PIC X(02).
       77 absences-statut PIC X(02).
           88 fin-absences VALUE 'O'.
       77 cpt-abs-total PIC 9(04) VALUE ZERO.
       77 cpt-abs-injustifiees PIC 9(04) VALUE ZERO.
       77 discipline-statut PIC X(02).
       77 indic-fin-discipline PIC X(01) VALUE 'N'.
           88 fin-discipline VALUE 'O'.
       77 cpt-incidents PIC 9(04) VALUE ZERO.
       77 indic-fin-dossiers PIC X(01) VALUE 'N'.
           88 fin-dossiers VALUE 'O'.
       77 action-choisie PIC X(01).
           2 COL 24 PIC ZZZ9 FROM cpt-abs-total.
           2 COL 30 VALUE 'dont injustifiees : '.
           2 COL 50 PIC ZZZ9 FROM cpt-abs-injustifiees.
           2 COL 56 VALUE 'Incidents : '.
           2 COL 68 PIC ZZZ9 FROM cpt-incidents.

       1 pls-action.
           2 LINE 9 COL 10 VALUE
               CONTINUE
           ELSE
               PERFORM 2500-COMPTER-ABSENCES
               PERFORM 2600-COMPTER-INCIDENTS
               DISPLAY pla-dossier
               DISPLAY pls-action
               ACCEPT pls-action
           END-IF.
           PERFORM 2510-LIRE-ABSENCE.

      * Compte les incidents de discipline de l'etudiant du dossier
      * courant ; un registre absent vaut aucun incident
       2600-COMPTER-INCIDENTS.
           MOVE ZERO TO cpt-incidents.
           MOVE 'N' TO indic-fin-discipline.
           OPEN INPUT DISCIPLINE-FILE.
           IF discipline-statut = '00'
               PERFORM 2610-LIRE-INCIDENT
               PERFORM 2620-CUMULER-INCIDENT UNTIL fin-discipline
               CLOSE DISCIPLINE-FILE
           END-IF.

      * Lecture d'un enregistrement DISCIPLINE.DAT
       2610-LIRE-INCIDENT.
           READ DISCIPLINE-FILE
               AT END SET fin-discipline TO TRUE
           END-READ.

      * Compte l'incident s'il porte sur l'etudiant du dossier,
      * puis relit
       2620-CUMULER-INCIDENT.
           IF DSC-ID = DOS-ID OF DOSSIERS-FILE
               ADD 1 TO cpt-incidents
           END-IF.
           PERFORM 2610-LIRE-INCIDENT.

      * Recueille le conseiller et la note d'action ; un champ vide
      * reste inchange
       3000-METTRE-A-JOUR.
