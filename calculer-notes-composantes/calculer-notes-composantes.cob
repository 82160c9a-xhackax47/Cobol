      * poids. La note consolidee remplace ou complete la ligne de
      * l'etudiant et de la matiere dans NOTES.DAT, pour suivre la
      * chaine d'edition normale, et est portee au fichier maitre
      * NOTES-MASTER.DAT pour la consultation directe. Quand
      * INSCRIPTIONS-COURS.DAT existe, les composantes d'une matiere
      * ou l'etudiant n'est pas inscrit sont ecartees et comptees
      * en rejet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-CLE
               FILE STATUS IS maitre-statut.
           SELECT INSCRIPTIONS-FILE
               ASSIGN TO "INSCRIPTIONS-COURS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICO-CLE
               FILE STATUS IS inscriptions-statut.
           SELECT MATIERES-FILE ASSIGN TO "MATIERES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS matieres-statut.
       FD NOTES-MAITRE-FILE.
       COPY "cpnotemaitre.cpy".

       FD INSCRIPTIONS-FILE.
       COPY "cpinscriptioncours.cpy".

       FD MATIERES-FILE.
       COPY "cpmatiere.cpy".

       77 cpt-composantes PIC 9(06) COMP VALUE ZERO.
       77 cpt-consolidees PIC 9(05) COMP VALUE ZERO.

      * Inscriptions par matiere : presentes, seule une matiere ou
      * l'etudiant est inscrit, quel qu'en soit le trimestre, est
      * consolidee
       77 inscriptions-statut PIC X(02).
       77 indic-inscriptions PIC X(01) VALUE 'N'.
           88 inscriptions-presentes VALUE 'O'.
       77 indic-inscrit-cours PIC X(01) VALUE 'N'.
           88 inscrit-cours VALUE 'O'.
       77 terme-controle PIC 9(01) VALUE ZERO.
       77 cpt-hors-inscription PIC 9(05) COMP VALUE ZERO.

      * Rupture par etudiant + matiere sur les composantes triees
       77 cle-id PIC X(06) VALUE SPACES.
       77 cle-cours PIC X(04) VALUE SPACES.
                   USING COMPOSANTES-FILE
                   GIVING COMPOS-TRI-FILE
               OPEN INPUT COMPOS-TRI-FILE
               OPEN INPUT INSCRIPTIONS-FILE
               IF inscriptions-statut = '00'
                   SET inscriptions-presentes TO TRUE
               END-IF
               PERFORM 2100-LIRE-COMPOSANTE
           END-IF.

               PERFORM 3000-CLORE-CONSOLIDATION
           END-IF.

      * Retient la note consolidee de la cle achevee, sauf matiere
      * hors inscription, puis repart sur la cle suivante
       3000-CLORE-CONSOLIDATION.
           SET inscrit-cours TO TRUE.
           IF inscriptions-presentes
               PERFORM 3100-CONTROLER-INSCRIPTION
           END-IF.
           IF inscrit-cours
               PERFORM 3200-RETENIR-CONSOLIDATION
           ELSE
               ADD 1 TO cpt-hors-inscription
               DISPLAY 'AVERTISSEMENT : ' cle-id ' non inscrit en '
                   cle-cours ', composantes ecartees'
           END-IF.
           MOVE ZERO TO somme-points.
           MOVE ZERO TO somme-poids.
           MOVE SPACES TO cle-id.
           MOVE SPACES TO cle-cours.

      * Cherche une inscription en cours de la cle achevee, sur l'un
      * des trois trimestres
       3100-CONTROLER-INSCRIPTION.
           MOVE 'N' TO indic-inscrit-cours.
           PERFORM 3110-LIRE-INSCRIPTION-TERME
               VARYING terme-controle FROM 1 BY 1
               UNTIL terme-controle > 3 OR inscrit-cours.

      * Lecture directe de l'inscription pour le trimestre courant
       3110-LIRE-INSCRIPTION-TERME.
           MOVE cle-id TO ICO-ID.
           MOVE cle-cours TO ICO-COURS.
           MOVE terme-controle TO ICO-TERME.
           READ INSCRIPTIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ICO-INSCRIT
                       SET inscrit-cours TO TRUE
                   END-IF
           END-READ.

      * Calcule et range la note consolidee de la cle achevee
       3200-RETENIR-CONSOLIDATION.
           IF somme-poids = ZERO
               MOVE ZERO TO note-consolidee
           ELSE
               MOVE 'N' TO CNS-REPORTEE(nb-calculs)
           END-IF.
           ADD 1 TO cpt-consolidees.

      * Reporte les notes consolidees dans NOTES.DAT : la ligne
      * existante du meme etudiant + matiere est remplacee, les
           IF tri-ouvert
               CLOSE COMPOS-TRI-FILE
           END-IF.
           IF inscriptions-presentes
               CLOSE INSCRIPTIONS-FILE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
           END-IF.
           MOVE cpt-composantes TO JOB-LUS.
           MOVE cpt-consolidees TO JOB-ECRITS.
           MOVE cpt-hors-inscription TO JOB-REJETS.
           COMPUTE JOB-DUREE-SEC =
               job-secondes-fin - job-secondes-debut.
           OPEN EXTEND JOBLOG-FILE.
