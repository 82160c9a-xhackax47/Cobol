      * Traitement par lots avant la classification : croise les
      * inscriptions du fichier maitre et les matieres attendues de
      * chaque classe (affectations, a defaut catalogue actif)
      * contre NOTES-MASTER.DAT, ou, quand INSCRIPTIONS-COURS.DAT
      * existe, les seules matieres ou l'etudiant est inscrit, et
      * edite chaque note attendue mais absente, pour que la
      * moyenne ponderee ne flatte pas un dossier incomplet. Quand
      * la retenue est armee dans RETENUE-CLASSEMENT.DAT, les
      * etudiants incomplets sont deposes dans
      * EXCLUSIONS-CLASSEMENT.DAT et le classement de conditions.cob
      * les ecarte jusqu'a regularisation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-CLE
               FILE STATUS IS maitre-statut.
           SELECT INSCRIPTIONS-FILE
               ASSIGN TO "INSCRIPTIONS-COURS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICO-CLE
               FILE STATUS IS inscriptions-statut.
           SELECT AFFECTATIONS-FILE ASSIGN TO "AFFECTATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS affectations-statut.
       FD NOTES-MAITRE-FILE.
       COPY "cpnotemaitre.cpy".

       FD INSCRIPTIONS-FILE.
       COPY "cpinscriptioncours.cpy".

       FD AFFECTATIONS-FILE.
       COPY "cpaffectation.cpy".

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 maitre-statut PIC X(02).
       77 inscriptions-statut PIC X(02).
       77 affectations-statut PIC X(02).
       77 matieres-statut PIC X(02).
       77 retenue-statut PIC X(02).

       77 cours-attendu PIC X(04) VALUE SPACES.

      * Inscriptions par matiere : presentes, elles remplacent les
      * matieres attendues de la classe ; une matiere suivie sur
      * plusieurs trimestres n'est controlee qu'une fois
       77 indic-inscriptions PIC X(01) VALUE 'N'.
           88 inscriptions-presentes VALUE 'O'.
       77 indic-fin-inscriptions PIC X(01) VALUE 'N'.
           88 fin-inscriptions VALUE 'O'.
       77 cours-precedent PIC X(04) VALUE SPACES.

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
                       TO LIGNE-MANQUANTES
                   WRITE LIGNE-MANQUANTES
                   OPEN OUTPUT EXCLUSIONS-FILE
                   MOVE 'N' TO indic-inscriptions
                   OPEN INPUT INSCRIPTIONS-FILE
                   IF inscriptions-statut = '00'
                       SET inscriptions-presentes TO TRUE
                   END-IF
                   PERFORM 5100-LIRE-ETUDIANT
               END-IF
           END-IF.
           END-IF.
           PERFORM 5100-LIRE-ETUDIANT.

      * Parcourt les matieres attendues de l'etudiant : ses
      * inscriptions si le fichier existe, sinon les affectations de
      * sa classe si elle en a, sinon tout le catalogue actif
       5200-PARCOURIR-ATTENDUES.
           IF inscriptions-presentes
               PERFORM 5400-PARCOURIR-INSCRIPTIONS
           ELSE
               PERFORM 5205-PARCOURIR-CLASSE
           END-IF.

      * Matieres attendues de la classe, faute d'inscriptions
       5205-PARCOURIR-CLASSE.
           MOVE 'N' TO indic-classe-affectee.
           MOVE ZERO TO ix-affectation.
           PERFORM 5210-EXAMINER-AFFECTATION
               WRITE LIGNE-MANQUANTES
           END-IF.

      * Parcourt les inscriptions de l'etudiant a partir de son
      * identifiant ; seules les inscriptions en cours attendent
      * une note
       5400-PARCOURIR-INSCRIPTIONS.
           MOVE 'N' TO indic-fin-inscriptions.
           MOVE SPACES TO cours-precedent.
           MOVE INS-ID TO ICO-ID.
           MOVE LOW-VALUES TO ICO-COURS.
           MOVE ZERO TO ICO-TERME.
           START INSCRIPTIONS-FILE KEY >= ICO-CLE
               INVALID KEY
                   SET fin-inscriptions TO TRUE
           END-START.
           IF NOT fin-inscriptions
               PERFORM 5410-LIRE-INSCRIPTION
               PERFORM 5420-EXAMINER-INSCRIPTION
                   UNTIL fin-inscriptions
           END-IF.

      * Lecture suivante des inscriptions ; le parcours s'arrete au
      * changement d'etudiant
       5410-LIRE-INSCRIPTION.
           READ INSCRIPTIONS-FILE NEXT RECORD
               AT END SET fin-inscriptions TO TRUE
           END-READ.
           IF NOT fin-inscriptions AND ICO-ID NOT = INS-ID
               SET fin-inscriptions TO TRUE
           END-IF.

      * Controle la note de l'inscription en cours suivante, puis
      * relit
       5420-EXAMINER-INSCRIPTION.
           IF ICO-INSCRIT AND ICO-COURS NOT = cours-precedent
               MOVE ICO-COURS TO cours-attendu
               MOVE ICO-COURS TO cours-precedent
               PERFORM 5300-CONTROLER-NOTE
           END-IF.
           PERFORM 5410-LIRE-INSCRIPTION.

      * Pied du rapport et fermeture ; trace la fin du job
       9000-FINALISER.
           IF RETURN-CODE = ZERO
               CLOSE RAPPORT-MANQUANTES-FILE
               CLOSE EXCLUSIONS-FILE
               CLOSE NOTES-MAITRE-FILE
               IF inscriptions-presentes
                   CLOSE INSCRIPTIONS-FILE
               END-IF
               CLOSE ETUDIANTS-FILE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.
