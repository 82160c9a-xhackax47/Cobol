      * Traitement par lots : imprime un bulletin par etudiant a
      * partir des lignes de matieres de NOTES.DAT, avec le detail de
      * chaque matiere (note et coefficient) et la moyenne ponderee,
      * la meme que celle classee par conditions.cob. Les notes
      * reprises cette annee de l'etablissement d'origine d'un
      * etudiant transfere suivent, marquees transferees ; elles
      * comptent dans la moyenne annuelle de DeciderPassage, pas
      * dans la moyenne du terme. Une annee de rentree lue dans
      * BULLETIN-PARAM.DAT fait reimprimer les bulletins d'une annee
      * scolaire close a partir de ses archives (NOTES.Annnn,
      * NOTES-COMPOSANTES.Annnn, NOTES-TRANSFERT.Annnn) ; sans
      * parametre, ou annee a blanc, l'annee en cours est imprimee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTES-FILE ASSIGN USING nom-notes
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-statut.
           SELECT NOTES-TRI-FILE ASSIGN TO "BULLETIN.TRI"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS matieres-statut.
           SELECT COMPOSANTES-FILE
               ASSIGN USING nom-composantes
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS composantes-statut.
           SELECT NOTES-TRANSFERT-FILE ASSIGN USING nom-transferts
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-transfert-statut.
           SELECT PARAM-FILE ASSIGN TO "BULLETIN-PARAM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
       FD COMPOSANTES-FILE.
       COPY "cpcomposante.cpy".

       FD NOTES-TRANSFERT-FILE.
       COPY "cpnotetransfert.cpy".

       FD PARAM-FILE.
       01 BULLETIN-PARAM-ENREGISTREMENT.
           05 PAR-ANNEE               PIC X(04).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       77 ix-matiere PIC 9(03) COMP VALUE ZERO.
       77 limite-matieres PIC 9(03) COMP VALUE 200.
       77 libelle-matiere PIC X(20) VALUE SPACES.
       77 cours-libelle PIC X(04) VALUE SPACES.

      * Composantes de note chargees en memoire pour le detail sous
      * chaque ligne de matiere du bulletin
               10 CPT-NOTE            PIC 9(02)V9(02).
               10 CPT-POIDS           PIC 9(01)V9(01).

      * Notes transferees de l'annee en cours chargees en memoire
      * pour les editer a la suite des matieres de l'etudiant
       77 notes-transfert-statut PIC X(02).
       77 indic-fin-transferts PIC X(01) VALUE 'N'.
           88 fin-transferts VALUE 'O'.
       77 nb-transferts PIC 9(04) COMP VALUE ZERO.
       77 ix-transfert PIC 9(04) COMP VALUE ZERO.
       77 limite-transferts PIC 9(04) COMP VALUE 1000.
       77 annee-courante PIC 9(04) VALUE ZERO.

      * Annee scolaire imprimee : a blanc, l'annee en cours ; sinon
      * les archives de l'annee de rentree parametree, dont toutes
      * les notes transferees sont reprises
       77 param-statut PIC X(02).
       77 annee-archive PIC X(04) VALUE SPACES.
       77 indic-archive PIC X(01) VALUE 'N'.
           88 bulletin-archive VALUE 'O'.
       77 nom-notes PIC X(30) VALUE 'NOTES.DAT'.
       77 nom-composantes PIC X(30) VALUE 'NOTES-COMPOSANTES.DAT'.
       77 nom-transferts PIC X(30) VALUE 'NOTES-TRANSFERT.DAT'.
       01 TABLE-TRANSFERTS.
           05 TRANSFERT-TABLE OCCURS 1000.
               10 TRT-ID              PIC X(06).
               10 TRT-COURS           PIC X(04).
               10 TRT-VALEUR          PIC 9(02)V9(02).
               10 TRT-COEF            PIC 9(01)V9(01).
               10 TRT-ECOLE           PIC X(30).

       01 TABLE-MATIERES.
           05 MATIERE-TABLE OCCURS 200.
               10 MTB-CODE            PIC X(04).
           MOVE ZERO TO somme-coefs.
           MOVE ZERO TO cpt-etudiants.
           MOVE ZERO TO cpt-lignes.
           MOVE 'N' TO indic-archive.
           MOVE SPACES TO annee-archive.
           MOVE 'NOTES.DAT' TO nom-notes.
           MOVE 'NOTES-COMPOSANTES.DAT' TO nom-composantes.
           MOVE 'NOTES-TRANSFERT.DAT' TO nom-transferts.


      * Releve le numero du passage de la chaine en cours, pour
      * fichier des bulletins ; sans NOTES.DAT, rien a imprimer
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           PERFORM 1100-CHOISIR-ANNEE.
           PERFORM 1500-CHARGER-MATIERES.
           PERFORM 1600-CHARGER-COMPOSANTES.
           MOVE CP-HLG-ANNEE TO annee-courante.
           PERFORM 1700-CHARGER-TRANSFERTS.
           OPEN INPUT NOTES-FILE.
           IF notes-statut NOT = '00'
               DISPLAY 'ERREUR : ' nom-notes ' introuvable (statut '
                   notes-statut ')'
               MOVE 8 TO RETURN-CODE
               SET fin-notes TO TRUE
               PERFORM 2100-LIRE-NOTE
           END-IF.

      * Lit l'annee scolaire parametree ; une annee valide designe
      * les archives de cette annee de rentree
       1100-CHOISIR-ANNEE.
           OPEN INPUT PARAM-FILE.
           IF param-statut = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAR-ANNEE TO annee-archive
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           IF annee-archive NOT = SPACES
               IF annee-archive IS NUMERIC
                   SET bulletin-archive TO TRUE
                   PERFORM 1110-NOMMER-ARCHIVES
                   DISPLAY 'Bulletins de l''annee scolaire '
                       annee-archive ' (archives)'
               ELSE
                   DISPLAY 'AVERTISSEMENT : annee ' annee-archive
                       ' de BULLETIN-PARAM.DAT invalide, annee en '
                       'cours imprimee'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Construit les noms des archives de l'annee parametree
       1110-NOMMER-ARCHIVES.
           MOVE SPACES TO nom-notes.
           STRING 'NOTES.A' DELIMITED BY SIZE
               annee-archive DELIMITED BY SIZE
               INTO nom-notes.
           MOVE SPACES TO nom-composantes.
           STRING 'NOTES-COMPOSANTES.A' DELIMITED BY SIZE
               annee-archive DELIMITED BY SIZE
               INTO nom-composantes.
           MOVE SPACES TO nom-transferts.
           STRING 'NOTES-TRANSFERT.A' DELIMITED BY SIZE
               annee-archive DELIMITED BY SIZE
               INTO nom-transferts.

      * Charge le catalogue des matieres en memoire, la derniere
      * ligne d'un meme code recouvrant la precedente
       1500-CHARGER-MATIERES.
           END-IF.
           PERFORM 1610-LIRE-COMPOSANTE.

      * Charge les notes transferees de l'annee en cours ; sans
      * fichier, aucune note transferee n'est editee
       1700-CHARGER-TRANSFERTS.
           MOVE ZERO TO nb-transferts.
           MOVE 'N' TO indic-fin-transferts.
           OPEN INPUT NOTES-TRANSFERT-FILE.
           IF notes-transfert-statut = '00'
               PERFORM 1710-LIRE-TRANSFERT
               PERFORM 1720-RETENIR-TRANSFERT UNTIL fin-transferts
               CLOSE NOTES-TRANSFERT-FILE
           END-IF.

      * Lecture d'un enregistrement NOTES-TRANSFERT.DAT
       1710-LIRE-TRANSFERT.
           READ NOTES-TRANSFERT-FILE
               AT END SET fin-transferts TO TRUE
           END-READ.

      * Range la note transferee lue si elle est de l'annee en
      * cours, ou toute note de l'archive d'une annee close, puis
      * relit
       1720-RETENIR-TRANSFERT.
           IF (bulletin-archive OR NTR-TERME(1:4) = annee-courante)
                   AND nb-transferts < limite-transferts
               ADD 1 TO nb-transferts
               MOVE NTR-ID TO TRT-ID(nb-transferts)
               MOVE NTR-COURS TO TRT-COURS(nb-transferts)
               MOVE NTR-VALEUR TO TRT-VALEUR(nb-transferts)
               MOVE NTR-COEF TO TRT-COEF(nb-transferts)
               MOVE NTR-ECOLE TO TRT-ECOLE(nb-transferts)
           END-IF.
           PERFORM 1710-LIRE-TRANSFERT.

      * Cumule la ligne de matiere courante dans le bulletin de son
      * etudiant ; au changement d'etudiant, le bulletin acheve est
      * clos par sa moyenne ponderee, puis relit
       2300-LIGNE-MATIERE.
           MOVE NOTE-VALEUR TO note-edite.
           MOVE coef-ligne TO coef-edite.
           MOVE NOTE-COURS TO cours-libelle.
           PERFORM 2350-LIBELLE-MATIERE.
           MOVE SPACES TO LIGNE-BULLETIN.
           STRING '  ' DELIMITED BY SIZE
               WRITE LIGNE-BULLETIN
           END-IF.

      * Edite la note transferee courante si elle porte sur
      * l'etudiant du bulletin, marquee transferee avec son
      * etablissement d'origine
       2450-LIGNE-TRANSFERT.
           IF TRT-ID(ix-transfert) = etu-id
               MOVE TRT-COURS(ix-transfert) TO cours-libelle
               PERFORM 2350-LIBELLE-MATIERE
               MOVE TRT-VALEUR(ix-transfert) TO note-edite
               MOVE TRT-COEF(ix-transfert) TO coef-edite
               MOVE SPACES TO LIGNE-BULLETIN
               STRING '  ' DELIMITED BY SIZE
                   libelle-matiere DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   note-edite DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   coef-edite DELIMITED BY SIZE
                   '  transferee de ' DELIMITED BY SIZE
                   TRT-ECOLE(ix-transfert) DELIMITED BY SIZE
                   INTO LIGNE-BULLETIN
               WRITE LIGNE-BULLETIN
           END-IF.

      * Resout le libelle complet du code matiere cours-libelle ;
      * un code hors catalogue garde son code brut
       2350-LIBELLE-MATIERE.
           MOVE 'N' TO indic-matiere-trouvee.
           MOVE ZERO TO ix-matiere.
               MOVE MTB-LIBELLE(ix-matiere) TO libelle-matiere
           ELSE
               MOVE SPACES TO libelle-matiere
               MOVE cours-libelle TO libelle-matiere(1:4)
           END-IF.

      * Compare la ligne suivante de la table au code a editer
       2360-COMPARER-COURS.
           ADD 1 TO ix-matiere.
           IF MTB-CODE(ix-matiere) = cours-libelle
               SET matiere-trouvee TO TRUE
           END-IF.

      * Clot le bulletin de l'etudiant acheve par sa moyenne
      * ponderee, puis repart sur l'etudiant suivant
       2500-CLORE-BULLETIN.
           PERFORM 2450-LIGNE-TRANSFERT
               VARYING ix-transfert FROM 1 BY 1
               UNTIL ix-transfert > nb-transferts.
           IF somme-coefs = ZERO
               MOVE ZERO TO moyenne
           ELSE
