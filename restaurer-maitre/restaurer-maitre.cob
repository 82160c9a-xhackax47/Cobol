               ASSIGN TO "CATALOGUE-SAUVEGARDES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS catalogue-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD CATALOGUE-FILE.
       COPY "cpcatalogue.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 catalogue-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
       77 fichier-demande PIC X(20).
       77 generation-texte PIC X(01).
       77 nom-source PIC X(30).
           END-IF.
           GOBACK.

      * Releve le numero du passage de la chaine en cours, pour
      * situer la restauration dans HISTORIQUE.DAT
       0050-LIRE-PASSAGE.
           OPEN INPUT PASSAGE-FILE.
           IF passage-statut = '00'
               READ PASSAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAS-NUMERO TO numero-passage
               END-READ
               CLOSE PASSAGE-FILE
           END-IF.

      * Recopie la generation choisie par-dessus le fichier courant
      * et journalise la restauration
       1000-RESTAURER.
           CALL "CBL_COPY_FILE" USING nom-source nom-cible
               RETURNING code-copie.
           IF code-copie = ZERO
               PERFORM 0050-LIRE-PASSAGE
               PERFORM 2000-JOURNALISER-RESTAURATION
               DISPLAY pla-restaure
           ELSE
           MOVE CP-HLG-HH TO CAT-HEURE(1:2).
           MOVE CP-HLG-MN TO CAT-HEURE(3:2).
           MOVE CP-HLG-SS TO CAT-HEURE(5:2).
           MOVE numero-passage TO CAT-PASSAGE.
           OPEN EXTEND CATALOGUE-FILE.
           IF catalogue-statut = '35'
               OPEN OUTPUT CATALOGUE-FILE
