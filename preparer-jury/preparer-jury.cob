      * etudiant, les notes courantes du maitre, l'historique des
      * termes, l'etat du dossier de suivi ouvert et les notes de
      * deuxieme session recues, a la place des cinq etats agrafes.
      * Les notes modifiees pendant une reouverture du trimestre
      * (MODIFS-REOUVERTURE.DAT) et pas encore presentees au jury y
      * sont signalees, puis marquees signalees.
      * La decision du jury se saisit ensuite etudiant par etudiant
      * et s'estampille dans DECISIONS-JURY.DAT avec la date et
      * l'utilisateur.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
           SELECT MODIFS-REOUV-FILE
               ASSIGN TO "MODIFS-REOUVERTURE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS modifs-reouv-statut.
           SELECT MODIFS-NOUVEAU-FILE
               ASSIGN TO "MODIFS-REOUVERTURE.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       FD SESSION-FILE.
       COPY "cpsession.cpy".

       FD MODIFS-REOUV-FILE.
       COPY "cpmodifrouverture.cpy".

      * Recopie du journal des reouvertures, meme disposition que
      * MODIFS-REOUVERTURE.DAT
       FD MODIFS-NOUVEAU-FILE.
       01 LIGNE-MODIF-NOUVEAU         PIC X(70).

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 maitre-statut PIC X(02).
       77 indic-fin-rattrapage PIC X(01) VALUE 'N'.
           88 fin-rattrapage VALUE 'O'.
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 modifs-reouv-statut PIC X(02).
       77 indic-fin-modifs PIC X(01) VALUE 'N'.
           88 fin-modifs VALUE 'O'.
       77 indic-entete-modifs PIC X(01) VALUE 'N'.
           88 entete-modifs-ecrite VALUE 'O'.
       77 cpt-modifs-signalees PIC 9(04) COMP VALUE ZERO.
       77 note-avant-edite PIC Z9.99.
       77 cpt-etudiants PIC 9(04) COMP VALUE ZERO.
       77 cpt-decisions PIC 9(04) COMP VALUE ZERO.
       77 note-edite PIC Z9.99.
               classe-saisie DELIMITED BY SIZE
               INTO LIGNE-JURY.
           WRITE LIGNE-JURY.
           MOVE ZERO TO cpt-modifs-signalees.
           MOVE 'N' TO indic-fin-inscrits.
           MOVE LOW-VALUES TO INS-ID.
           START ETUDIANTS-FILE KEY >= INS-ID
               PERFORM 2200-BLOC-ETUDIANT UNTIL fin-inscrits
           END-IF.
           CLOSE DOSSIER-JURY-FILE.
           IF cpt-modifs-signalees > ZERO
               PERFORM 5500-MARQUER-SIGNALEES
           END-IF.
           DISPLAY pla-dossier-produit.

      * Lecture sequentielle du fichier des inscriptions
               PERFORM 3500-SECTION-TERMES
               PERFORM 4000-SECTION-DOSSIER
               PERFORM 4500-SECTION-RATTRAPAGE
               PERFORM 5000-SECTION-REOUVERTURE
           END-IF.
           PERFORM 2100-LIRE-INSCRIT.

           END-IF.
           PERFORM 4600-LIRE-RATTRAPAGE.

      * Notes de l'etudiant du bloc modifiees pendant une
      * reouverture du trimestre de la classe et pas encore
      * signalees a un jury ; la section n'apparait que s'il y en a
       5000-SECTION-REOUVERTURE.
           MOVE 'N' TO indic-fin-modifs.
           MOVE 'N' TO indic-entete-modifs.
           OPEN INPUT MODIFS-REOUV-FILE.
           IF modifs-reouv-statut = '00'
               PERFORM 5100-LIRE-MODIF
               PERFORM 5200-LIGNE-MODIF UNTIL fin-modifs
               CLOSE MODIFS-REOUV-FILE
           END-IF.

      * Lecture d'un enregistrement MODIFS-REOUVERTURE.DAT
       5100-LIRE-MODIF.
           READ MODIFS-REOUV-FILE
               AT END SET fin-modifs TO TRUE
           END-READ.

      * Edite la modification non signalee de l'etudiant, avec la
      * note avant et apres, la date et l'auteur, puis relit
       5200-LIGNE-MODIF.
           IF MRO-ID = INS-ID AND MRO-CLASSE = classe-saisie
                   AND MRO-A-SIGNALER
               IF NOT entete-modifs-ecrite
                   MOVE '  Modifie apres reouverture :'
                       TO LIGNE-JURY
                   WRITE LIGNE-JURY
                   SET entete-modifs-ecrite TO TRUE
               END-IF
               MOVE MRO-AVANT TO note-avant-edite
               MOVE MRO-APRES TO note-edite
               MOVE SPACES TO LIGNE-JURY
               STRING '  * ' DELIMITED BY SIZE
                   MRO-COURS DELIMITED BY SIZE
                   ' T' DELIMITED BY SIZE
                   MRO-TERME DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   note-avant-edite DELIMITED BY SIZE
                   ' -> ' DELIMITED BY SIZE
                   note-edite DELIMITED BY SIZE
                   '  le ' DELIMITED BY SIZE
                   MRO-DATE DELIMITED BY SIZE
                   ' par ' DELIMITED BY SIZE
                   MRO-UTILISATEUR DELIMITED BY SIZE
                   INTO LIGNE-JURY
               WRITE LIGNE-JURY
               ADD 1 TO cpt-modifs-signalees
           END-IF.
           PERFORM 5100-LIRE-MODIF.

      * Recopie le journal des reouvertures en marquant signalees
      * les lignes de la classe presentees dans le dossier, puis
      * remplace le journal par sa recopie
       5500-MARQUER-SIGNALEES.
           MOVE 'N' TO indic-fin-modifs.
           OPEN INPUT MODIFS-REOUV-FILE.
           IF modifs-reouv-statut = '00'
               OPEN OUTPUT MODIFS-NOUVEAU-FILE
               PERFORM 5100-LIRE-MODIF
               PERFORM 5600-RECOPIER-MODIF UNTIL fin-modifs
               CLOSE MODIFS-REOUV-FILE
               CLOSE MODIFS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE"
                   USING "MODIFS-REOUVERTURE.DAT"
               CALL "CBL_RENAME_FILE"
                   USING "MODIFS-REOUVERTURE.NOUVEAU"
                   "MODIFS-REOUVERTURE.DAT"
           END-IF.

      * Marque la ligne courante si elle porte sur la classe du
      * dossier, la recopie, puis relit
       5600-RECOPIER-MODIF.
           IF MRO-CLASSE = classe-saisie AND MRO-A-SIGNALER
               SET MRO-DEJA-SIGNALEE TO TRUE
           END-IF.
           MOVE MODIF-REOUVERTURE-ENREGISTREMENT
               TO LIGNE-MODIF-NOUVEAU.
           WRITE LIGNE-MODIF-NOUVEAU.
           PERFORM 5100-LIRE-MODIF.

      * Saisie des decisions du jury : les inscrits de la classe
      * defilent, la decision vide saute l'etudiant
       6000-SAISIR-DECISIONS.
