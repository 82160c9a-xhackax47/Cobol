      * passage, redoublement ou examen par le jury. Les etudiants
      * promus montent dans la classe suivante de la table de
      * progression, directement dans ETUDIANTS-MASTER.DAT.
      * Les notes reprises de l'etablissement d'origine d'un
      * etudiant arrive en cours d'annee (NOTES-TRANSFERT.DAT)
      * comptent, par terme externe, comme autant de termes de
      * l'annee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT NOTES-TRANSFERT-FILE ASSIGN TO "NOTES-TRANSFERT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-transfert-statut.
           SELECT DECISIONS-FILE ASSIGN TO "DECISIONS-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD NOTES-TRANSFERT-FILE.
       COPY "cpnotetransfert.cpy".

       FD DECISIONS-FILE.
       COPY "cpdecisionpassage.cpy".

       77 cpt-redoublants PIC 9(05) COMP VALUE ZERO.
       77 cpt-jury PIC 9(05) COMP VALUE ZERO.

      * Termes externes de l'annee en cours, un poste par etudiant
      * et par terme, cumulant les notes transferees ponderees
       77 notes-transfert-statut PIC X(02).
       77 indic-fin-transferts PIC X(01) VALUE 'N'.
           88 fin-transferts VALUE 'O'.
       77 indic-terme-trouve PIC X(01) VALUE 'N'.
           88 terme-trouve VALUE 'O'.
       77 nb-termes-externes PIC 9(04) COMP VALUE ZERO.
       77 ix-terme-externe PIC 9(04) COMP VALUE ZERO.
       77 limite-termes-externes PIC 9(04) COMP VALUE 2000.
       77 coef-transfert PIC 9(01)V9(01) VALUE ZERO.
       77 moyenne-terme-externe PIC 9(02)V9(02) VALUE ZERO.
       77 cpt-termes-externes PIC 9(05) COMP VALUE ZERO.
       01 TABLE-TERMES-EXTERNES.
           05 TERME-EXTERNE-TABLE OCCURS 2000.
               10 TEX-ID              PIC X(06).
               10 TEX-TERME           PIC 9(08).
               10 TEX-POINTS          PIC S9(05)V9(03).
               10 TEX-COEFS           PIC S9(03)V9(01).

      * Table de progression des classes
       77 nb-classes PIC 9(03) COMP VALUE ZERO.
       77 ix-classe PIC 9(03) COMP VALUE ZERO.
           MOVE CP-HLG-ANNEE TO annee-courante.
           PERFORM 1100-CHARGER-REGLES.
           PERFORM 1200-CHARGER-CLASSES.
           PERFORM 1300-CHARGER-TRANSFERTS.
           OPEN INPUT HISTOTERME-FILE.
           IF histoterme-statut NOT = '00'
               DISPLAY 'ERREUR : HISTONOTE-TERMES.DAT introuvable '
           END-IF.
           PERFORM 1210-LIRE-CLASSE.

      * Cumule par etudiant et par terme externe les notes
      * transferees de l'annee en cours ; sans fichier, aucun
      * terme externe ne compte
       1300-CHARGER-TRANSFERTS.
           MOVE ZERO TO nb-termes-externes.
           MOVE 'N' TO indic-fin-transferts.
           OPEN INPUT NOTES-TRANSFERT-FILE.
           IF notes-transfert-statut = '00'
               PERFORM 1310-LIRE-TRANSFERT
               PERFORM 1320-CUMULER-TRANSFERT UNTIL fin-transferts
               CLOSE NOTES-TRANSFERT-FILE
           END-IF.

      * Lecture d'un enregistrement NOTES-TRANSFERT.DAT
       1310-LIRE-TRANSFERT.
           READ NOTES-TRANSFERT-FILE
               AT END SET fin-transferts TO TRUE
           END-READ.

      * Ajoute la note transferee lue au poste de son etudiant et
      * de son terme externe, cree au besoin, puis relit
       1320-CUMULER-TRANSFERT.
           IF NTR-TERME(1:4) = annee-courante
               MOVE 'N' TO indic-terme-trouve
               MOVE ZERO TO ix-terme-externe
               PERFORM 1330-COMPARER-TERME
                   UNTIL terme-trouve
                       OR ix-terme-externe >= nb-termes-externes
               IF NOT terme-trouve
                   IF nb-termes-externes < limite-termes-externes
                       ADD 1 TO nb-termes-externes
                       MOVE nb-termes-externes TO ix-terme-externe
                       MOVE NTR-ID TO TEX-ID(ix-terme-externe)
                       MOVE NTR-TERME TO TEX-TERME(ix-terme-externe)
                       MOVE ZERO TO TEX-POINTS(ix-terme-externe)
                       MOVE ZERO TO TEX-COEFS(ix-terme-externe)
                       SET terme-trouve TO TRUE
                   END-IF
               END-IF
               IF terme-trouve
      * un coefficient a zero vaut 1.0, comme pour NOTES.DAT
                   IF NTR-COEF NOT NUMERIC OR NTR-COEF = ZERO
                       MOVE 1.0 TO coef-transfert
                   ELSE
                       MOVE NTR-COEF TO coef-transfert
                   END-IF
                   COMPUTE TEX-POINTS(ix-terme-externe) =
                       TEX-POINTS(ix-terme-externe)
                       + (NTR-VALEUR * coef-transfert)
                   ADD coef-transfert TO TEX-COEFS(ix-terme-externe)
               END-IF
           END-IF.
           PERFORM 1310-LIRE-TRANSFERT.

      * Compare le poste suivant a l'etudiant et au terme lus
       1330-COMPARER-TERME.
           ADD 1 TO ix-terme-externe.
           IF TEX-ID(ix-terme-externe) = NTR-ID
                   AND TEX-TERME(ix-terme-externe) = NTR-TERME
               SET terme-trouve TO TRUE
           END-IF.

      * Lecture d'un enregistrement HISTOTERME.TRI
       2100-LIRE-TERME.
           READ HISTOTERME-TRI-FILE
      * sa decision ; un etudiant sans terme sur l'annee en cours
      * n'est pas decide
       3000-DECIDER-ETUDIANT.
           PERFORM 3050-AJOUTER-TERME-EXTERNE
               VARYING ix-terme-externe FROM 1 BY 1
               UNTIL ix-terme-externe > nb-termes-externes.
           IF nb-termes > ZERO
               COMPUTE moyenne-annee ROUNDED =
                   somme-termes / nb-termes
           MOVE ZERO TO nb-echecs.
           MOVE SPACES TO etu-id.

      * Compte le terme externe courant dans l'annee de
      * l'etudiant acheve s'il le concerne, par la moyenne
      * ponderee de ses notes transferees
       3050-AJOUTER-TERME-EXTERNE.
           IF TEX-ID(ix-terme-externe) = etu-id
                   AND TEX-COEFS(ix-terme-externe) > ZERO
               COMPUTE moyenne-terme-externe ROUNDED =
                   TEX-POINTS(ix-terme-externe)
                   / TEX-COEFS(ix-terme-externe)
               ADD 1 TO nb-termes
               ADD moyenne-terme-externe TO somme-termes
               IF moyenne-terme-externe < moyenne-minimale
                   ADD 1 TO nb-echecs
               END-IF
               ADD 1 TO cpt-termes-externes
           END-IF.

      * Relit la fiche d'inscription de l'etudiant acheve
       3100-LIRE-MAITRE.
           MOVE 'N' TO indic-etudiant-connu.
               DISPLAY 'Decisions de passage : ' cpt-decides
                   ' (' cpt-promus ' promus, ' cpt-redoublants
                   ' redoublants, ' cpt-jury ' au jury)'
               IF cpt-termes-externes > ZERO
                   DISPLAY 'Termes transferes comptes : '
                       cpt-termes-externes
               END-IF
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

