      * Code ApprouverHeuresSup en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ApprouverHeuresSup.

      * Transaction a la demande du directeur des etudes : presente
      * une a une les feuilles d'heures de FEUILLES-HEURES.DAT dont
      * les heures supplementaires attendent son approbation. Il
      * approuve ou refuse chaque feuille ; sa decision est
      * consignee sur la feuille avec la date. Seules les heures
      * supplementaires approuvees sont transmises a la paie par
      * ExporterHeuresPaie ; une feuille refusee n'y transmet que
      * ses heures de remplacement. Nul n'approuve une feuille qu'il
      * a lui-meme saisie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEUILLES-FILE ASSIGN TO "FEUILLES-HEURES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS feuilles-statut.
           SELECT FEUILLES-NOUVEAU-FILE
               ASSIGN TO "FEUILLES-HEURES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS enseignants-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Meme structure d'enregistrement pour le fichier des feuilles
      * et sa recopie ; les references sont qualifiees par OF pour
      * lever l'ambiguite
       FD FEUILLES-FILE.
       COPY "cpfeuilleheures.cpy".

       FD FEUILLES-NOUVEAU-FILE.
       COPY "cpfeuilleheures.cpy".

       FD ENSEIGNANTS-FILE.
       COPY "cpenseignant.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 feuilles-statut PIC X(02).
       77 enseignants-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-feuilles PIC X(01) VALUE 'N'.
           88 fin-feuilles VALUE 'O'.
       77 indic-fin-enseignants PIC X(01) VALUE 'N'.
           88 fin-enseignants VALUE 'O'.
       77 indic-enseignant PIC X(01) VALUE 'N'.
           88 enseignant-trouve VALUE 'O'.
       77 decision PIC X(01).
       77 nom-enseignant PIC X(20) VALUE SPACES.
       77 cpt-approuvees PIC 9(04) COMP VALUE ZERO.
       77 cpt-refusees PIC 9(04) COMP VALUE ZERO.
       77 cpt-laissees PIC 9(04) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-feuille.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Mois        : '.
           2 COL 24 PIC 9999/99 FROM FEU-MOIS OF FEUILLES-FILE.
           2 LINE 4 COL 10 VALUE 'Enseignant  : '.
           2 COL 24 PIC X(06) FROM FEU-ENSEIGNANT OF FEUILLES-FILE.
           2 COL 32 PIC X(20) FROM nom-enseignant.
           2 LINE 6 COL 10 VALUE 'Cours       : '.
           2 COL 24 PIC ZZ9.9 FROM FEU-HEURES-COURS OF FEUILLES-FILE.
           2 COL 32 VALUE 'charge '.
           2 COL 39 PIC ZZ9.9 FROM FEU-CHARGE OF FEUILLES-FILE.
           2 COL 47 VALUE 'service '.
           2 COL 55 PIC ZZ9 FROM FEU-SERVICE OF FEUILLES-FILE.
           2 LINE 7 COL 10 VALUE 'Remplacement: '.
           2 COL 24 PIC ZZ9.9 FROM FEU-HEURES-REMPL OF FEUILLES-FILE.
           2 LINE 8 COL 10 VALUE 'Heures sup. : '.
           2 COL 24 PIC ZZ9.9 FROM FEU-HEURES-SUP OF FEUILLES-FILE.
           2 LINE 9 COL 10 VALUE 'Saisie par  : '.
           2 COL 24 PIC X(08) FROM FEU-SAISI-PAR OF FEUILLES-FILE.

       1 pls-decision.
           2 LINE 11 COL 10 VALUE
               'A=Approuver R=Refuser autre=Laisser : '.
           2 PIC X(01) TO decision REQUIRED.

       1 pla-vide.
           2 LINE 6 COL 10 VALUE
               'Aucune heure supplementaire a approuver.'.

       1 pla-bilan.
           2 LINE 13 COL 10 VALUE 'Approuvees : '.
           2 COL 24 PIC ZZZ9 FROM cpt-approuvees.
           2 LINE 14 COL 10 VALUE 'Refusees   : '.
           2 COL 24 PIC ZZZ9 FROM cpt-refusees.
           2 LINE 15 COL 10 VALUE 'Laissees   : '.
           2 COL 24 PIC ZZZ9 FROM cpt-laissees.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE ZERO TO cpt-approuvees.
           MOVE ZERO TO cpt-refusees.
           MOVE ZERO TO cpt-laissees.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-LIRE-SESSION.
           IF utilisateur-session = SPACES
               DISPLAY 'Acces refuse : l''approbation des heures '
                   'demande un utilisateur signe au menu.'
               GOBACK
           END-IF.
           MOVE 'N' TO indic-fin-feuilles.
           OPEN INPUT FEUILLES-FILE.
           IF feuilles-statut NOT = '00'
               DISPLAY pla-vide
           ELSE
               OPEN OUTPUT FEUILLES-NOUVEAU-FILE
               PERFORM 2100-LIRE-FEUILLE
               PERFORM 2000-TRAITER-FEUILLE UNTIL fin-feuilles
               CLOSE FEUILLES-FILE
               CLOSE FEUILLES-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "FEUILLES-HEURES.DAT"
               CALL "CBL_RENAME_FILE" USING "FEUILLES-HEURES.NOUVEAU"
                   "FEUILLES-HEURES.DAT"
               IF cpt-approuvees + cpt-refusees + cpt-laissees
                       = ZERO
                   DISPLAY pla-vide
               ELSE
                   DISPLAY pla-bilan
               END-IF
           END-IF.
           GOBACK.

      * Reprend l'utilisateur signe au menu
       0100-LIRE-SESSION.
           OPEN INPUT SESSION-FILE.
           IF session-statut = '00'
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-UTILISATEUR TO utilisateur-session
               END-READ
               CLOSE SESSION-FILE
           END-IF.

      * Lecture d'un enregistrement FEUILLES-HEURES.DAT
       2100-LIRE-FEUILLE.
           READ FEUILLES-FILE
               AT END SET fin-feuilles TO TRUE
           END-READ.

      * Presente la feuille courante si ses heures supplementaires
      * attendent une decision et qu'elle n'a pas ete saisie par
      * l'utilisateur de la session, recopie la feuille puis relit
       2000-TRAITER-FEUILLE.
           IF FEU-A-APPROUVER OF FEUILLES-FILE
                   AND FEU-SAISI-PAR OF FEUILLES-FILE
                       NOT = utilisateur-session
               PERFORM 2200-PRESENTER-FEUILLE
           END-IF.
           MOVE FEUILLE-HEURES-ENREGISTREMENT OF FEUILLES-FILE
               TO FEUILLE-HEURES-ENREGISTREMENT
               OF FEUILLES-NOUVEAU-FILE.
           WRITE FEUILLE-HEURES-ENREGISTREMENT OF FEUILLES-NOUVEAU-FILE.
           PERFORM 2100-LIRE-FEUILLE.

      * Affiche la feuille et recueille la decision
       2200-PRESENTER-FEUILLE.
           PERFORM 3000-CHERCHER-ENSEIGNANT.
           DISPLAY pla-feuille.
           DISPLAY pls-decision.
           ACCEPT pls-decision.
           EVALUATE TRUE
               WHEN decision = 'A' OR decision = 'a'
                   SET FEU-APPROUVEE OF FEUILLES-FILE TO TRUE
                   PERFORM 2300-CONSIGNER-DECISION
                   ADD 1 TO cpt-approuvees
               WHEN decision = 'R' OR decision = 'r'
                   SET FEU-REFUSEE OF FEUILLES-FILE TO TRUE
                   PERFORM 2300-CONSIGNER-DECISION
                   ADD 1 TO cpt-refusees
               WHEN OTHER
                   ADD 1 TO cpt-laissees
           END-EVALUATE.

      * Consigne l'approbateur et la date de la decision
       2300-CONSIGNER-DECISION.
           MOVE utilisateur-session TO FEU-APPROBATEUR OF FEUILLES-FILE.
           MOVE date-jour-aff TO FEU-DATE-DECISION OF FEUILLES-FILE.

      * Recherche le nom de l'enseignant de la feuille courante
       3000-CHERCHER-ENSEIGNANT.
           MOVE SPACES TO nom-enseignant.
           MOVE 'N' TO indic-enseignant.
           MOVE 'N' TO indic-fin-enseignants.
           OPEN INPUT ENSEIGNANTS-FILE.
           IF enseignants-statut = '00'
               PERFORM 3100-LIRE-ENSEIGNANT
               PERFORM 3200-COMPARER-ENSEIGNANT
                   UNTIL fin-enseignants OR enseignant-trouve
               CLOSE ENSEIGNANTS-FILE
           END-IF.

      * Lecture d'un enregistrement ENSEIGNANTS.DAT
       3100-LIRE-ENSEIGNANT.
           READ ENSEIGNANTS-FILE
               AT END SET fin-enseignants TO TRUE
           END-READ.

      * Compare la fiche courante a l'enseignant de la feuille,
      * puis relit si elle ne correspond pas
       3200-COMPARER-ENSEIGNANT.
           IF ENS-ID = FEU-ENSEIGNANT OF FEUILLES-FILE
               SET enseignant-trouve TO TRUE
               MOVE ENS-NOM TO nom-enseignant
           ELSE
               PERFORM 3100-LIRE-ENSEIGNANT
           END-IF.
