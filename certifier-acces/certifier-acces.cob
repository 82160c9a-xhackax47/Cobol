      * Code CertifierAcces en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. CertifierAcces.

      * Transaction a la demande des responsables : presente une a
      * une les lignes de recertification en attente que
      * CampagneCertification leur a soumises dans
      * CERTIFICATIONS.DAT, tant que l'echeance de la campagne
      * n'est pas passee. Le responsable confirme ou revoque chaque
      * droit ; sa decision est consignee sur la ligne avec la date
      * et l'heure. La revocation est appliquee aux habilitations
      * par le passage suivant de CampagneCertification. Les lignes
      * sans responsable reviennent aux administrateurs ; nul ne
      * recertifie ses propres droits.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIF-FILE ASSIGN TO "CERTIFICATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS certif-statut.
           SELECT CERTIF-NOUVEAU-FILE ASSIGN TO "CERTIFICATIONS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
           SELECT UTILISATEURS-FILE ASSIGN TO "UTILISATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS utilisateurs-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Meme structure d'enregistrement pour le fichier des
      * certifications et sa recopie ; les references sont
      * qualifiees par OF pour lever l'ambiguite
       FD CERTIF-FILE.
       COPY "cpcertification.cpy".

       FD CERTIF-NOUVEAU-FILE.
       COPY "cpcertification.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       FD UTILISATEURS-FILE.
       COPY "cputilisateur.cpy".

       WORKING-STORAGE SECTION.
       77 certif-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateurs-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-utilisateurs PIC X(01) VALUE 'N'.
           88 fin-utilisateurs VALUE 'O'.
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 utilisateur-trouve VALUE 'O'.
       77 indic-admin PIC X(01) VALUE 'N'.
           88 session-admin VALUE 'O'.
       77 indic-fin-certif PIC X(01) VALUE 'N'.
           88 fin-certif VALUE 'O'.
       77 decision PIC X(01).
       77 libelle-droit PIC X(30) VALUE SPACES.
       77 choix-edite PIC ZZ9.
       77 cpt-confirmees PIC 9(04) COMP VALUE ZERO.
       77 cpt-revoquees PIC 9(04) COMP VALUE ZERO.
       77 cpt-laissees PIC 9(04) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).
       77 heure-jour PIC 9(08).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-ligne.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Campagne    : '.
           2 COL 24 PIC X(06) FROM CER-CAMPAGNE OF CERTIF-FILE.
           2 COL 32 VALUE 'ligne '.
           2 COL 38 PIC 9(05) FROM CER-NUMERO OF CERTIF-FILE.
           2 LINE 4 COL 10 VALUE 'Echeance    : '.
           2 COL 24 PIC 9999/99/99 FROM CER-ECHEANCE OF CERTIF-FILE.
           2 LINE 6 COL 10 VALUE 'Utilisateur : '.
           2 COL 24 PIC X(08) FROM CER-UTILISATEUR OF CERTIF-FILE.
           2 COL 34 VALUE 'role '.
           2 COL 39 PIC X(01) FROM CER-ROLE OF CERTIF-FILE.
           2 LINE 7 COL 10 VALUE 'Droit       : '.
           2 COL 24 PIC X(30) FROM libelle-droit.

       1 pls-decision.
           2 LINE 9 COL 10 VALUE
               'C=Confirmer R=Revoquer autre=Laisser : '.
           2 PIC X(01) TO decision REQUIRED.

       1 pla-vide.
           2 LINE 6 COL 10 VALUE
               'Aucun droit a recertifier.'.

       1 pla-bilan.
           2 LINE 11 COL 10 VALUE 'Confirmes : '.
           2 COL 23 PIC ZZZ9 FROM cpt-confirmees.
           2 LINE 12 COL 10 VALUE 'Revoques  : '.
           2 COL 23 PIC ZZZ9 FROM cpt-revoquees.
           2 LINE 13 COL 10 VALUE 'Laisses   : '.
           2 COL 23 PIC ZZZ9 FROM cpt-laissees.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE ZERO TO cpt-confirmees.
           MOVE ZERO TO cpt-revoquees.
           MOVE ZERO TO cpt-laissees.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-IDENTIFIER-RESPONSABLE.
           IF NOT utilisateur-trouve
               DISPLAY 'Acces refuse : la recertification demande '
                   'un utilisateur signe au menu.'
               GOBACK
           END-IF.
           MOVE 'N' TO indic-fin-certif.
           OPEN INPUT CERTIF-FILE.
           IF certif-statut NOT = '00'
               DISPLAY pla-vide
           ELSE
               OPEN OUTPUT CERTIF-NOUVEAU-FILE
               PERFORM 2100-LIRE-CERTIF
               PERFORM 2000-TRAITER-LIGNE UNTIL fin-certif
               CLOSE CERTIF-FILE
               CLOSE CERTIF-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "CERTIFICATIONS.DAT"
               CALL "CBL_RENAME_FILE" USING "CERTIFICATIONS.NOUVEAU"
                   "CERTIFICATIONS.DAT"
               IF cpt-confirmees + cpt-revoquees + cpt-laissees
                       = ZERO
                   DISPLAY pla-vide
               ELSE
                   DISPLAY pla-bilan
               END-IF
           END-IF.
           GOBACK.

      * Reprend l'utilisateur signe au menu et retient s'il porte le
      * role administrateur
       0100-IDENTIFIER-RESPONSABLE.
           MOVE 'N' TO indic-trouve.
           MOVE 'N' TO indic-admin.
           MOVE 'N' TO indic-fin-utilisateurs.
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
           IF utilisateur-session NOT = SPACES
               OPEN INPUT UTILISATEURS-FILE
               IF utilisateurs-statut = '00'
                   PERFORM 0110-LIRE-UTILISATEUR
                   PERFORM 0120-COMPARER-UTILISATEUR
                       UNTIL fin-utilisateurs OR utilisateur-trouve
                   CLOSE UTILISATEURS-FILE
               END-IF
           END-IF.

      * Lecture d'un enregistrement UTILISATEURS.DAT
       0110-LIRE-UTILISATEUR.
           READ UTILISATEURS-FILE
               AT END SET fin-utilisateurs TO TRUE
           END-READ.

      * Compare la fiche courante a l'utilisateur de la session,
      * puis relit
       0120-COMPARER-UTILISATEUR.
           IF UTI-ID = utilisateur-session
               SET utilisateur-trouve TO TRUE
               IF UTI-ADMIN
                   SET session-admin TO TRUE
               END-IF
           ELSE
               PERFORM 0110-LIRE-UTILISATEUR
           END-IF.

      * Lecture d'un enregistrement CERTIFICATIONS.DAT
       2100-LIRE-CERTIF.
           READ CERTIF-FILE
               AT END SET fin-certif TO TRUE
           END-READ.

      * Presente la ligne courante si elle attend la decision du
      * responsable de la session et que la campagne est encore
      * ouverte, consigne la decision, recopie la ligne puis relit
       2000-TRAITER-LIGNE.
           IF CER-EN-ATTENTE OF CERTIF-FILE
                   AND CER-ECHEANCE OF CERTIF-FILE >= date-jour-aff
                   AND CER-UTILISATEUR OF CERTIF-FILE
                       NOT = utilisateur-session
                   AND (CER-RESPONSABLE OF CERTIF-FILE
                       = utilisateur-session
                   OR (CER-RESPONSABLE OF CERTIF-FILE = SPACES
                       AND session-admin))
               PERFORM 2200-PRESENTER-LIGNE
           END-IF.
           MOVE CERTIFICATION-ENREGISTREMENT OF CERTIF-FILE
               TO CERTIFICATION-ENREGISTREMENT
               OF CERTIF-NOUVEAU-FILE.
           WRITE CERTIFICATION-ENREGISTREMENT OF CERTIF-NOUVEAU-FILE.
           PERFORM 2100-LIRE-CERTIF.

      * Affiche le droit soumis et recueille la decision
       2200-PRESENTER-LIGNE.
           MOVE SPACES TO libelle-droit.
           IF CER-CHOIX OF CERTIF-FILE = ZERO
               MOVE 'Acces au menu sous son role' TO libelle-droit
           ELSE
               MOVE CER-CHOIX OF CERTIF-FILE TO choix-edite
               STRING 'Option ' DELIMITED BY SIZE
                   choix-edite DELIMITED BY SIZE
                   ' accordee nommement' DELIMITED BY SIZE
                   INTO libelle-droit
           END-IF.
           DISPLAY pla-ligne.
           DISPLAY pls-decision.
           ACCEPT pls-decision.
           EVALUATE TRUE
               WHEN decision = 'C' OR decision = 'c'
                   SET CER-CONFIRME OF CERTIF-FILE TO TRUE
                   PERFORM 2300-CONSIGNER-DECISION
                   ADD 1 TO cpt-confirmees
               WHEN decision = 'R' OR decision = 'r'
                   SET CER-REVOQUE OF CERTIF-FILE TO TRUE
                   PERFORM 2300-CONSIGNER-DECISION
                   ADD 1 TO cpt-revoquees
               WHEN OTHER
                   ADD 1 TO cpt-laissees
           END-EVALUATE.

      * Consigne le decideur, la date et l'heure de la decision
       2300-CONSIGNER-DECISION.
           ACCEPT heure-jour FROM TIME.
           MOVE utilisateur-session TO CER-DECIDEUR OF CERTIF-FILE.
           MOVE date-jour-aff TO CER-DATE-DECISION OF CERTIF-FILE.
           MOVE heure-jour(1:6) TO CER-HEURE-DECISION OF CERTIF-FILE.
