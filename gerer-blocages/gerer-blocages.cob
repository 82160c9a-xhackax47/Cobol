      * Code GererBlocages en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. GererBlocages.

      * Transaction a la demande de la scolarite ou de l'econome :
      * pose ou leve les blocages administratifs des etudiants dans
      * BLOCAGES.DAT. Un blocage se pose sur un etudiant du fichier
      * maitre, avec son type (F impaye, M materiel non restitue, A
      * autre), son motif et une reference facultative (facture,
      * materiel) ; l'utilisateur signe au menu en est l'auteur. Les
      * blocages pour impaye sont aussi poses d'office par
      * GenererRelances au dernier palier de relance. La levee exige
      * la confirmation d'un superviseur (administrateur de
      * UTILISATEURS.DAT) ; chaque blocage actif de l'etudiant est
      * alors presente pour etre leve ou laisse, et le superviseur
      * est consigne avec la date sur le blocage leve. Tant qu'un
      * blocage est actif, GenererReleveNotes, EmettreDiplomes et
      * InscrireRattrapage refusent l'etudiant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOCAGES-FILE ASSIGN TO "BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS blocages-statut.
           SELECT BLOCAGES-NOUVEAU-FILE ASSIGN TO "BLOCAGES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT UTILISATEURS-FILE ASSIGN TO "UTILISATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS utilisateurs-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Meme structure d'enregistrement pour le fichier des blocages
      * et sa recopie ; les references sont qualifiees par OF pour
      * lever l'ambiguite
       FD BLOCAGES-FILE.
       COPY "cpblocage.cpy".

       FD BLOCAGES-NOUVEAU-FILE.
       COPY "cpblocage.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD UTILISATEURS-FILE.
       COPY "cputilisateur.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 blocages-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 utilisateurs-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 action-choisie PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 decision PIC X(01).
       77 id-saisi PIC X(06).
       77 type-saisi PIC X(01).
           88 type-valide VALUE 'F' 'M' 'A'.
       77 motif-saisi PIC X(30).
       77 reference-saisie PIC X(10).
       77 nom-etudiant PIC X(20).
       77 classe-etudiant PIC X(05).
       77 indic-etudiant PIC X(01) VALUE 'N'.
           88 etudiant-connu VALUE 'O'.
       77 indic-fin-blocages PIC X(01) VALUE 'N'.
           88 fin-blocages VALUE 'O'.
       77 cpt-actifs PIC 9(03) COMP VALUE ZERO.
       77 cpt-leves PIC 9(03) COMP VALUE ZERO.
      * La levee d'un blocage exige la confirmation d'un superviseur
       77 indic-fin-utilisateurs PIC X(01) VALUE 'N'.
           88 fin-utilisateurs VALUE 'O'.
       77 indic-superviseur-ok PIC X(01) VALUE 'N'.
           88 superviseur-ok VALUE 'O'.
       77 superviseur-saisi PIC X(08).
       77 mdp-superviseur PIC X(08).
       77 date-jour-aff PIC 9(08).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-action.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE
               'Blocages administratifs des etudiants'.
           2 LINE 6 COL 10 VALUE 'P=Poser L=Lever autre=Fin : '.
           2 PIC X(01) TO action-choisie REQUIRED.

       1 pls-id.
           2 LINE 8 COL 10 VALUE 'Identifiant etudiant : '.
           2 PIC X(06) TO id-saisi REQUIRED.

       1 pla-inconnu.
           2 LINE 16 COL 10 VALUE
               'Identifiant absent du fichier des inscriptions.'.

       1 pla-fiche.
           2 LINE 9 COL 10 VALUE 'Etudiant : '.
           2 COL 21 PIC X(20) FROM nom-etudiant.
           2 COL 43 PIC X(05) FROM classe-etudiant.

       1 pls-blocage.
           2 LINE 11 COL 10 VALUE
               'Type (F=Impaye M=Materiel A=Autre) : '.
           2 PIC X(01) TO type-saisi REQUIRED.
           2 LINE 12 COL 10 VALUE 'Motif : '.
           2 PIC X(30) TO motif-saisi REQUIRED.
           2 LINE 13 COL 10 VALUE 'Reference (facultative) : '.
           2 PIC X(10) TO reference-saisie.

       1 pla-err-type.
           2 LINE 16 COL 10 VALUE
               'Type de blocage invalide : F, M ou A attendu.'.

       1 pls-confirmer.
           2 LINE 18 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-pose.
           2 LINE 19 COL 10 VALUE 'Blocage pose.'.

       1 pla-aucun.
           2 LINE 16 COL 10 VALUE
               'Aucun blocage actif pour cet etudiant.'.

       1 pls-superviseur.
           2 LINE 10 COL 10 VALUE 'Superviseur : '.
           2 PIC X(08) TO superviseur-saisi REQUIRED.
           2 LINE 11 COL 10 VALUE 'Mot de passe : '.
           2 PIC X(08) TO mdp-superviseur SECURE REQUIRED.

       1 pla-superviseur-refuse.
           2 LINE 16 COL 10 VALUE
               'Confirmation refusee, aucun blocage leve.'.

       1 pla-blocage.
           2 LINE 13 COL 10 VALUE 'Blocage : '.
           2 COL 20 PIC X(01) FROM BLQ-TYPE OF BLOCAGES-FILE.
           2 COL 22 PIC X(30) FROM BLQ-MOTIF OF BLOCAGES-FILE.
           2 COL 53 PIC X(10) FROM BLQ-REFERENCE OF BLOCAGES-FILE.
           2 LINE 14 COL 10 VALUE 'Pose par : '.
           2 COL 21 PIC X(08) FROM BLQ-POSE-PAR OF BLOCAGES-FILE.
           2 COL 31 VALUE 'le '.
           2 COL 34 PIC 9999/99/99 FROM BLQ-DATE-POSE OF BLOCAGES-FILE.

       1 pls-lever.
           2 LINE 15 COL 10 VALUE 'L=Lever autre=Laisser : '.
           2 PIC X(01) TO decision REQUIRED.

       1 pla-bilan.
           2 LINE 17 COL 10 VALUE 'Blocage(s) leve(s) : '.
           2 COL 31 PIC ZZ9 FROM cpt-leves.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-LIRE-SESSION.
           IF utilisateur-session = SPACES
               DISPLAY 'Acces refuse : la gestion des blocages '
                   'demande un utilisateur signe au menu.'
               GOBACK
           END-IF.
           MOVE 'O' TO reponse-continuer.
           PERFORM 1000-TRAITER-ACTION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
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

      * Recueille l'action demandee ; toute autre reponse que P ou
      * L termine la transaction
       1000-TRAITER-ACTION.
           DISPLAY pls-action.
           ACCEPT pls-action.
           EVALUATE TRUE
               WHEN action-choisie = 'P' OR action-choisie = 'p'
                   PERFORM 2000-POSER-BLOCAGE
               WHEN action-choisie = 'L' OR action-choisie = 'l'
                   PERFORM 3000-LEVER-BLOCAGES
               WHEN OTHER
                   MOVE 'N' TO reponse-continuer
           END-EVALUATE.

      * Recueille l'etudiant, controle qu'il est inscrit au fichier
      * maitre, recueille le blocage et l'enregistre une fois
      * confirme
       2000-POSER-BLOCAGE.
           DISPLAY pls-id.
           ACCEPT pls-id.
           PERFORM 5000-CHERCHER-ETUDIANT.
           IF NOT etudiant-connu
               DISPLAY pla-inconnu
           ELSE
               DISPLAY pla-fiche
               MOVE SPACES TO reference-saisie
               DISPLAY pls-blocage
               ACCEPT pls-blocage
               INSPECT type-saisi CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF NOT type-valide
                   DISPLAY pla-err-type
               ELSE
                   PERFORM 8000-CONFIRMER
                   IF confirme
                       PERFORM 2100-ECRIRE-BLOCAGE
                       DISPLAY pla-pose
                   END-IF
               END-IF
           END-IF.

      * Ajoute le blocage saisi, actif, en fin de BLOCAGES.DAT
       2100-ECRIRE-BLOCAGE.
           MOVE SPACES TO BLOCAGE-ENREGISTREMENT OF BLOCAGES-FILE.
           MOVE id-saisi TO BLQ-ID OF BLOCAGES-FILE.
           MOVE type-saisi TO BLQ-TYPE OF BLOCAGES-FILE.
           MOVE motif-saisi TO BLQ-MOTIF OF BLOCAGES-FILE.
           MOVE reference-saisie TO BLQ-REFERENCE OF BLOCAGES-FILE.
           MOVE utilisateur-session TO BLQ-POSE-PAR OF BLOCAGES-FILE.
           MOVE date-jour-aff TO BLQ-DATE-POSE OF BLOCAGES-FILE.
           SET BLQ-ACTIF OF BLOCAGES-FILE TO TRUE.
           MOVE ZERO TO BLQ-DATE-LEVEE OF BLOCAGES-FILE.
           OPEN EXTEND BLOCAGES-FILE.
           IF blocages-statut = '35'
               OPEN OUTPUT BLOCAGES-FILE
           END-IF.
           WRITE BLOCAGE-ENREGISTREMENT OF BLOCAGES-FILE.
           CLOSE BLOCAGES-FILE.

      * Recueille l'etudiant ; s'il a des blocages actifs, fait
      * confirmer la levee par un superviseur puis presente chacun
      * d'eux pour etre leve ou laisse
       3000-LEVER-BLOCAGES.
           DISPLAY pls-id.
           ACCEPT pls-id.
           PERFORM 3100-COMPTER-ACTIFS.
           IF cpt-actifs = ZERO
               DISPLAY pla-aucun
           ELSE
               PERFORM 3500-CONFIRMER-SUPERVISEUR
               IF NOT superviseur-ok
                   DISPLAY pla-superviseur-refuse
               ELSE
                   PERFORM 4000-RECOPIER-BLOCAGES
                   DISPLAY pla-bilan
               END-IF
           END-IF.

      * Compte les blocages actifs de l'etudiant saisi
       3100-COMPTER-ACTIFS.
           MOVE ZERO TO cpt-actifs.
           MOVE 'N' TO indic-fin-blocages.
           OPEN INPUT BLOCAGES-FILE.
           IF blocages-statut = '00'
               PERFORM 3200-LIRE-BLOCAGE
               PERFORM 3300-COMPTER-BLOCAGE UNTIL fin-blocages
               CLOSE BLOCAGES-FILE
           END-IF.

      * Lecture d'un enregistrement BLOCAGES.DAT
       3200-LIRE-BLOCAGE.
           READ BLOCAGES-FILE
               AT END SET fin-blocages TO TRUE
           END-READ.

      * Compte le blocage courant s'il est actif sur l'etudiant
      * saisi, puis relit
       3300-COMPTER-BLOCAGE.
           IF BLQ-ID OF BLOCAGES-FILE = id-saisi
                   AND BLQ-ACTIF OF BLOCAGES-FILE
               ADD 1 TO cpt-actifs
           END-IF.
           PERFORM 3200-LIRE-BLOCAGE.

      * Demande l'identification d'un superviseur et la controle
      * contre UTILISATEURS.DAT : seul un administrateur confirme,
      * et sans fichier des utilisateurs rien n'est leve
       3500-CONFIRMER-SUPERVISEUR.
           MOVE 'N' TO indic-superviseur-ok.
           MOVE 'N' TO indic-fin-utilisateurs.
           DISPLAY pls-superviseur.
           ACCEPT pls-superviseur.
           OPEN INPUT UTILISATEURS-FILE.
           IF utilisateurs-statut = '00'
               PERFORM 3510-LIRE-UTILISATEUR
               PERFORM 3520-COMPARER-UTILISATEUR
                   UNTIL fin-utilisateurs OR superviseur-ok
               CLOSE UTILISATEURS-FILE
           END-IF.

      * Lecture d'un enregistrement UTILISATEURS.DAT
       3510-LIRE-UTILISATEUR.
           READ UTILISATEURS-FILE
               AT END SET fin-utilisateurs TO TRUE
           END-READ.

      * Compare la fiche courante au superviseur saisi : identite,
      * mot de passe et role administrateur, une fiche suspendue
      * n'autorisant rien, puis relit
       3520-COMPARER-UTILISATEUR.
           IF UTI-ID = superviseur-saisi
                   AND UTI-MDP = mdp-superviseur
                   AND UTI-ADMIN
                   AND NOT UTI-SUSPENDU
               SET superviseur-ok TO TRUE
           ELSE
               PERFORM 3510-LIRE-UTILISATEUR
           END-IF.

      * Recopie les blocages en presentant chaque blocage actif de
      * l'etudiant saisi pour decision
       4000-RECOPIER-BLOCAGES.
           MOVE ZERO TO cpt-leves.
           MOVE 'N' TO indic-fin-blocages.
           OPEN INPUT BLOCAGES-FILE.
           OPEN OUTPUT BLOCAGES-NOUVEAU-FILE.
           PERFORM 3200-LIRE-BLOCAGE.
           PERFORM 4100-RECOPIER-BLOCAGE UNTIL fin-blocages.
           CLOSE BLOCAGES-FILE.
           CLOSE BLOCAGES-NOUVEAU-FILE.
           CALL "CBL_DELETE_FILE" USING "BLOCAGES.DAT".
           CALL "CBL_RENAME_FILE" USING "BLOCAGES.NOUVEAU"
               "BLOCAGES.DAT".

      * Presente le blocage courant s'il est actif sur l'etudiant
      * saisi, le recopie leve ou tel quel, puis relit
       4100-RECOPIER-BLOCAGE.
           IF BLQ-ID OF BLOCAGES-FILE = id-saisi
                   AND BLQ-ACTIF OF BLOCAGES-FILE
               DISPLAY pla-blocage
               DISPLAY pls-lever
               ACCEPT pls-lever
               IF decision = 'L' OR decision = 'l'
                   SET BLQ-LEVE OF BLOCAGES-FILE TO TRUE
                   MOVE superviseur-saisi
                       TO BLQ-LEVE-PAR OF BLOCAGES-FILE
                   MOVE date-jour-aff
                       TO BLQ-DATE-LEVEE OF BLOCAGES-FILE
                   ADD 1 TO cpt-leves
               END-IF
           END-IF.
           MOVE BLOCAGE-ENREGISTREMENT OF BLOCAGES-FILE
               TO BLOCAGE-ENREGISTREMENT OF BLOCAGES-NOUVEAU-FILE.
           WRITE BLOCAGE-ENREGISTREMENT OF BLOCAGES-NOUVEAU-FILE.
           PERFORM 3200-LIRE-BLOCAGE.

      * Recherche l'etudiant saisi au fichier maitre et retient son
      * nom et sa classe
       5000-CHERCHER-ETUDIANT.
           MOVE 'N' TO indic-etudiant.
           MOVE SPACES TO nom-etudiant.
           MOVE SPACES TO classe-etudiant.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut = '00'
               MOVE id-saisi TO INS-ID
               READ ETUDIANTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET etudiant-connu TO TRUE
                       MOVE INS-NOM TO nom-etudiant
                       MOVE INS-CLASSE TO classe-etudiant
               END-READ
               CLOSE ETUDIANTS-FILE
           END-IF.

      * Fait confirmer le blocage
       8000-CONFIRMER.
           DISPLAY pls-confirmer.
           ACCEPT pls-confirmer.
           EVALUATE TRUE
               WHEN confirmation = 'O' OR confirmation = 'o'
                   SET confirme TO TRUE
               WHEN OTHER
                   MOVE 'N' TO indic-confirme
           END-EVALUATE.
