      * Code GererPeriodes en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. GererPeriodes.

      * Transaction a la demande : tient l'etat des periodes
      * comptables (mois AAAAMM) dans PERIODES-COMPTABLES.DAT. Une
      * periode close (C) refuse toute passation : ManipulationAdd
      * et les imports versent en suspens les mouvements qui y sont
      * dates, la saisie et l'extourne sont refusees. ClotureMensuelle
      * clot d'elle-meme le mois arrete ; une periode close ne peut
      * etre rouverte (O) que par un administrateur et pour un motif
      * saisi. Une periode verrouillee (V) par ClotureExercice n'est
      * plus modifiable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODES-FILE ASSIGN TO "PERIODES-COMPTABLES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS periodes-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
           SELECT UTILISATEURS-FILE ASSIGN TO "UTILISATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS utilisateurs-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD PERIODES-FILE.
       COPY "cpperiode.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       FD UTILISATEURS-FILE.
       COPY "cputilisateur.cpy".

       WORKING-STORAGE SECTION.
       77 periodes-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateurs-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-utilisateurs PIC X(01) VALUE 'N'.
           88 fin-utilisateurs VALUE 'O'.
       77 indic-admin-ok PIC X(01) VALUE 'N'.
           88 admin-ok VALUE 'O'.
       77 periode-texte PIC X(06).
       77 periode-saisie PIC 9(06) VALUE ZERO.
       77 indic-periode-valide PIC X(01) VALUE 'N'.
           88 periode-valide VALUE 'O'.
       77 action-saisie PIC X(01).
       77 motif-saisi PIC X(40).
       77 confirmation PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-action-ok PIC X(01) VALUE 'N'.
           88 action-ok VALUE 'O'.
       77 motif-refus PIC X(40) VALUE SPACES.
       77 libelle-etat PIC X(20) VALUE SPACES.
       77 etat-courant PIC X(01) VALUE 'O'.
       77 cpt-changements PIC 9(05) COMP VALUE ZERO.
       77 cpt-refus PIC 9(05) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).

      * Etat courant de chaque periode, la derniere ligne de
      * PERIODES-COMPTABLES.DAT pour une periode faisant foi
       77 indic-fin-periodes PIC X(01) VALUE 'N'.
           88 fin-periodes VALUE 'O'.
       77 indic-periode-trouvee PIC X(01) VALUE 'N'.
           88 periode-trouvee VALUE 'O'.
       77 nb-periodes PIC 9(03) COMP VALUE ZERO.
       77 ix-periode PIC 9(03) COMP VALUE ZERO.
       77 limite-periodes PIC 9(03) COMP VALUE 240.
       01 TABLE-PERIODES.
           05 PERIODE-TABLE OCCURS 240.
               10 PTB-PERIODE         PIC 9(06).
               10 PTB-STATUT          PIC X(01).
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-titre.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Periodes comptables'.

       1 pls-periode.
           2 LINE 5 COL 10 VALUE 'Periode (AAAAMM) : '.
           2 PIC X(06) TO periode-texte REQUIRED.

       1 pla-err-periode.
           2 LINE 5 COL 45 VALUE 'Periode invalide.'.

       1 pla-etat.
           2 LINE 6 COL 10 VALUE 'Etat actuel : '.
           2 COL 24 PIC X(20) FROM libelle-etat.

       1 pls-action.
           2 LINE 8 COL 10 VALUE 'Action C=Clore O=Rouvrir : '.
           2 PIC X(01) TO action-saisie REQUIRED.

       1 pls-motif.
           2 LINE 10 COL 10 VALUE 'Motif : '.
           2 PIC X(40) TO motif-saisi.

       1 pla-refus.
           2 LINE 12 COL 10 VALUE 'Refus : '.
           2 COL 18 PIC X(40) FROM motif-refus.

       1 pls-confirmer.
           2 LINE 12 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistre.
           2 LINE 13 COL 10 VALUE 'Etat enregistre.'.

       1 pls-continuer.
           2 LINE 21 COL 10 VALUE 'Une autre periode ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-CONTROLER-ADMIN.
           PERFORM 0500-CHARGER-PERIODES.
           PERFORM 0700-AFFICHER-PERIODES.
           PERFORM 1000-TENIR-PERIODE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           DISPLAY 'Etats enregistres : ' cpt-changements
               '  refuses : ' cpt-refus.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-changements.
           MOVE ZERO TO cpt-refus.
           MOVE SPACES TO utilisateur-session.

      * Reprend l'utilisateur signe au menu et verifie s'il porte le
      * role administrateur, seul habilite a rouvrir une periode ;
      * sans fichier des utilisateurs (premiere mise en place), la
      * session est traitee en administrateur comme au menu
       0100-CONTROLER-ADMIN.
           MOVE 'N' TO indic-admin-ok.
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
           OPEN INPUT UTILISATEURS-FILE.
           IF utilisateurs-statut NOT = '00'
               SET admin-ok TO TRUE
           ELSE
               PERFORM 0110-LIRE-UTILISATEUR
               PERFORM 0120-COMPARER-UTILISATEUR
                   UNTIL fin-utilisateurs OR admin-ok
               CLOSE UTILISATEURS-FILE
           END-IF.

      * Lecture d'un enregistrement UTILISATEURS.DAT
       0110-LIRE-UTILISATEUR.
           READ UTILISATEURS-FILE
               AT END SET fin-utilisateurs TO TRUE
           END-READ.

      * Compare la fiche courante a l'utilisateur de la session :
      * seul le role administrateur est retenu, puis relit
       0120-COMPARER-UTILISATEUR.
           IF UTI-ID = utilisateur-session AND UTI-ADMIN
               SET admin-ok TO TRUE
           ELSE
               PERFORM 0110-LIRE-UTILISATEUR
           END-IF.

      * Charge l'etat courant des periodes, la derniere ligne d'une
      * periode recouvrant la precedente
       0500-CHARGER-PERIODES.
           MOVE ZERO TO nb-periodes.
           MOVE 'N' TO indic-fin-periodes.
           OPEN INPUT PERIODES-FILE.
           IF periodes-statut = '00'
               PERFORM 0510-LIRE-PERIODE
               PERFORM 0520-RETENIR-PERIODE UNTIL fin-periodes
               CLOSE PERIODES-FILE
           END-IF.

      * Lecture d'un enregistrement PERIODES-COMPTABLES.DAT
       0510-LIRE-PERIODE.
           READ PERIODES-FILE
               AT END SET fin-periodes TO TRUE
           END-READ.

      * Range l'etat lu dans la table, puis relit
       0520-RETENIR-PERIODE.
           MOVE PER-PERIODE TO periode-saisie.
           MOVE PER-STATUT TO action-saisie.
           PERFORM 0600-RANGER-ETAT.
           PERFORM 0510-LIRE-PERIODE.

      * Range l'etat courant (periode, statut) dans la table, en
      * recouvrant la ligne anterieure de la periode
       0600-RANGER-ETAT.
           PERFORM 0650-CHERCHER-PERIODE.
           IF NOT periode-trouvee
               IF nb-periodes < limite-periodes
                   ADD 1 TO nb-periodes
                   MOVE nb-periodes TO ix-periode
                   SET periode-trouvee TO TRUE
               END-IF
           END-IF.
           IF periode-trouvee
               MOVE periode-saisie TO PTB-PERIODE(ix-periode)
               MOVE action-saisie TO PTB-STATUT(ix-periode)
           END-IF.

      * Cherche la periode courante dans la table en memoire
       0650-CHERCHER-PERIODE.
           MOVE 'N' TO indic-periode-trouvee.
           MOVE ZERO TO ix-periode.
           PERFORM 0660-COMPARER-PERIODE
               UNTIL periode-trouvee OR ix-periode >= nb-periodes.

      * Compare la ligne suivante de la table a la periode courante
       0660-COMPARER-PERIODE.
           ADD 1 TO ix-periode.
           IF PTB-PERIODE(ix-periode) = periode-saisie
               SET periode-trouvee TO TRUE
           END-IF.

      * Liste les periodes connues et leur etat, pour que
      * l'operateur voie l'existant avant d'agir
       0700-AFFICHER-PERIODES.
           IF nb-periodes = ZERO
               DISPLAY 'Aucune periode close (toutes ouvertes).'
           ELSE
               DISPLAY 'Periodes comptables connues :'
               PERFORM 0710-AFFICHER-UNE-PERIODE
                   VARYING ix-periode FROM 1 BY 1
                   UNTIL ix-periode > nb-periodes
           END-IF.

      * Affiche une periode de la table et son etat
       0710-AFFICHER-UNE-PERIODE.
           DISPLAY '  ' PTB-PERIODE(ix-periode) ' : '
               PTB-STATUT(ix-periode).

      * Affiche l'etat de la periode saisie, recueille l'action, la
      * controle puis l'enregistre apres confirmation
       1000-TENIR-PERIODE.
           DISPLAY pla-titre.
           MOVE 'N' TO indic-periode-valide.
           PERFORM 1050-SAISIR-PERIODE UNTIL periode-valide.
           PERFORM 1100-AFFICHER-ETAT.
           MOVE SPACE TO action-saisie.
           PERFORM 1300-SAISIR-ACTION
               UNTIL action-saisie = 'C' OR action-saisie = 'O'.
           MOVE SPACES TO motif-saisi.
           PERFORM 2000-CONTROLER-ACTION.
           IF NOT action-ok
               ADD 1 TO cpt-refus
               DISPLAY pla-refus
           ELSE
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               IF confirmation = 'O' OR confirmation = 'o'
                   PERFORM 3000-ENREGISTRER-ETAT
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Demande la periode et la redemande tant qu'elle n'est pas
      * un mois AAAAMM valide
       1050-SAISIR-PERIODE.
           DISPLAY pls-periode.
           ACCEPT pls-periode.
           IF periode-texte IS NUMERIC
                   AND periode-texte(5:2) >= '01'
                   AND periode-texte(5:2) <= '12'
               MOVE periode-texte TO periode-saisie
               SET periode-valide TO TRUE
           ELSE
               DISPLAY pla-err-periode
           END-IF.

      * Affiche l'etat courant de la periode saisie ; une periode
      * sans ligne est ouverte
       1100-AFFICHER-ETAT.
           PERFORM 0650-CHERCHER-PERIODE.
           MOVE 'O' TO etat-courant.
           IF periode-trouvee
               MOVE PTB-STATUT(ix-periode) TO etat-courant
           END-IF.
           EVALUATE etat-courant
               WHEN 'C'
                   MOVE 'close' TO libelle-etat
               WHEN 'V'
                   MOVE 'verrouillee' TO libelle-etat
               WHEN OTHER
                   MOVE 'ouverte' TO libelle-etat
           END-EVALUATE.
           DISPLAY pla-etat.

      * Demande l'action, les minuscules etant admises
       1300-SAISIR-ACTION.
           DISPLAY pls-action.
           ACCEPT pls-action.
           EVALUATE action-saisie
               WHEN 'c'
                   MOVE 'C' TO action-saisie
               WHEN 'o'
                   MOVE 'O' TO action-saisie
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Controle l'action au regard de l'etat courant : une periode
      * verrouillee par l'exercice ne bouge plus ; une periode deja
      * close ne se clot pas deux fois ; seul un administrateur
      * rouvre, avec un motif, une periode close
       2000-CONTROLER-ACTION.
           SET action-ok TO TRUE.
           MOVE SPACES TO motif-refus.
           EVALUATE TRUE
               WHEN etat-courant = 'V'
                   MOVE 'N' TO indic-action-ok
                   MOVE 'periode verrouillee par l''exercice'
                       TO motif-refus
               WHEN action-saisie = 'C' AND etat-courant = 'C'
                   MOVE 'N' TO indic-action-ok
                   MOVE 'periode deja close' TO motif-refus
               WHEN action-saisie = 'C'
                   DISPLAY pls-motif
                   ACCEPT pls-motif
               WHEN OTHER
                   PERFORM 2100-CONTROLER-REOUVERTURE
           END-EVALUATE.

      * Reouverture : role administrateur, periode close et motif
      * non vide exiges
       2100-CONTROLER-REOUVERTURE.
           IF NOT admin-ok
               MOVE 'N' TO indic-action-ok
               MOVE 'reouverture reservee aux administrateurs'
                   TO motif-refus
           ELSE
               IF etat-courant NOT = 'C'
                   MOVE 'N' TO indic-action-ok
                   MOVE 'periode non close' TO motif-refus
               ELSE
                   DISPLAY pls-motif
                   ACCEPT pls-motif
                   IF motif-saisi = SPACES
                       MOVE 'N' TO indic-action-ok
                       MOVE 'motif de reouverture obligatoire'
                           TO motif-refus
                   END-IF
               END-IF
           END-IF.

      * Ajoute l'etat en fin de PERIODES-COMPTABLES.DAT (cree au
      * premier passage) et le reporte dans la table en memoire
       3000-ENREGISTRER-ETAT.
           OPEN EXTEND PERIODES-FILE.
           IF periodes-statut = '35'
               OPEN OUTPUT PERIODES-FILE
           END-IF.
           IF periodes-statut NOT = '00'
               DISPLAY 'ERREUR : PERIODES-COMPTABLES.DAT '
                   'inaccessible (statut ' periodes-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE periode-saisie TO PER-PERIODE
               MOVE action-saisie TO PER-STATUT
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               MOVE CP-HLG-DATE TO PER-DATE
               MOVE utilisateur-session TO PER-UTILISATEUR
               MOVE motif-saisi TO PER-MOTIF
               WRITE PERIODE-ENREGISTREMENT
               CLOSE PERIODES-FILE
               PERFORM 0600-RANGER-ETAT
               ADD 1 TO cpt-changements
               DISPLAY pla-enregistre
           END-IF.
