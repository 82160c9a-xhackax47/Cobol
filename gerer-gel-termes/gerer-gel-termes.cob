      * Code GererGelTermes en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. GererGelTermes.

      * Transaction a la demande : tient l'etat des notes d'une
      * classe pour un trimestre dans GELS-TERMES.DAT. Apres le
      * conseil de classe, le trimestre est gele (G) et tout
      * programme qui ecrit des notes refuse alors les modifications
      * de la classe. Un trimestre gele ne peut etre rouvert (R) que
      * par un administrateur et pour un motif saisi ; les notes
      * modifiees pendant la reouverture sont tracees et signalees
      * au dossier de jury suivant. L'ouverture (O) d'un trimestre
      * suivant rend la classe a la saisie courante.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GELS-FILE ASSIGN TO "GELS-TERMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS gels-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
           SELECT UTILISATEURS-FILE ASSIGN TO "UTILISATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS utilisateurs-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD GELS-FILE.
       COPY "cpgelterme.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       FD UTILISATEURS-FILE.
       COPY "cputilisateur.cpy".

       WORKING-STORAGE SECTION.
       77 gels-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateurs-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-utilisateurs PIC X(01) VALUE 'N'.
           88 fin-utilisateurs VALUE 'O'.
       77 indic-admin-ok PIC X(01) VALUE 'N'.
           88 admin-ok VALUE 'O'.
       77 classe-saisie PIC X(05).
       77 terme-saisi PIC X(01).
       77 action-saisie PIC X(01).
       77 motif-saisi PIC X(40).
       77 confirmation PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-action-ok PIC X(01) VALUE 'N'.
           88 action-ok VALUE 'O'.
       77 motif-refus PIC X(40) VALUE SPACES.
       77 libelle-etat PIC X(20) VALUE SPACES.
       77 terme-etat PIC 9(01) VALUE ZERO.
       77 cpt-changements PIC 9(05) COMP VALUE ZERO.
       77 cpt-refus PIC 9(05) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).

      * Etat courant de chaque classe, la derniere ligne de
      * GELS-TERMES.DAT pour une classe faisant foi
       77 indic-fin-gels PIC X(01) VALUE 'N'.
           88 fin-gels VALUE 'O'.
       77 indic-gel-trouve PIC X(01) VALUE 'N'.
           88 gel-trouve VALUE 'O'.
       77 nb-gels PIC 9(03) COMP VALUE ZERO.
       77 ix-gel PIC 9(03) COMP VALUE ZERO.
       77 limite-gels PIC 9(03) COMP VALUE 200.
       01 TABLE-GELS.
           05 GEL-TABLE OCCURS 200.
               10 GTB-CLASSE          PIC X(05).
               10 GTB-TERME           PIC 9(01).
               10 GTB-STATUT          PIC X(01).
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-classe.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Gel des notes par trimestre'.
           2 LINE 5 COL 10 VALUE 'Classe : '.
           2 PIC X(05) TO classe-saisie REQUIRED.

       1 pla-etat.
           2 LINE 6 COL 10 VALUE 'Etat actuel : '.
           2 COL 24 PIC X(20) FROM libelle-etat.
           2 COL 45 VALUE 'trimestre '.
           2 COL 55 PIC 9 FROM terme-etat.

       1 pls-terme.
           2 LINE 8 COL 10 VALUE 'Trimestre (1 a 3) : '.
           2 PIC X(01) TO terme-saisi REQUIRED.

       1 pls-action.
           2 LINE 9 COL 10 VALUE
               'Action G=Geler R=Rouvrir O=Ouvrir : '.
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
           2 LINE 21 COL 10 VALUE 'Une autre classe ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-CONTROLER-ADMIN.
           PERFORM 0500-CHARGER-GELS.
           PERFORM 1000-TENIR-CLASSE
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
      * role administrateur, seul habilite a rouvrir un trimestre ;
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

      * Charge l'etat courant des classes, la derniere ligne d'une
      * classe recouvrant la precedente
       0500-CHARGER-GELS.
           MOVE ZERO TO nb-gels.
           MOVE 'N' TO indic-fin-gels.
           OPEN INPUT GELS-FILE.
           IF gels-statut = '00'
               PERFORM 0510-LIRE-GEL
               PERFORM 0520-RETENIR-GEL UNTIL fin-gels
               CLOSE GELS-FILE
           END-IF.

      * Lecture d'un enregistrement GELS-TERMES.DAT
       0510-LIRE-GEL.
           READ GELS-FILE
               AT END SET fin-gels TO TRUE
           END-READ.

      * Range l'etat lu dans la table, puis relit
       0520-RETENIR-GEL.
           MOVE GTE-CLASSE TO classe-saisie.
           MOVE GTE-TERME TO terme-etat.
           MOVE GTE-STATUT TO action-saisie.
           PERFORM 0600-RANGER-ETAT.
           PERFORM 0510-LIRE-GEL.

      * Range l'etat courant (classe, trimestre, statut) dans la
      * table, en recouvrant la ligne anterieure de la classe
       0600-RANGER-ETAT.
           PERFORM 0650-CHERCHER-CLASSE.
           IF NOT gel-trouve
               IF nb-gels < limite-gels
                   ADD 1 TO nb-gels
                   MOVE nb-gels TO ix-gel
                   SET gel-trouve TO TRUE
               END-IF
           END-IF.
           IF gel-trouve
               MOVE classe-saisie TO GTB-CLASSE(ix-gel)
               MOVE terme-etat TO GTB-TERME(ix-gel)
               MOVE action-saisie TO GTB-STATUT(ix-gel)
           END-IF.

      * Cherche la classe courante dans la table en memoire
       0650-CHERCHER-CLASSE.
           MOVE 'N' TO indic-gel-trouve.
           MOVE ZERO TO ix-gel.
           PERFORM 0660-COMPARER-CLASSE
               UNTIL gel-trouve OR ix-gel >= nb-gels.

      * Compare la ligne suivante de la table a la classe courante
       0660-COMPARER-CLASSE.
           ADD 1 TO ix-gel.
           IF GTB-CLASSE(ix-gel) = classe-saisie
               SET gel-trouve TO TRUE
           END-IF.

      * Affiche l'etat de la classe, recueille le trimestre et
      * l'action, les controle puis enregistre apres confirmation
       1000-TENIR-CLASSE.
           DISPLAY pls-classe.
           ACCEPT pls-classe.
           PERFORM 1100-AFFICHER-ETAT.
           MOVE SPACE TO terme-saisi.
           PERFORM 1200-SAISIR-TERME
               UNTIL terme-saisi = '1' OR terme-saisi = '2'
               OR terme-saisi = '3'.
           MOVE SPACE TO action-saisie.
           PERFORM 1300-SAISIR-ACTION
               UNTIL action-saisie = 'G' OR action-saisie = 'R'
               OR action-saisie = 'O'.
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

      * Affiche l'etat courant de la classe saisie ; une classe
      * sans ligne est ouverte a la saisie
       1100-AFFICHER-ETAT.
           PERFORM 0650-CHERCHER-CLASSE.
           MOVE ZERO TO terme-etat.
           MOVE 'ouvert' TO libelle-etat.
           IF gel-trouve
               MOVE GTB-TERME(ix-gel) TO terme-etat
               EVALUATE GTB-STATUT(ix-gel)
                   WHEN 'G'
                       MOVE 'gele' TO libelle-etat
                   WHEN 'R'
                       MOVE 'rouvert' TO libelle-etat
                   WHEN OTHER
                       MOVE 'ouvert' TO libelle-etat
               END-EVALUATE
           END-IF.
           DISPLAY pla-etat.

      * Demande le trimestre vise
       1200-SAISIR-TERME.
           DISPLAY pls-terme.
           ACCEPT pls-terme.

      * Demande l'action, les minuscules etant admises
       1300-SAISIR-ACTION.
           DISPLAY pls-action.
           ACCEPT pls-action.
           EVALUATE action-saisie
               WHEN 'g'
                   MOVE 'G' TO action-saisie
               WHEN 'r'
                   MOVE 'R' TO action-saisie
               WHEN 'o'
                   MOVE 'O' TO action-saisie
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Controle l'action au regard de l'etat courant : un
      * trimestre deja gele ne se gele pas deux fois ; seul un
      * administrateur rouvre, avec un motif, le trimestre gele de
      * la classe ; l'ouverture ne vaut que pour un trimestre
      * posterieur au dernier enregistre
       2000-CONTROLER-ACTION.
           SET action-ok TO TRUE.
           MOVE SPACES TO motif-refus.
           PERFORM 0650-CHERCHER-CLASSE.
           EVALUATE action-saisie
               WHEN 'G'
                   IF gel-trouve AND GTB-STATUT(ix-gel) = 'G'
                           AND GTB-TERME(ix-gel) = terme-saisi
                       MOVE 'N' TO indic-action-ok
                       MOVE 'trimestre deja gele' TO motif-refus
                   END-IF
               WHEN 'R'
                   PERFORM 2100-CONTROLER-REOUVERTURE
               WHEN OTHER
                   IF gel-trouve
                           AND GTB-TERME(ix-gel) NOT < terme-saisi
                       MOVE 'N' TO indic-action-ok
                       MOVE 'trimestre non posterieur au dernier'
                           TO motif-refus
                   END-IF
           END-EVALUATE.

      * Reouverture : role administrateur, trimestre gele de la
      * classe et motif non vide exiges
       2100-CONTROLER-REOUVERTURE.
           IF NOT admin-ok
               MOVE 'N' TO indic-action-ok
               MOVE 'reouverture reservee aux administrateurs'
                   TO motif-refus
           ELSE
               IF NOT gel-trouve OR GTB-STATUT(ix-gel) NOT = 'G'
                       OR GTB-TERME(ix-gel) NOT = terme-saisi
                   MOVE 'N' TO indic-action-ok
                   MOVE 'trimestre non gele pour cette classe'
                       TO motif-refus
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

      * Ajoute l'etat en fin de GELS-TERMES.DAT (cree au premier
      * passage) et le reporte dans la table en memoire
       3000-ENREGISTRER-ETAT.
           OPEN EXTEND GELS-FILE.
           IF gels-statut = '35'
               OPEN OUTPUT GELS-FILE
           END-IF.
           IF gels-statut NOT = '00'
               DISPLAY 'ERREUR : GELS-TERMES.DAT inaccessible '
                   '(statut ' gels-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE classe-saisie TO GTE-CLASSE
               MOVE terme-saisi TO GTE-TERME
               MOVE action-saisie TO GTE-STATUT
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               MOVE CP-HLG-DATE TO GTE-DATE
               MOVE utilisateur-session TO GTE-UTILISATEUR
               MOVE motif-saisi TO GTE-MOTIF
               WRITE GEL-TERME-ENREGISTREMENT
               CLOSE GELS-FILE
               MOVE terme-saisi TO terme-etat
               PERFORM 0600-RANGER-ETAT
               ADD 1 TO cpt-changements
               DISPLAY pla-enregistre
           END-IF.
