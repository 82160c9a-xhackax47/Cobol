      * Code AttribuerReductions en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. AttribuerReductions.

      * Transaction a la demande : attribue a un etudiant une
      * categorie de reduction (enfant du personnel, situation
      * sociale, ...) pour une periode, ou la retire, dans
      * REDUCTIONS-ETUDIANTS.DAT. Chaque attribution saisie est
      * ajoutee en fin de fichier et recouvre la precedente du meme
      * etudiant + categorie ; elle porte le motif de la decision,
      * sa date et l'utilisateur qui l'a saisie. GenererFactures
      * applique les regles de REDUCTIONS-FRAIS.DAT qui visent la
      * categorie.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTRIBUTIONS-FILE
               ASSIGN TO "REDUCTIONS-ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS attributions-statut.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD ATTRIBUTIONS-FILE.
       COPY "cpreductionetu.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 attributions-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 session-statut PIC X(02).
       77 indic-fin-attributions PIC X(01) VALUE 'N'.
           88 fin-attributions VALUE 'O'.
       77 indic-controle-actif PIC X(01) VALUE 'N'.
           88 controle-actif VALUE 'O'.
       77 indic-etudiant-connu PIC X(01) VALUE 'N'.
           88 etudiant-connu VALUE 'O'.
       77 id-recherche PIC X(06).
       77 nom-etudiant PIC X(20) VALUE SPACES.
       77 categorie-saisie PIC X(04).
       77 debut-texte PIC X(08).
       77 fin-texte PIC X(08).
       77 statut-saisi PIC X(01).
       77 motif-saisi PIC X(30).
       77 debut-valide PIC 9(08) VALUE ZERO.
       77 fin-valide PIC 9(08) VALUE ZERO.
       77 cpt-attributions PIC 9(03) COMP VALUE ZERO.
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-erreur PIC X(01) VALUE 'N'.
           88 saisie-en-erreur VALUE 'O'.
       77 message-erreur PIC X(50) VALUE SPACES.
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 date-jour-aff PIC 9(08).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-id.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Categories de reduction'.
           2 LINE 6 COL 10 VALUE 'Identifiant etudiant : '.
           2 PIC X(06) TO id-recherche REQUIRED.

       1 pla-inconnu.
           2 LINE 8 COL 10 VALUE
               'Etudiant absent du fichier des inscriptions.'.

       1 pla-etudiant.
           2 LINE 7 COL 10 PIC X(20) FROM nom-etudiant.

       1 pls-categorie.
           2 LINE 12 COL 10 VALUE 'Categorie : '.
           2 PIC X(04) TO categorie-saisie REQUIRED.

       1 pls-periode.
           2 LINE 13 COL 10 VALUE 'Du (AAAAMMJJ) : '.
           2 PIC X(08) TO debut-texte REQUIRED.
           2 COL 36 VALUE 'au : '.
           2 PIC X(08) TO fin-texte REQUIRED.

       1 pls-statut.
           2 LINE 14 COL 10 VALUE
               'Statut (A = active, R = retiree) : '.
           2 PIC X(01) TO statut-saisi REQUIRED.

       1 pls-motif.
           2 LINE 15 COL 10 VALUE 'Motif : '.
           2 PIC X(30) TO motif-saisi REQUIRED.

       1 pla-erreur.
           2 LINE 17 COL 10 PIC X(50) FROM message-erreur.

       1 pls-confirmer.
           2 LINE 18 COL 10 VALUE
               'Confirmer cette attribution (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistree.
           2 LINE 19 COL 10 VALUE 'Attribution enregistree.'.

       1 pls-continuer.
           2 LINE 21 COL 10 VALUE 'Une autre attribution ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           MOVE 'N' TO indic-controle-actif.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut = '00'
               SET controle-actif TO TRUE
           END-IF.
           PERFORM 1000-TENIR-ATTRIBUTION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           IF controle-actif
               CLOSE ETUDIANTS-FILE
           END-IF.
           GOBACK.

      * Remet a zero les indicateurs de l'execution : appele
      * plusieurs fois depuis le menu sans CANCEL, le programme
      * conserve la memoire de travail de l'appel precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO reponse-continuer.

      * Reprend l'utilisateur signe au menu, pour le consigner sur
      * chaque attribution
       0030-LIRE-UTILISATEUR-SESSION.
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

      * Controle l'etudiant demande, liste ses attributions puis
      * recueille la nouvelle
       1000-TENIR-ATTRIBUTION.
           DISPLAY pls-id.
           ACCEPT pls-id.
           PERFORM 1100-CONTROLER-ETUDIANT.
           IF NOT etudiant-connu
               DISPLAY pla-inconnu
           ELSE
               DISPLAY pla-etudiant
               PERFORM 1200-AFFICHER-ATTRIBUTIONS
               PERFORM 2000-SAISIR-ATTRIBUTION
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Verifie l'identifiant contre le fichier des inscriptions ;
      * sans ce fichier, tout identifiant est accepte
       1100-CONTROLER-ETUDIANT.
           MOVE SPACES TO nom-etudiant.
           SET etudiant-connu TO TRUE.
           IF controle-actif
               MOVE id-recherche TO INS-ID
               READ ETUDIANTS-FILE
                   INVALID KEY
                       MOVE 'N' TO indic-etudiant-connu
                   NOT INVALID KEY
                       MOVE INS-NOM TO nom-etudiant
               END-READ
           END-IF.

      * Liste les lignes d'attribution de l'etudiant, dans l'ordre
      * de saisie ; la derniere d'une meme categorie fait foi
       1200-AFFICHER-ATTRIBUTIONS.
           MOVE ZERO TO cpt-attributions.
           MOVE 'N' TO indic-fin-attributions.
           OPEN INPUT ATTRIBUTIONS-FILE.
           IF attributions-statut = '00'
               PERFORM 1210-LIRE-ATTRIBUTION
               PERFORM 1220-AFFICHER-UNE-ATTRIBUTION
                   UNTIL fin-attributions
               CLOSE ATTRIBUTIONS-FILE
           END-IF.
           IF cpt-attributions = ZERO
               DISPLAY 'Aucune categorie attribuee.'
           END-IF.

      * Lecture d'un enregistrement REDUCTIONS-ETUDIANTS.DAT
       1210-LIRE-ATTRIBUTION.
           READ ATTRIBUTIONS-FILE
               AT END SET fin-attributions TO TRUE
           END-READ.

      * Affiche l'attribution lue si elle concerne l'etudiant,
      * puis relit
       1220-AFFICHER-UNE-ATTRIBUTION.
           IF RAT-ID = id-recherche
               ADD 1 TO cpt-attributions
               DISPLAY '  ' RAT-CATEGORIE ' ' RAT-DEBUT '-' RAT-FIN
                   ' ' RAT-STATUT ' ' RAT-MOTIF ' ' RAT-UTILISATEUR
           END-IF.
           PERFORM 1210-LIRE-ATTRIBUTION.

      * Recueille l'attribution, la controle et l'ajoute apres
      * confirmation
       2000-SAISIR-ATTRIBUTION.
           MOVE 'N' TO indic-confirme.
           MOVE 'N' TO indic-erreur.
           MOVE SPACES TO message-erreur.
           DISPLAY pls-categorie.
           ACCEPT pls-categorie.
           DISPLAY pls-periode.
           ACCEPT pls-periode.
           DISPLAY pls-statut.
           ACCEPT pls-statut.
           DISPLAY pls-motif.
           ACCEPT pls-motif.
           INSPECT categorie-saisie CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT statut-saisi CONVERTING 'ar' TO 'AR'.
           PERFORM 2100-CONTROLER-ATTRIBUTION.
           IF saisie-en-erreur
               DISPLAY pla-erreur
           ELSE
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
                   WHEN confirmation = 'O' OR confirmation = 'o'
                       SET confirme TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO indic-confirme
               END-EVALUATE
           END-IF.
           IF confirme
               PERFORM 3000-ENREGISTRER-ATTRIBUTION
           END-IF.

      * Controle la periode et le statut de l'attribution
       2100-CONTROLER-ATTRIBUTION.
           MOVE ZERO TO debut-valide.
           MOVE ZERO TO fin-valide.
           IF FUNCTION TEST-NUMVAL(debut-texte) = ZERO
               COMPUTE debut-valide = FUNCTION NUMVAL(debut-texte)
           END-IF.
           IF FUNCTION TEST-NUMVAL(fin-texte) = ZERO
               COMPUTE fin-valide = FUNCTION NUMVAL(fin-texte)
           END-IF.
           EVALUATE TRUE
               WHEN categorie-saisie = SPACES
                   MOVE 'Categorie obligatoire' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(debut-valide)
                       NOT = ZERO
                   MOVE 'Date de debut invalide' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(fin-valide)
                       NOT = ZERO
                   MOVE 'Date de fin invalide' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN fin-valide < debut-valide
                   MOVE 'Fin de validite avant le debut'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN statut-saisi NOT = 'A' AND statut-saisi NOT = 'R'
                   MOVE 'Statut A ou R' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN motif-saisi = SPACES
                   MOVE 'Motif obligatoire' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Ajoute l'attribution en fin de REDUCTIONS-ETUDIANTS.DAT
       3000-ENREGISTRER-ATTRIBUTION.
           MOVE SPACES TO REDUCTION-ETUDIANT-ENREGISTREMENT.
           MOVE id-recherche TO RAT-ID.
           MOVE categorie-saisie TO RAT-CATEGORIE.
           MOVE debut-valide TO RAT-DEBUT.
           MOVE fin-valide TO RAT-FIN.
           MOVE statut-saisi TO RAT-STATUT.
           MOVE motif-saisi TO RAT-MOTIF.
           MOVE date-jour-aff TO RAT-DATE.
           MOVE utilisateur-session TO RAT-UTILISATEUR.
           OPEN EXTEND ATTRIBUTIONS-FILE.
           IF attributions-statut = '35'
               OPEN OUTPUT ATTRIBUTIONS-FILE
           END-IF.
           WRITE REDUCTION-ETUDIANT-ENREGISTREMENT.
           CLOSE ATTRIBUTIONS-FILE.
           DISPLAY pla-enregistree.
