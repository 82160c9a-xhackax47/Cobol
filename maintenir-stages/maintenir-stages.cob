      * Code MaintenirStages en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirStages.

      * Transaction a la demande : suivi des stages en entreprise
      * des etudiants de classe terminale dans STAGES.DAT. Pour un
      * etudiant controle contre le fichier maitre des inscriptions,
      * le stage courant est affiche puis complete ou corrige :
      * entreprise d'accueil choisie dans TIERS.DAT, tuteur,
      * periode, convention signee, note d'evaluation rendue par
      * l'entreprise et rupture eventuelle. Une zone laissee vide
      * garde sa valeur ; la ligne confirmee est ajoutee en fin de
      * fichier et devient l'etat courant du stage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT STAGES-FILE ASSIGN TO "STAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stages-statut.
           SELECT TIERS-FILE ASSIGN TO "TIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS tiers-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD STAGES-FILE.
       COPY "cpstage.cpy".

       FD TIERS-FILE.
       COPY "cptiers.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 stages-statut PIC X(02).
       77 tiers-statut PIC X(02).
       77 session-statut PIC X(02).
       77 id-saisi PIC X(06).
       77 tiers-saisi PIC X(06).
       77 tuteur-saisi PIC X(30).
       77 debut-saisi PIC X(08).
       77 fin-saisie PIC X(08).
       77 convention-saisie PIC X(01).
       77 note-saisie PIC X(05).
       77 statut-saisi PIC X(01).
       77 note-affichee PIC 9(02)V9(02) VALUE ZERO.
       77 nom-entreprise PIC X(30) VALUE SPACES.
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 etudiant-trouve VALUE 'O'.
       77 indic-ligne-ok PIC X(01) VALUE 'N'.
           88 ligne-ok VALUE 'O'.
       77 indic-note-ok PIC X(01) VALUE 'O'.
           88 note-ok VALUE 'O'.
       77 cpt-saisies PIC 9(05) COMP VALUE ZERO.
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 date-jour-aff PIC 9(08).

      * Stage courant de l'etudiant : la derniere ligne de
      * STAGES.DAT qui le concerne, mise de cote pendant la lecture
       77 indic-fin-stages PIC X(01) VALUE 'N'.
           88 fin-stages VALUE 'O'.
       77 indic-stage-connu PIC X(01) VALUE 'N'.
           88 stage-connu VALUE 'O'.
       77 stage-retenu PIC X(118) VALUE SPACES.

      * Contreparties du fichier maitre, pour controler et nommer
      * l'entreprise d'accueil
       77 nb-tiers PIC 9(03) COMP VALUE ZERO.
       77 ix-tiers PIC 9(03) COMP VALUE ZERO.
       77 limite-tiers PIC 9(03) COMP VALUE 500.
       77 indic-fin-tiers PIC X(01) VALUE 'N'.
           88 fin-tiers VALUE 'O'.
       77 indic-tiers-valide PIC X(01) VALUE 'N'.
           88 tiers-valide VALUE 'O'.
       01 TABLE-TIERS.
           05 TIERS-TABLE OCCURS 500.
               10 TTB-CODE            PIC X(06).
               10 TTB-NOM             PIC X(30).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-id.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Suivi des stages en entreprise'.
           2 LINE 5 COL 10 VALUE 'Identifiant etudiant : '.
           2 PIC X(06) TO id-saisi REQUIRED.

       1 pla-inconnu.
           2 LINE 6 COL 10 VALUE
               'Identifiant absent du fichier des inscriptions.'.

       1 pla-fiche.
           2 LINE 6 COL 10 VALUE 'Etudiant : '.
           2 COL 21 PIC X(20) FROM INS-NOM.
           2 COL 43 PIC X(05) FROM INS-CLASSE.

       1 pla-sans-stage.
           2 LINE 7 COL 10 VALUE 'Aucun stage enregistre.'.

       1 pla-stage-actuel.
           2 LINE 7 COL 10 VALUE 'Stage : '.
           2 COL 18 PIC X(06) FROM STG-TIERS.
           2 COL 25 PIC X(30) FROM nom-entreprise.
           2 COL 57 VALUE 'etat '.
           2 COL 62 PIC X(01) FROM STG-STATUT.
           2 LINE 8 COL 10 VALUE 'Du '.
           2 COL 13 PIC 9999/99/99 FROM STG-DEBUT.
           2 COL 24 VALUE 'au '.
           2 COL 27 PIC 9999/99/99 FROM STG-FIN.
           2 COL 39 VALUE 'convention '.
           2 COL 50 PIC X(01) FROM STG-CONVENTION.
           2 COL 53 VALUE 'evalue '.
           2 COL 60 PIC X(01) FROM STG-EVALUATION.
           2 COL 63 PIC Z9.99 FROM note-affichee.

       1 pls-tiers.
           2 LINE 10 COL 10 VALUE
               'Entreprise (code tiers, vide = inchange) : '.
           2 PIC X(06) TO tiers-saisi.

       1 pls-tuteur.
           2 LINE 11 COL 10 VALUE 'Tuteur (vide = inchange) : '.
           2 PIC X(30) TO tuteur-saisi.

       1 pls-periode.
           2 LINE 12 COL 10 VALUE 'Du (AAAAMMJJ) : '.
           2 PIC X(08) TO debut-saisi.
           2 COL 40 VALUE 'au : '.
           2 PIC X(08) TO fin-saisie.

       1 pls-convention.
           2 LINE 13 COL 10 VALUE 'Convention signee (O/N) : '.
           2 PIC X(01) TO convention-saisie.

       1 pls-note.
           2 LINE 14 COL 10 VALUE
               'Note d''evaluation sur 20 (vide = inchangee) : '.
           2 PIC X(05) TO note-saisie.

       1 pls-statut.
           2 LINE 15 COL 10 VALUE
               'Etat (A actif, R rompu, vide = inchange) : '.
           2 PIC X(01) TO statut-saisi.

       1 pla-err-tiers.
           2 LINE 17 COL 10 VALUE
               'Entreprise absente de TIERS.DAT, stage non enregistre.'.

       1 pla-err-periode.
           2 LINE 17 COL 10 VALUE
               'Periode invalide (fin avant debut), non enregistre.'.

       1 pla-err-convention.
           2 LINE 17 COL 10 VALUE
               'Convention O ou N attendue, stage non enregistre.'.

       1 pla-err-note.
           2 LINE 17 COL 10 VALUE
               'Note invalide (0 a 20), stage non enregistre.'.

       1 pla-err-evaluation.
           2 LINE 17 COL 10 VALUE
               'Evaluation sans convention signee, non enregistre.'.

       1 pla-err-statut.
           2 LINE 17 COL 10 VALUE
               'Etat A ou R attendu, stage non enregistre.'.

       1 pls-confirmer.
           2 LINE 17 COL 10 VALUE 'Confirmer ce stage (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoute.
           2 LINE 18 COL 10 VALUE 'Stage enregistre.'.

       1 pls-continuer.
           2 LINE 21 COL 10 VALUE 'Un autre etudiant ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       1 pla-bilan.
           2 LINE 23 COL 10 VALUE 'Stages enregistres : '.
           2 COL 32 PIC ZZZZ9 FROM cpt-saisies.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           PERFORM 0040-CHARGER-TIERS.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut NOT = '00'
               DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT introuvable '
                   '(statut ' etudiants-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-TRAITER-ETUDIANT
                   WITH TEST AFTER
                   UNTIL NOT continuer-oui
               DISPLAY pla-bilan
               CLOSE ETUDIANTS-FILE
           END-IF.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-saisies.

      * Reprend l'utilisateur signe au menu, pour le consigner sur
      * chaque ligne de stage
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

      * Charge les contreparties en memoire ; sans TIERS.DAT, aucune
      * entreprise ne peut etre retenue
       0040-CHARGER-TIERS.
           MOVE ZERO TO nb-tiers.
           MOVE 'N' TO indic-fin-tiers.
           OPEN INPUT TIERS-FILE.
           IF tiers-statut = '00'
               PERFORM 0041-LIRE-TIERS
               PERFORM 0042-AJOUTER-TIERS UNTIL fin-tiers
               CLOSE TIERS-FILE
           END-IF.

      * Lecture d'un enregistrement TIERS.DAT
       0041-LIRE-TIERS.
           READ TIERS-FILE
               AT END SET fin-tiers TO TRUE
           END-READ.

      * Ajoute la contrepartie lue a la table, puis relit
       0042-AJOUTER-TIERS.
           IF nb-tiers < limite-tiers
               ADD 1 TO nb-tiers
               MOVE TIE-CODE TO TTB-CODE(nb-tiers)
               MOVE TIE-NOM TO TTB-NOM(nb-tiers)
           END-IF.
           PERFORM 0041-LIRE-TIERS.

      * Traite un etudiant : identifiant controle, stage courant
      * affiche, zones recueillies puis confirmation
       1000-TRAITER-ETUDIANT.
           MOVE 'N' TO indic-trouve.
           MOVE 'N' TO indic-confirme.
           DISPLAY pls-id.
           ACCEPT pls-id.
           MOVE id-saisi TO INS-ID.
           READ ETUDIANTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET etudiant-trouve TO TRUE
           END-READ.
           IF NOT etudiant-trouve
               DISPLAY pla-inconnu
           ELSE
               DISPLAY pla-fiche
               PERFORM 2000-RELIRE-STAGE
               IF stage-connu
                   MOVE stage-retenu TO STAGE-ENREGISTREMENT
                   MOVE STG-TIERS TO tiers-saisi
                   PERFORM 2600-CONTROLER-TIERS
                   MOVE STG-NOTE TO note-affichee
                   DISPLAY pla-stage-actuel
               ELSE
                   PERFORM 2050-PREPARER-STAGE
                   DISPLAY pla-sans-stage
               END-IF
               PERFORM 2500-RECUEILLIR-STAGE
               IF ligne-ok
                   DISPLAY pls-confirmer
                   ACCEPT pls-confirmer
                   EVALUATE TRUE
                       WHEN confirmation = 'O' OR confirmation = 'o'
                           SET confirme TO TRUE
                       WHEN OTHER
                           MOVE 'N' TO indic-confirme
                   END-EVALUATE
                   IF confirme
                       PERFORM 3000-ENREGISTRER-STAGE
                   END-IF
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Releve la derniere ligne de STAGES.DAT de l'etudiant
       2000-RELIRE-STAGE.
           MOVE 'N' TO indic-stage-connu.
           MOVE 'N' TO indic-fin-stages.
           OPEN INPUT STAGES-FILE.
           IF stages-statut = '00'
               PERFORM 2100-LIRE-STAGE
               PERFORM 2200-RETENIR-STAGE UNTIL fin-stages
               CLOSE STAGES-FILE
           END-IF.

      * Prepare un stage vierge pour un etudiant qui n'en a pas
       2050-PREPARER-STAGE.
           MOVE SPACES TO STAGE-ENREGISTREMENT.
           MOVE ZERO TO STG-DEBUT.
           MOVE ZERO TO STG-FIN.
           MOVE ZERO TO STG-NOTE.
           MOVE 'N' TO STG-CONVENTION.
           MOVE 'N' TO STG-EVALUATION.
           SET STG-ACTIF TO TRUE.

      * Lecture d'un enregistrement STAGES.DAT
       2100-LIRE-STAGE.
           READ STAGES-FILE
               AT END SET fin-stages TO TRUE
           END-READ.

      * Met de cote la ligne lue si elle concerne l'etudiant, puis
      * relit
       2200-RETENIR-STAGE.
           IF STG-ID = id-saisi
               MOVE STAGE-ENREGISTREMENT TO stage-retenu
               SET stage-connu TO TRUE
           END-IF.
           PERFORM 2100-LIRE-STAGE.

      * Recueille les zones du stage, chaque zone vide gardant la
      * valeur courante, puis les controle ; une evaluation exige
      * la convention signee
       2500-RECUEILLIR-STAGE.
           MOVE 'N' TO indic-ligne-ok.
           MOVE 'O' TO indic-note-ok.
           MOVE SPACES TO tiers-saisi.
           MOVE SPACES TO tuteur-saisi.
           MOVE SPACES TO debut-saisi.
           MOVE SPACES TO fin-saisie.
           MOVE SPACES TO convention-saisie.
           MOVE SPACES TO note-saisie.
           MOVE SPACES TO statut-saisi.
           DISPLAY pls-tiers.
           ACCEPT pls-tiers.
           IF tiers-saisi NOT = SPACES
               MOVE tiers-saisi TO STG-TIERS
           END-IF.
           MOVE STG-TIERS TO tiers-saisi.
           PERFORM 2600-CONTROLER-TIERS.
           DISPLAY pls-tuteur.
           ACCEPT pls-tuteur.
           IF tuteur-saisi NOT = SPACES
               MOVE tuteur-saisi TO STG-TUTEUR
           END-IF.
           DISPLAY pls-periode.
           ACCEPT pls-periode.
           IF debut-saisi NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(debut-saisi) = ZERO
               COMPUTE STG-DEBUT = FUNCTION NUMVAL(debut-saisi)
           END-IF.
           IF fin-saisie NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(fin-saisie) = ZERO
               COMPUTE STG-FIN = FUNCTION NUMVAL(fin-saisie)
           END-IF.
           DISPLAY pls-convention.
           ACCEPT pls-convention.
           IF convention-saisie NOT = SPACE
               INSPECT convention-saisie CONVERTING 'on' TO 'ON'
               MOVE convention-saisie TO STG-CONVENTION
           END-IF.
           DISPLAY pls-note.
           ACCEPT pls-note.
           IF note-saisie NOT = SPACES
               IF FUNCTION TEST-NUMVAL(note-saisie) NOT = ZERO
                   MOVE 'N' TO indic-note-ok
               ELSE
                   IF FUNCTION NUMVAL(note-saisie) > 20
                       MOVE 'N' TO indic-note-ok
                   ELSE
                       COMPUTE STG-NOTE =
                           FUNCTION NUMVAL(note-saisie)
                       SET STG-EVALUE TO TRUE
                   END-IF
               END-IF
           END-IF.
           DISPLAY pls-statut.
           ACCEPT pls-statut.
           IF statut-saisi NOT = SPACE
               INSPECT statut-saisi CONVERTING 'ar' TO 'AR'
               MOVE statut-saisi TO STG-STATUT
           END-IF.
           EVALUATE TRUE
               WHEN NOT tiers-valide
                   DISPLAY pla-err-tiers
               WHEN STG-DEBUT = ZERO OR STG-FIN < STG-DEBUT
                   DISPLAY pla-err-periode
               WHEN STG-CONVENTION NOT = 'O'
                       AND STG-CONVENTION NOT = 'N'
                   DISPLAY pla-err-convention
               WHEN NOT note-ok
                   DISPLAY pla-err-note
               WHEN STG-EVALUE AND NOT STG-CONVENTION-SIGNEE
                   DISPLAY pla-err-evaluation
               WHEN NOT STG-ACTIF AND NOT STG-ROMPU
                   DISPLAY pla-err-statut
               WHEN OTHER
                   SET ligne-ok TO TRUE
           END-EVALUATE.

      * Cherche l'entreprise dans les contreparties et en releve le
      * nom
       2600-CONTROLER-TIERS.
           MOVE 'N' TO indic-tiers-valide.
           MOVE SPACES TO nom-entreprise.
           MOVE ZERO TO ix-tiers.
           IF tiers-saisi NOT = SPACES
               PERFORM 2610-COMPARER-TIERS
                   UNTIL tiers-valide OR ix-tiers >= nb-tiers
           END-IF.

      * Compare la contrepartie suivante de la table au code
       2610-COMPARER-TIERS.
           ADD 1 TO ix-tiers.
           IF TTB-CODE(ix-tiers) = tiers-saisi
               SET tiers-valide TO TRUE
               MOVE TTB-NOM(ix-tiers) TO nom-entreprise
           END-IF.

      * Ajoute l'etat confirme du stage a la fin de STAGES.DAT, le
      * nom et la classe repris du fichier des inscriptions
       3000-ENREGISTRER-STAGE.
           MOVE id-saisi TO STG-ID.
           MOVE INS-NOM TO STG-NOM.
           MOVE INS-CLASSE TO STG-CLASSE.
           MOVE date-jour-aff TO STG-DATE-MAJ.
           MOVE utilisateur-session TO STG-UTILISATEUR.
           OPEN EXTEND STAGES-FILE.
           IF stages-statut = '35'
               OPEN OUTPUT STAGES-FILE
           END-IF.
           WRITE STAGE-ENREGISTREMENT.
           CLOSE STAGES-FILE.
           ADD 1 TO cpt-saisies.
           DISPLAY pla-ajoute.
