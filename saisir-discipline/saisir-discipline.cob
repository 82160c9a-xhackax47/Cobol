      * Code SaisirDiscipline en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. SaisirDiscipline.

      * Transaction a la demande : saisie des incidents de
      * discipline dans DISCIPLINE.DAT, une ligne par incident :
      * etudiant (controle contre le fichier maitre des
      * inscriptions), date, categorie, description, sanction, dates
      * d'effet de la sanction et autorite qui l'a decidee. Chaque
      * ligne est confirmee avant d'etre ajoutee. Quand l'etudiant
      * atteint seuil-incidents incidents depuis la rentree, son
      * dossier de suivi ouvert est annote, ou un dossier lui est
      * ouvert dans DOSSIERS-SUIVI.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT DISCIPLINE-FILE ASSIGN TO "DISCIPLINE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS discipline-statut.
           SELECT DOSSIERS-FILE ASSIGN TO "DOSSIERS-SUIVI.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS dossiers-statut.
           SELECT DOSSIERS-NOUVEAU-FILE ASSIGN TO "DOSSIERS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD DISCIPLINE-FILE.
       COPY "cpdiscipline.cpy".

      * Meme structure d'enregistrement pour les deux fichiers ; les
      * references sont qualifiees par OF pour lever l'ambiguite
       FD DOSSIERS-FILE.
       COPY "cpdossier.cpy".

       FD DOSSIERS-NOUVEAU-FILE.
       COPY "cpdossier.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 discipline-statut PIC X(02).
       77 dossiers-statut PIC X(02).
       77 session-statut PIC X(02).
       77 id-saisi PIC X(06).
       77 date-saisie PIC X(08).
       77 date-incident PIC 9(08) VALUE ZERO.
       77 categorie-saisie PIC X(02).
       77 description-saisie PIC X(40).
       77 sanction-saisie PIC X(02).
       77 debut-saisi PIC 9(08) VALUE ZERO.
       77 fin-saisie PIC 9(08) VALUE ZERO.
       77 decideur-saisi PIC X(20).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 etudiant-trouve VALUE 'O'.
       77 indic-ligne-ok PIC X(01) VALUE 'N'.
           88 ligne-ok VALUE 'O'.
       77 cpt-saisies PIC 9(05) COMP VALUE ZERO.
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 date-jour-aff PIC 9(08).

      * Suivi des incidents repetes : nombre d'incidents de
      * l'etudiant depuis la rentree (1er septembre) a partir duquel
      * son dossier de suivi est ouvert ou annote
       77 seuil-incidents PIC 9(02) VALUE 3.
       77 date-rentree PIC 9(08) VALUE ZERO.
       77 annee-rentree PIC 9(04) VALUE ZERO.
       77 cpt-incidents PIC 9(03) VALUE ZERO.
       77 indic-fin-discipline PIC X(01) VALUE 'N'.
           88 fin-discipline VALUE 'O'.
       77 indic-fin-dossiers PIC X(01) VALUE 'N'.
           88 fin-dossiers VALUE 'O'.
       77 indic-dossier-annote PIC X(01) VALUE 'N'.
           88 dossier-annote VALUE 'O'.
       77 note-discipline PIC X(30) VALUE SPACES.

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-id.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Saisie des incidents de discipline'.
           2 LINE 5 COL 10 VALUE 'Identifiant etudiant : '.
           2 PIC X(06) TO id-saisi REQUIRED.

       1 pla-inconnu.
           2 LINE 6 COL 10 VALUE
               'Identifiant absent du fichier des inscriptions.'.

       1 pla-fiche.
           2 LINE 6 COL 10 VALUE 'Etudiant : '.
           2 COL 21 PIC X(20) FROM INS-NOM.
           2 COL 43 PIC X(05) FROM INS-CLASSE.

       1 pls-date.
           2 LINE 8 COL 10 VALUE
               'Date de l''incident (AAAAMMJJ, vide = jour) : '.
           2 PIC X(08) TO date-saisie.

       1 pls-categorie.
           2 LINE 9 COL 10 VALUE
               'Categorie (CO comportement, VI violence, FR fraude,'.
           2 LINE 10 COL 10 VALUE
               '           DG degradation, AU autre) : '.
           2 PIC X(02) TO categorie-saisie REQUIRED.

       1 pls-description.
           2 LINE 11 COL 10 VALUE 'Description : '.
           2 PIC X(40) TO description-saisie REQUIRED.

       1 pls-sanction.
           2 LINE 12 COL 10 VALUE
               'Sanction (NS aucune, AV avertissement, RE retenue,'.
           2 LINE 13 COL 10 VALUE
               '          BL blame, EX exclusion) : '.
           2 PIC X(02) TO sanction-saisie REQUIRED.

       1 pls-periode.
           2 LINE 14 COL 10 VALUE 'Du (AAAAMMJJ) : '.
           2 PIC 9(08) TO debut-saisi REQUIRED.
           2 COL 40 VALUE 'au : '.
           2 PIC 9(08) TO fin-saisie REQUIRED.

       1 pls-decideur.
           2 LINE 15 COL 10 VALUE 'Decidee par : '.
           2 PIC X(20) TO decideur-saisi REQUIRED.

       1 pla-err-categorie.
           2 LINE 17 COL 10 VALUE
               'Categorie inconnue, incident non enregistre.'.

       1 pla-err-sanction.
           2 LINE 17 COL 10 VALUE
               'Sanction inconnue, incident non enregistre.'.

       1 pla-err-periode.
           2 LINE 17 COL 10 VALUE
               'Periode invalide (fin avant debut), non enregistre.'.

       1 pls-confirmer.
           2 LINE 17 COL 10 VALUE 'Confirmer cet incident (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoute.
           2 LINE 18 COL 10 VALUE 'Incident ajoute au registre.'.

       1 pla-dossier.
           2 LINE 19 COL 10 VALUE
               'Incidents repetes : dossier de suivi ouvert ou annote.'.

       1 pls-continuer.
           2 LINE 21 COL 10 VALUE 'Un autre incident ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       1 pla-bilan.
           2 LINE 23 COL 10 VALUE 'Incidents saisis : '.
           2 COL 30 PIC ZZZZ9 FROM cpt-saisies.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           PERFORM 0040-CALCULER-RENTREE.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut NOT = '00'
               DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT introuvable '
                   '(statut ' etudiants-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-SAISIR-INCIDENT
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
      * chaque incident saisi
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

      * Date de la rentree de l'annee scolaire en cours : le 1er
      * septembre de l'annee, ou de la precedente avant septembre
       0040-CALCULER-RENTREE.
           MOVE date-jour-aff(1:4) TO annee-rentree.
           IF date-jour-aff(5:2) < '09'
               SUBTRACT 1 FROM annee-rentree
           END-IF.
           MOVE annee-rentree TO date-rentree(1:4).
           MOVE '0901' TO date-rentree(5:4).

      * Saisit un incident complet : identifiant controle, nom
      * affiche, date, categorie, description, sanction, periode,
      * autorite et confirmation
       1000-SAISIR-INCIDENT.
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
               PERFORM 2000-RECUEILLIR-INCIDENT
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
                       PERFORM 3000-ENREGISTRER-INCIDENT
                       PERFORM 4000-SUIVRE-REPETITION
                   END-IF
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Recueille les zones de l'incident et les controle ; une
      * retenue ou une exclusion exige sa periode d'effet
       2000-RECUEILLIR-INCIDENT.
           MOVE 'N' TO indic-ligne-ok.
           MOVE SPACES TO date-saisie.
           MOVE SPACES TO categorie-saisie.
           MOVE SPACES TO description-saisie.
           MOVE SPACES TO sanction-saisie.
           MOVE SPACES TO decideur-saisi.
           MOVE ZERO TO debut-saisi.
           MOVE ZERO TO fin-saisie.
           DISPLAY pls-date.
           ACCEPT pls-date.
           IF date-saisie = SPACES
                   OR FUNCTION TEST-NUMVAL(date-saisie) NOT = ZERO
               MOVE date-jour-aff TO date-incident
           ELSE
               COMPUTE date-incident = FUNCTION NUMVAL(date-saisie)
           END-IF.
           DISPLAY pls-categorie.
           ACCEPT pls-categorie.
           INSPECT categorie-saisie CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE categorie-saisie TO DSC-CATEGORIE.
           DISPLAY pls-description.
           ACCEPT pls-description.
           DISPLAY pls-sanction.
           ACCEPT pls-sanction.
           INSPECT sanction-saisie CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE sanction-saisie TO DSC-SANCTION.
           IF DSC-SANCTION-DATEE
               DISPLAY pls-periode
               ACCEPT pls-periode
           END-IF.
           DISPLAY pls-decideur.
           ACCEPT pls-decideur.
           EVALUATE TRUE
               WHEN NOT DSC-CATEGORIE-VALIDE
                   DISPLAY pla-err-categorie
               WHEN NOT DSC-SANCTION-VALIDE
                   DISPLAY pla-err-sanction
               WHEN DSC-SANCTION-DATEE AND fin-saisie < debut-saisi
                   DISPLAY pla-err-periode
               WHEN OTHER
                   SET ligne-ok TO TRUE
           END-EVALUATE.

      * Ajoute l'incident confirme a la fin de DISCIPLINE.DAT, le
      * nom et la classe repris du fichier des inscriptions
       3000-ENREGISTRER-INCIDENT.
           MOVE id-saisi TO DSC-ID.
           MOVE INS-NOM TO DSC-NOM.
           MOVE INS-CLASSE TO DSC-CLASSE.
           MOVE date-incident TO DSC-DATE.
           MOVE categorie-saisie TO DSC-CATEGORIE.
           MOVE description-saisie TO DSC-DESCRIPTION.
           MOVE sanction-saisie TO DSC-SANCTION.
           MOVE debut-saisi TO DSC-DEBUT.
           MOVE fin-saisie TO DSC-FIN.
           MOVE decideur-saisi TO DSC-DECIDEUR.
           MOVE utilisateur-session TO DSC-SAISI-PAR.
           OPEN EXTEND DISCIPLINE-FILE.
           IF discipline-statut = '35'
               OPEN OUTPUT DISCIPLINE-FILE
           END-IF.
           WRITE DISCIPLINE-ENREGISTREMENT.
           CLOSE DISCIPLINE-FILE.
           ADD 1 TO cpt-saisies.
           DISPLAY pla-ajoute.

      * Compte les incidents de l'etudiant depuis la rentree ; au
      * seuil, annote son dossier de suivi ouvert ou lui en ouvre
      * un
       4000-SUIVRE-REPETITION.
           MOVE ZERO TO cpt-incidents.
           MOVE 'N' TO indic-fin-discipline.
           OPEN INPUT DISCIPLINE-FILE.
           IF discipline-statut = '00'
               PERFORM 4100-LIRE-INCIDENT
               PERFORM 4200-COMPTER-INCIDENT UNTIL fin-discipline
               CLOSE DISCIPLINE-FILE
           END-IF.
           IF cpt-incidents >= seuil-incidents
               MOVE SPACES TO note-discipline
               STRING 'Discipline : ' DELIMITED BY SIZE
                   cpt-incidents DELIMITED BY SIZE
                   ' incidents' DELIMITED BY SIZE
                   INTO note-discipline
               PERFORM 5000-ANNOTER-DOSSIER
               DISPLAY pla-dossier
           END-IF.

      * Lecture d'un enregistrement DISCIPLINE.DAT
       4100-LIRE-INCIDENT.
           READ DISCIPLINE-FILE
               AT END SET fin-discipline TO TRUE
           END-READ.

      * Compte l'incident s'il porte sur l'etudiant depuis la
      * rentree, puis relit
       4200-COMPTER-INCIDENT.
           IF DSC-ID = id-saisi AND DSC-DATE >= date-rentree
               ADD 1 TO cpt-incidents
           END-IF.
           PERFORM 4100-LIRE-INCIDENT.

      * Recopie les dossiers de suivi en annotant le dossier ouvert
      * de l'etudiant ; sans dossier ouvert, un dossier lui est
      * ouvert en fin de fichier
       5000-ANNOTER-DOSSIER.
           MOVE 'N' TO indic-dossier-annote.
           MOVE 'N' TO indic-fin-dossiers.
           OPEN OUTPUT DOSSIERS-NOUVEAU-FILE.
           OPEN INPUT DOSSIERS-FILE.
           IF dossiers-statut = '00'
               PERFORM 5100-LIRE-DOSSIER
               PERFORM 5200-RECOPIER-DOSSIER UNTIL fin-dossiers
               CLOSE DOSSIERS-FILE
           END-IF.
           IF NOT dossier-annote
               MOVE SPACES
                   TO DOSSIER-ENREGISTREMENT OF DOSSIERS-NOUVEAU-FILE
               MOVE id-saisi TO DOS-ID OF DOSSIERS-NOUVEAU-FILE
               MOVE INS-NOM TO DOS-NOM OF DOSSIERS-NOUVEAU-FILE
               MOVE date-jour-aff
                   TO DOS-DATE-OUVERTURE OF DOSSIERS-NOUVEAU-FILE
               SET DOS-OUVERT OF DOSSIERS-NOUVEAU-FILE TO TRUE
               MOVE note-discipline
                   TO DOS-ACTION OF DOSSIERS-NOUVEAU-FILE
               MOVE ZERO
                   TO DOS-DATE-FERMETURE OF DOSSIERS-NOUVEAU-FILE
               WRITE DOSSIER-ENREGISTREMENT OF DOSSIERS-NOUVEAU-FILE
           END-IF.
           CLOSE DOSSIERS-NOUVEAU-FILE.
           CALL "CBL_DELETE_FILE" USING "DOSSIERS-SUIVI.DAT".
           CALL "CBL_RENAME_FILE" USING "DOSSIERS.NOUVEAU"
               "DOSSIERS-SUIVI.DAT".

      * Lecture d'un enregistrement DOSSIERS-SUIVI.DAT
       5100-LIRE-DOSSIER.
           READ DOSSIERS-FILE
               AT END SET fin-dossiers TO TRUE
           END-READ.

      * Recopie le dossier courant, annote s'il est le dossier
      * ouvert de l'etudiant, puis relit
       5200-RECOPIER-DOSSIER.
           IF DOS-ID OF DOSSIERS-FILE = id-saisi
                   AND DOS-OUVERT OF DOSSIERS-FILE
                   AND NOT dossier-annote
               MOVE note-discipline TO DOS-ACTION OF DOSSIERS-FILE
               SET dossier-annote TO TRUE
           END-IF.
           MOVE DOSSIER-ENREGISTREMENT OF DOSSIERS-FILE
               TO DOSSIER-ENREGISTREMENT OF DOSSIERS-NOUVEAU-FILE.
           WRITE DOSSIER-ENREGISTREMENT OF DOSSIERS-NOUVEAU-FILE.
           PERFORM 5100-LIRE-DOSSIER.
