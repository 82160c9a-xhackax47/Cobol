      * Code InscrireCours en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. InscrireCours.

      * Transaction a la demande : inscrit un etudiant aux matieres
      * qu'il suit reellement, par trimestre, dans le fichier maitre
      * indexe INSCRIPTIONS-COURS.DAT. L'identifiant est controle
      * contre le fichier maitre des inscriptions, la matiere contre
      * le catalogue ; une matiere dont la matiere prealable n'est
      * pas reussie au maitre des notes (note au moins egale au seuil
      * de passage de SEUILS.DAT) est refusee. La matiere prealable
      * reussie une annee precedente est retrouvee dans l'archive du
      * maitre des notes (NOTES-MASTER.Annnn) des annees closes du
      * registre ANNEES-SCOLAIRES.DAT. Une inscription
      * existante peut etre passee en abandon en ressaisissant la
      * meme matiere et le meme trimestre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT INSCRIPTIONS-FILE
               ASSIGN TO "INSCRIPTIONS-COURS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICO-CLE
               FILE STATUS IS inscriptions-statut.
           SELECT NOTES-MAITRE-FILE ASSIGN USING nom-notes
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NM-CLE
               FILE STATUS IS maitre-statut.
           SELECT MATIERES-FILE ASSIGN TO "MATIERES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS matieres-statut.
           SELECT SEUILS-FILE ASSIGN TO "SEUILS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS seuils-statut.
           SELECT ANNEES-FILE ASSIGN TO "ANNEES-SCOLAIRES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS annees-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD INSCRIPTIONS-FILE.
       COPY "cpinscriptioncours.cpy".

       FD NOTES-MAITRE-FILE.
       COPY "cpnotemaitre.cpy".

       FD MATIERES-FILE.
       COPY "cpmatiere.cpy".

       FD SEUILS-FILE.
       COPY "cpseuils.cpy".

       FD ANNEES-FILE.
       COPY "cpanneescolaire.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 inscriptions-statut PIC X(02).
       77 maitre-statut PIC X(02).
       77 matieres-statut PIC X(02).
       77 seuils-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 id-saisi PIC X(06).
       77 cours-saisi PIC X(04).
       77 terme-saisi PIC X(01).
       77 statut-saisi PIC X(01).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 etudiant-trouve VALUE 'O'.
       77 indic-existe PIC X(01) VALUE 'N'.
           88 inscription-existe VALUE 'O'.
       77 indic-fin-liste PIC X(01) VALUE 'N'.
           88 fin-liste VALUE 'O'.
       77 cpt-inscriptions PIC 9(05) COMP VALUE ZERO.
       77 cpt-refus PIC 9(05) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).

      * Seuil de passage repris de SEUILS.DAT : une matiere
      * prealable est reussie quand sa note au maitre l'atteint
       77 seuil-passable-min PIC 9(02)V99 VALUE 10.00.
       77 note-prealable PIC 9(02)V99 VALUE ZERO.
       77 indic-prealable-ok PIC X(01) VALUE 'N'.
           88 prealable-ok VALUE 'O'.
       77 motif-refus PIC X(40) VALUE SPACES.
       77 prealable-courant PIC X(04) VALUE SPACES.

      * Maitre des notes lu : celui de l'annee en cours, ou l'archive
      * d'une annee close du registre, de la plus recente a la plus
      * ancienne, quand la matiere prealable n'y est pas reussie
       77 nom-notes PIC X(30) VALUE 'NOTES-MASTER.DAT'.
       77 annees-statut PIC X(02).
       77 indic-fin-annees PIC X(01) VALUE 'N'.
           88 fin-annees VALUE 'O'.
       77 nb-annees-closes PIC 9(02) COMP VALUE ZERO.
       77 ix-annee PIC 9(02) COMP VALUE ZERO.
       77 limite-annees PIC 9(02) COMP VALUE 50.
       01 TABLE-ANNEES-CLOSES.
           05 ANNEE-CLOSE OCCURS 50   PIC 9(04).

      * Catalogue des matieres charge en memoire, la derniere ligne
      * d'un meme code faisant foi ; un catalogue absent laisse la
      * saisie libre, sans controle de prealable
       77 indic-fin-matieres PIC X(01) VALUE 'N'.
           88 fin-matieres VALUE 'O'.
       77 indic-cours-ok PIC X(01) VALUE 'N'.
           88 cours-ok VALUE 'O'.
       77 indic-matiere-trouvee PIC X(01) VALUE 'N'.
           88 matiere-trouvee VALUE 'O'.
       77 nb-matieres PIC 9(03) COMP VALUE ZERO.
       77 ix-matiere PIC 9(03) COMP VALUE ZERO.
       77 limite-matieres PIC 9(03) COMP VALUE 200.
       77 libelle-matiere PIC X(20) VALUE SPACES.
       01 TABLE-MATIERES.
           05 MATIERE-TABLE OCCURS 200.
               10 MTB-CODE            PIC X(04).
               10 MTB-LIBELLE         PIC X(20).
               10 MTB-ACTIVE          PIC X(01).
               10 MTB-PREALABLE       PIC X(04).
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-id.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Inscription aux matieres'.
           2 LINE 5 COL 10 VALUE 'Identifiant etudiant : '.
           2 PIC X(06) TO id-saisi REQUIRED.

       1 pla-inconnu.
           2 LINE 6 COL 10 VALUE
               'Identifiant absent ou etudiant parti.'.

       1 pla-fiche.
           2 LINE 6 COL 10 VALUE 'Etudiant : '.
           2 COL 21 PIC X(20) FROM INS-NOM.
           2 COL 43 PIC X(05) FROM INS-CLASSE.

       1 pls-cours.
           2 LINE 14 COL 10 VALUE 'Code matiere : '.
           2 PIC X(04) TO cours-saisi REQUIRED.

       1 pla-cours-libelle.
           2 LINE 14 COL 32 PIC X(20) FROM libelle-matiere.

       1 pla-err-cours.
           2 LINE 14 COL 32 VALUE
               'Code inconnu ou matiere inactive.'.

       1 pls-terme.
           2 LINE 15 COL 10 VALUE 'Trimestre (1 a 3) : '.
           2 PIC X(01) TO terme-saisi REQUIRED.

       1 pls-statut.
           2 LINE 16 COL 10 VALUE
               'Statut I=inscrit A=abandon (vide = I) : '.
           2 PIC X(01) TO statut-saisi.

       1 pla-refus.
           2 LINE 18 COL 10 VALUE 'Refus : '.
           2 COL 18 PIC X(40) FROM motif-refus.

       1 pls-confirmer.
           2 LINE 18 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistre.
           2 LINE 19 COL 10 VALUE 'Inscription enregistree.'.

       1 pls-continuer.
           2 LINE 21 COL 10 VALUE 'Une autre inscription ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 8600-LIRE-AUTEUR-SESSION.
           PERFORM 0500-CHARGER-MATIERES.
           PERFORM 0600-CHARGER-SEUILS.
           PERFORM 0700-CHARGER-ANNEES.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut NOT = '00'
               DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT introuvable '
                   '(statut ' etudiants-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O INSCRIPTIONS-FILE
               IF inscriptions-statut = '35'
                   OPEN OUTPUT INSCRIPTIONS-FILE
                   CLOSE INSCRIPTIONS-FILE
                   OPEN I-O INSCRIPTIONS-FILE
               END-IF
               IF inscriptions-statut NOT = '00'
                   DISPLAY 'ERREUR : INSCRIPTIONS-COURS.DAT '
                       'inaccessible (statut ' inscriptions-statut ')'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT NOTES-MAITRE-FILE
                   PERFORM 1000-TENIR-INSCRIPTION
                       WITH TEST AFTER
                       UNTIL NOT continuer-oui
                   IF maitre-statut = '00'
                       CLOSE NOTES-MAITRE-FILE
                   END-IF
                   CLOSE INSCRIPTIONS-FILE
               END-IF
               CLOSE ETUDIANTS-FILE
           END-IF.
           DISPLAY 'Inscriptions enregistrees : ' cpt-inscriptions
               '  refusees : ' cpt-refus.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-inscriptions.
           MOVE ZERO TO cpt-refus.
           MOVE 'NOTES-MASTER.DAT' TO nom-notes.

      * Charge le catalogue des matieres en memoire, la derniere
      * ligne d'un meme code recouvrant la precedente
       0500-CHARGER-MATIERES.
           MOVE ZERO TO nb-matieres.
           MOVE 'N' TO indic-fin-matieres.
           OPEN INPUT MATIERES-FILE.
           IF matieres-statut = '00'
               PERFORM 0510-LIRE-MATIERE
               PERFORM 0520-RETENIR-MATIERE UNTIL fin-matieres
               CLOSE MATIERES-FILE
           END-IF.

      * Lecture d'un enregistrement MATIERES.DAT
       0510-LIRE-MATIERE.
           READ MATIERES-FILE
               AT END SET fin-matieres TO TRUE
           END-READ.

      * Range la matiere lue dans la table, en recouvrant la ligne
      * anterieure du meme code, puis relit
       0520-RETENIR-MATIERE.
           MOVE MAT-CODE TO cours-saisi.
           PERFORM 2450-CHERCHER-COURS.
           IF NOT matiere-trouvee
               IF nb-matieres < limite-matieres
                   ADD 1 TO nb-matieres
                   MOVE nb-matieres TO ix-matiere
                   SET matiere-trouvee TO TRUE
               END-IF
           END-IF.
           IF matiere-trouvee
               MOVE MAT-CODE TO MTB-CODE(ix-matiere)
               MOVE MAT-LIBELLE TO MTB-LIBELLE(ix-matiere)
               MOVE MAT-ACTIVE TO MTB-ACTIVE(ix-matiere)
               MOVE MAT-PREALABLE TO MTB-PREALABLE(ix-matiere)
           END-IF.
           PERFORM 0510-LIRE-MATIERE.

      * Releve le seuil de passage de SEUILS.DAT ; absent, le seuil
      * historique de 10 sur 20 s'applique
       0600-CHARGER-SEUILS.
           OPEN INPUT SEUILS-FILE.
           IF seuils-statut = '00'
               READ SEUILS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEU-PASSABLE-MIN IS NUMERIC
                           MOVE SEU-PASSABLE-MIN
                               TO seuil-passable-min
                       END-IF
               END-READ
               CLOSE SEUILS-FILE
           END-IF.

      * Releve au registre les annees scolaires closes, dont le
      * maitre des notes est archive ; sans registre, seul le maitre
      * de l'annee en cours est lu
       0700-CHARGER-ANNEES.
           MOVE ZERO TO nb-annees-closes.
           MOVE 'N' TO indic-fin-annees.
           OPEN INPUT ANNEES-FILE.
           IF annees-statut = '00'
               PERFORM 0710-LIRE-ANNEE
               PERFORM 0720-RETENIR-ANNEE UNTIL fin-annees
               CLOSE ANNEES-FILE
           END-IF.

      * Lecture d'un enregistrement ANNEES-SCOLAIRES.DAT
       0710-LIRE-ANNEE.
           READ ANNEES-FILE
               AT END SET fin-annees TO TRUE
           END-READ.

      * Range l'annee si la ligne en trace la cloture, puis relit
       0720-RETENIR-ANNEE.
           IF ASC-CLOTURE AND nb-annees-closes < limite-annees
               ADD 1 TO nb-annees-closes
               MOVE ASC-ANNEE TO ANNEE-CLOSE(nb-annees-closes)
           END-IF.
           PERFORM 0710-LIRE-ANNEE.

      * Recherche l'etudiant, liste ses inscriptions en cours puis
      * recueille une inscription
       1000-TENIR-INSCRIPTION.
           MOVE 'N' TO indic-trouve.
           MOVE 'N' TO indic-confirme.
           DISPLAY pls-id.
           ACCEPT pls-id.
           MOVE id-saisi TO INS-ID.
           READ ETUDIANTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INS-INSCRIT
                       SET etudiant-trouve TO TRUE
                   END-IF
           END-READ.
           IF NOT etudiant-trouve
               DISPLAY pla-inconnu
           ELSE
               DISPLAY pla-fiche
               PERFORM 1100-LISTER-INSCRIPTIONS
               PERFORM 2000-SAISIR-INSCRIPTION
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Liste les inscriptions deja enregistrees pour l'etudiant,
      * par parcours de la cle a partir de son identifiant
       1100-LISTER-INSCRIPTIONS.
           MOVE 'N' TO indic-fin-liste.
           MOVE id-saisi TO ICO-ID.
           MOVE LOW-VALUES TO ICO-COURS.
           MOVE ZERO TO ICO-TERME.
           START INSCRIPTIONS-FILE KEY >= ICO-CLE
               INVALID KEY
                   SET fin-liste TO TRUE
           END-START.
           IF NOT fin-liste
               DISPLAY 'Inscriptions enregistrees :'
               PERFORM 1110-LIRE-INSCRIPTION
               PERFORM 1120-AFFICHER-INSCRIPTION UNTIL fin-liste
           END-IF.

      * Lecture sequentielle suivante du fichier des inscriptions ;
      * la liste s'arrete au changement d'etudiant
       1110-LIRE-INSCRIPTION.
           READ INSCRIPTIONS-FILE NEXT RECORD
               AT END SET fin-liste TO TRUE
           END-READ.
           IF NOT fin-liste AND ICO-ID NOT = id-saisi
               SET fin-liste TO TRUE
           END-IF.

      * Affiche l'inscription courante, puis relit
       1120-AFFICHER-INSCRIPTION.
           DISPLAY '  ' ICO-COURS ' trimestre ' ICO-TERME
               ' statut ' ICO-STATUT ' du ' ICO-DATE.
           PERFORM 1110-LIRE-INSCRIPTION.

      * Recueille la matiere, le trimestre et le statut, controle le
      * prealable puis enregistre apres confirmation
       2000-SAISIR-INSCRIPTION.
           MOVE 'N' TO indic-cours-ok.
           PERFORM 2400-SAISIR-COURS UNTIL cours-ok.
           MOVE SPACE TO terme-saisi.
           PERFORM 2500-SAISIR-TERME
               UNTIL terme-saisi = '1' OR terme-saisi = '2'
               OR terme-saisi = '3'.
           MOVE SPACE TO statut-saisi.
           DISPLAY pls-statut.
           ACCEPT pls-statut.
           IF statut-saisi = 'a' OR statut-saisi = 'A'
               MOVE 'A' TO statut-saisi
           ELSE
               MOVE 'I' TO statut-saisi
           END-IF.
           SET prealable-ok TO TRUE.
           IF statut-saisi = 'I'
               PERFORM 3000-CONTROLER-PREALABLE
           END-IF.
           IF NOT prealable-ok
               ADD 1 TO cpt-refus
               DISPLAY pla-refus
           ELSE
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
                   WHEN confirmation = 'O' OR confirmation = 'o'
                       SET confirme TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO indic-confirme
               END-EVALUATE
               IF confirme
                   PERFORM 4000-ENREGISTRER-INSCRIPTION
               END-IF
           END-IF.

      * Demande le code matiere et le redemande tant qu'il n'est pas
      * au catalogue et actif ; un catalogue vide laisse la saisie
      * libre
       2400-SAISIR-COURS.
           DISPLAY pls-cours.
           ACCEPT pls-cours.
           MOVE SPACES TO prealable-courant.
           IF nb-matieres = ZERO
               SET cours-ok TO TRUE
           ELSE
               PERFORM 2450-CHERCHER-COURS
               IF matiere-trouvee
                       AND MTB-ACTIVE(ix-matiere) = 'A'
                   MOVE MTB-LIBELLE(ix-matiere) TO libelle-matiere
                   MOVE MTB-PREALABLE(ix-matiere)
                       TO prealable-courant
                   DISPLAY pla-cours-libelle
                   SET cours-ok TO TRUE
               ELSE
                   DISPLAY pla-err-cours
               END-IF
           END-IF.

      * Cherche le code matiere courant dans la table en memoire
       2450-CHERCHER-COURS.
           MOVE 'N' TO indic-matiere-trouvee.
           MOVE ZERO TO ix-matiere.
           PERFORM 2460-COMPARER-COURS
               UNTIL matiere-trouvee OR ix-matiere >= nb-matieres.

      * Compare la ligne suivante de la table au code courant
       2460-COMPARER-COURS.
           ADD 1 TO ix-matiere.
           IF MTB-CODE(ix-matiere) = cours-saisi
               SET matiere-trouvee TO TRUE
           END-IF.

      * Demande le trimestre de l'inscription
       2500-SAISIR-TERME.
           DISPLAY pls-terme.
           ACCEPT pls-terme.

      * Controle que la matiere prealable, s'il y en a une, est
      * reussie au maitre des notes de l'annee ou, a defaut, a celui
      * d'une annee close ; une note absente ou sous le seuil de
      * passage partout refuse l'inscription
       3000-CONTROLER-PREALABLE.
           SET prealable-ok TO TRUE.
           IF prealable-courant NOT = SPACES
               MOVE 'N' TO indic-prealable-ok
               MOVE ZERO TO note-prealable
               IF maitre-statut = '00'
                   MOVE id-saisi TO NM-ID
                   MOVE prealable-courant TO NM-COURS
                   READ NOTES-MAITRE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NM-VALEUR TO note-prealable
                           IF NM-VALEUR >= seuil-passable-min
                               SET prealable-ok TO TRUE
                           END-IF
                   END-READ
               END-IF
               IF NOT prealable-ok AND nb-annees-closes > ZERO
                   PERFORM 3100-CHERCHER-ARCHIVES
               END-IF
               IF NOT prealable-ok
                   MOVE SPACES TO motif-refus
                   STRING 'prealable ' DELIMITED BY SIZE
                       prealable-courant DELIMITED BY SIZE
                       ' non reussi' DELIMITED BY SIZE
                       INTO motif-refus
               END-IF
           END-IF.

      * Cherche la matiere prealable reussie dans les archives du
      * maitre des notes des annees closes, de la plus recente a la
      * plus ancienne, puis rouvre le maitre de l'annee en cours
       3100-CHERCHER-ARCHIVES.
           IF maitre-statut = '00'
               CLOSE NOTES-MAITRE-FILE
           END-IF.
           MOVE nb-annees-closes TO ix-annee.
           PERFORM 3110-LIRE-ARCHIVE
               UNTIL prealable-ok OR ix-annee = ZERO.
           MOVE 'NOTES-MASTER.DAT' TO nom-notes.
           OPEN INPUT NOTES-MAITRE-FILE.

      * Lit la note de la matiere prealable dans l'archive de
      * l'annee close courante, absente ou non, puis passe a
      * l'annee precedente
       3110-LIRE-ARCHIVE.
           MOVE SPACES TO nom-notes.
           STRING 'NOTES-MASTER.A' DELIMITED BY SIZE
               ANNEE-CLOSE(ix-annee) DELIMITED BY SIZE
               INTO nom-notes.
           OPEN INPUT NOTES-MAITRE-FILE.
           IF maitre-statut = '00'
               MOVE id-saisi TO NM-ID
               MOVE prealable-courant TO NM-COURS
               READ NOTES-MAITRE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NM-VALEUR > note-prealable
                           MOVE NM-VALEUR TO note-prealable
                       END-IF
                       IF NM-VALEUR >= seuil-passable-min
                           SET prealable-ok TO TRUE
                       END-IF
               END-READ
               CLOSE NOTES-MAITRE-FILE
           END-IF.
           SUBTRACT 1 FROM ix-annee.

      * Ecrit l'inscription, ou remplace celle du meme etudiant, de
      * la meme matiere et du meme trimestre
       4000-ENREGISTRER-INSCRIPTION.
           MOVE id-saisi TO ICO-ID.
           MOVE cours-saisi TO ICO-COURS.
           MOVE terme-saisi TO ICO-TERME.
           MOVE statut-saisi TO ICO-STATUT.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO ICO-DATE.
           MOVE utilisateur-session TO ICO-UTILISATEUR.
           WRITE INSCRIPTION-COURS-ENREGISTREMENT
               INVALID KEY
                   REWRITE INSCRIPTION-COURS-ENREGISTREMENT
           END-WRITE.
           ADD 1 TO cpt-inscriptions.
           DISPLAY pla-enregistre.

      * Reprend l'utilisateur signe au menu, auteur des
      * inscriptions
       8600-LIRE-AUTEUR-SESSION.
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
