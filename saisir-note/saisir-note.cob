      * L'identifiant est controle contre le fichier maitre des
      * inscriptions et le nom affiche pour confirmation ; la note,
      * saisie en texte, doit etre numerique et comprise entre 0 et
      * 20 ; chaque ligne est confirmee avant d'etre ajoutee. En
      * mode anonyme, la note est saisie contre le numero d'anonymat
      * de ANONYMATS.DAT, sans identifiant ni nom, et part sur
      * NOTES-ANONYMES.DAT en attendant la levee d'anonymat. Une
      * classe dont le trimestre est gele apres le conseil
      * (GELS-TERMES.DAT) ne recoit plus de note ; pendant une
      * reouverture, chaque note est tracee sur
      * MODIFS-REOUVERTURE.DAT pour le dossier de jury suivant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT INSCRIPTIONS-FILE
               ASSIGN TO "INSCRIPTIONS-COURS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ICO-CLE
               FILE STATUS IS inscriptions-statut.
           SELECT NOTES-FILE ASSIGN TO "NOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-statut.
               ASSIGN TO "NOTES-COMPOSANTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS composantes-statut.
           SELECT ANONYMATS-FILE ASSIGN TO "ANONYMATS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS anonymats-statut.
           SELECT NOTES-ANONYMES-FILE ASSIGN TO "NOTES-ANONYMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-anonymes-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
           SELECT GELS-FILE ASSIGN TO "GELS-TERMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS gels-statut.
           SELECT MODIFS-REOUV-FILE
               ASSIGN TO "MODIFS-REOUVERTURE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS modifs-reouv-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD INSCRIPTIONS-FILE.
       COPY "cpinscriptioncours.cpy".

       FD NOTES-FILE.
       COPY "cpnote.cpy".

       FD COMPOSANTES-FILE.
       COPY "cpcomposante.cpy".

       FD ANONYMATS-FILE.
       COPY "cpanonymat.cpy".

       FD NOTES-ANONYMES-FILE.
       COPY "cpnoteanonyme.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       FD GELS-FILE.
       COPY "cpgelterme.cpy".

       FD MODIFS-REOUV-FILE.
       COPY "cpmodifrouverture.cpy".

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 notes-statut PIC X(02).
       77 mode-saisie PIC X(01) VALUE 'N'.
           88 mode-composantes VALUE 'C'.
           88 mode-liste VALUE 'L'.
           88 mode-anonyme VALUE 'A'.

      * Mode anonyme : la session et la matiere choisies une fois,
      * puis chaque note saisie contre un numero d'anonymat de la
      * session, controle contre ANONYMATS.DAT
       77 anonymats-statut PIC X(02).
       77 notes-anonymes-statut PIC X(02).
       77 session-anonyme PIC X(01) VALUE SPACE.
           88 session-anonyme-ok VALUE '1' '2'.
       77 numero-saisi PIC 9(06) VALUE ZERO.
       77 indic-fin-anonymats PIC X(01) VALUE 'N'.
           88 fin-anonymats VALUE 'O'.
       77 indic-numero-trouve PIC X(01) VALUE 'N'.
           88 numero-trouve VALUE 'O'.
       77 nb-numeros PIC 9(04) COMP VALUE ZERO.
       77 ix-numero PIC 9(04) COMP VALUE ZERO.
       77 limite-numeros PIC 9(04) COMP VALUE 4000.
       01 TABLE-NUMEROS.
           05 NUMERO-TABLE PIC 9(06) OCCURS 4000.

      * Mode liste de classe : une matiere et une classe choisies
      * une fois, puis la note seule saisie en face de chaque
       77 indic-note-liste-ok PIC X(01) VALUE 'N'.
           88 note-liste-ok VALUE 'O'.
       77 cpt-inscrits-liste PIC 9(04) COMP VALUE ZERO.

      * Inscriptions par matiere : quand INSCRIPTIONS-COURS.DAT
      * existe, la liste ne propose que les etudiants inscrits a la
      * matiere choisie, quel qu'en soit le trimestre
       77 inscriptions-statut PIC X(02).
       77 indic-inscriptions PIC X(01) VALUE 'N'.
           88 inscriptions-presentes VALUE 'O'.
       77 indic-inscrit-cours PIC X(01) VALUE 'N'.
           88 inscrit-cours VALUE 'O'.
       77 terme-controle PIC 9(01) VALUE ZERO.
       77 composante-saisie PIC X(02).
       77 poids-texte PIC X(03).
       77 poids-valide PIC 9(01)V9(01) VALUE ZERO.
       77 tentatives-note PIC 9(01) VALUE ZERO.
       77 indic-verrouille PIC X(01) VALUE 'N'.
           88 saisie-verrouillee VALUE 'O'.
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.

      * Etat de gel des notes par classe, la derniere ligne de
      * GELS-TERMES.DAT pour une classe faisant foi : une classe
      * gelee refuse la note, une classe rouverte la trace
       77 gels-statut PIC X(02).
       77 modifs-reouv-statut PIC X(02).
       77 indic-fin-gels PIC X(01) VALUE 'N'.
           88 fin-gels VALUE 'O'.
       77 indic-gel-trouve PIC X(01) VALUE 'N'.
           88 gel-trouve VALUE 'O'.
       77 nb-gels PIC 9(03) COMP VALUE ZERO.
       77 ix-gel PIC 9(03) COMP VALUE ZERO.
       77 limite-gels PIC 9(03) COMP VALUE 200.
       77 classe-controle PIC X(05) VALUE SPACES.
       77 etat-classe PIC X(01) VALUE 'O'.
           88 classe-gelee VALUE 'G'.
           88 classe-rouverte VALUE 'R'.
       77 terme-classe PIC 9(01) VALUE ZERO.
       01 TABLE-GELS.
           05 GEL-TABLE OCCURS 200.
               10 GTB-CLASSE          PIC X(05).
               10 GTB-TERME           PIC 9(01).
               10 GTB-STATUT          PIC X(01).
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.
           2 COL 21 PIC X(20) FROM INS-NOM.
           2 COL 43 PIC X(05) FROM INS-CLASSE.

       1 pla-classe-gelee.
           2 LINE 8 COL 10 VALUE
               'Trimestre gele pour la classe : saisie refusee.'.

       1 pls-cours.
           2 LINE 8 COL 10 VALUE 'Code matiere : '.
           2 PIC X(04) TO cours-saisi REQUIRED.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 5 COL 10 VALUE
               'Mode : N=Note C=Composantes L=Liste A=Anonyme : '.
           2 PIC X(01) TO mode-saisie REQUIRED.

       1 pls-session-anonyme.
           2 LINE 6 COL 10 VALUE
               'Session (1 = premiere, 2 = deuxieme) : '.
           2 PIC X(01) TO session-anonyme REQUIRED.

       1 pla-aucun-numero.
           2 LINE 7 COL 10 VALUE
               'Aucun numero d''anonymat pour cette session.'.

       1 pls-numero-anonyme.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Session '.
           2 COL 18 PIC X(01) FROM session-anonyme.
           2 COL 21 VALUE 'matiere '.
           2 COL 29 PIC X(04) FROM cours-saisi.
           2 LINE 5 COL 10 VALUE 'Numero d''anonymat : '.
           2 PIC 9(06) TO numero-saisi REQUIRED.

       1 pla-numero-inconnu.
           2 LINE 6 COL 10 VALUE
               'Numero d''anonymat inconnu pour la session.'.

       1 pla-note-anonyme-ajoutee.
           2 LINE 14 COL 10 VALUE
               'Note ajoutee a NOTES-ANONYMES.DAT.'.

       1 pls-classe-liste.
           2 LINE 6 COL 10 VALUE 'Code classe : '.
           2 PIC X(05) TO classe-saisie REQUIRED.
       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 8600-LIRE-AUTEUR-SESSION.
           PERFORM 8700-CHARGER-GELS.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut NOT = '00'
               DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT introuvable '
               IF mode-saisie = 'l'
                   MOVE 'L' TO mode-saisie
               END-IF
               IF mode-saisie = 'a'
                   MOVE 'A' TO mode-saisie
               END-IF
               IF NOT mode-composantes AND NOT mode-liste
                       AND NOT mode-anonyme
                   MOVE 'N' TO mode-saisie
               END-IF
               EVALUATE TRUE
                   WHEN mode-liste
                       PERFORM 8000-SAISIR-LISTE
                   WHEN mode-anonyme
                       PERFORM 7000-SAISIR-ANONYME
                   WHEN OTHER
                       PERFORM 1000-SAISIR-LIGNE
                           WITH TEST AFTER
                           UNTIL NOT continuer-oui
                           OR saisie-verrouillee
                       IF saisie-verrouillee
                           DISPLAY pla-err-verrou
                       END-IF
               END-EVALUATE
               DISPLAY pla-bilan
               CLOSE ETUDIANTS-FILE
           END-IF.
               NOT INVALID KEY
                   SET etudiant-trouve TO TRUE
           END-READ.
           IF etudiant-trouve
               MOVE INS-CLASSE TO classe-controle
               PERFORM 8750-ETAT-CLASSE
           END-IF.
           IF NOT etudiant-trouve
               DISPLAY pla-inconnu
           ELSE
               DISPLAY pla-fiche
               IF classe-gelee
                   DISPLAY pla-classe-gelee
               ELSE
                   PERFORM 1100-SAISIR-FICHE
               END-IF
           END-IF.
           IF NOT saisie-verrouillee
               ACCEPT pls-continuer
           END-IF.

      * Recueille la matiere, la note bornee et le coefficient (ou
      * la composante et son poids) de l'etudiant trouve, puis
      * enregistre la ligne confirmee
       1100-SAISIR-FICHE.
           MOVE 'N' TO indic-cours-ok.
           PERFORM 2400-SAISIR-COURS UNTIL cours-ok.
           PERFORM 2000-SAISIR-NOTE
               UNTIL note-ok OR saisie-verrouillee.
           IF NOT saisie-verrouillee
               IF mode-composantes
                   DISPLAY pls-composante
                   ACCEPT pls-composante
                   DISPLAY pls-poids
                   ACCEPT pls-poids
                   PERFORM 2700-INTERPRETER-POIDS
               ELSE
                   DISPLAY pls-coef
                   ACCEPT pls-coef
                   PERFORM 2500-INTERPRETER-COEF
               END-IF
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
                   WHEN confirmation = 'O' OR confirmation = 'o'
                       SET confirme TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO indic-confirme
               END-EVALUATE
               IF confirme
                   IF mode-composantes
                       PERFORM 3500-ENREGISTRER-COMPOSANTE
                   ELSE
                       PERFORM 3000-ENREGISTRER-NOTE
                   END-IF
               END-IF
           END-IF.

      * Charge le catalogue des matieres en memoire, la derniere
      * ligne d'un meme code recouvrant la precedente
       0500-CHARGER-MATIERES.
           END-IF.
           WRITE COMPOSANTE-ENREGISTREMENT.
           CLOSE COMPOSANTES-FILE.
           PERFORM 3900-TRACER-SI-ROUVERTE.
           ADD 1 TO cpt-saisies.
           DISPLAY pla-composante-ajoutee.

      * Mode anonyme : la session et la matiere choisies une fois,
      * les numeros d'anonymat de la session sont charges, puis les
      * notes sont saisies numero par numero
       7000-SAISIR-ANONYME.
           MOVE SPACE TO session-anonyme.
           PERFORM 7050-SAISIR-SESSION UNTIL session-anonyme-ok.
           PERFORM 7100-CHARGER-NUMEROS.
           IF nb-numeros = ZERO
               DISPLAY pla-aucun-numero
           ELSE
               MOVE 'N' TO indic-cours-ok
               PERFORM 2400-SAISIR-COURS UNTIL cours-ok
               PERFORM 7300-SAISIR-LIGNE-ANONYME
                   WITH TEST AFTER
                   UNTIL NOT continuer-oui OR saisie-verrouillee
               IF saisie-verrouillee
                   DISPLAY pla-err-verrou
               END-IF
           END-IF.

      * Demande la session d'examens, 1 ou 2
       7050-SAISIR-SESSION.
           DISPLAY pls-session-anonyme.
           ACCEPT pls-session-anonyme.

      * Charge les numeros d'anonymat de la session choisie
       7100-CHARGER-NUMEROS.
           MOVE ZERO TO nb-numeros.
           MOVE 'N' TO indic-fin-anonymats.
           OPEN INPUT ANONYMATS-FILE.
           IF anonymats-statut = '00'
               PERFORM 7110-LIRE-ANONYMAT
               PERFORM 7120-RETENIR-NUMERO UNTIL fin-anonymats
               CLOSE ANONYMATS-FILE
           END-IF.

      * Lecture d'un enregistrement ANONYMATS.DAT
       7110-LIRE-ANONYMAT.
           READ ANONYMATS-FILE
               AT END SET fin-anonymats TO TRUE
           END-READ.

      * Retient le numero lu s'il est de la session choisie, puis
      * relit
       7120-RETENIR-NUMERO.
           IF ANO-SESSION = session-anonyme
                   AND nb-numeros < limite-numeros
               ADD 1 TO nb-numeros
               MOVE ANO-NUMERO TO NUMERO-TABLE(nb-numeros)
           END-IF.
           PERFORM 7110-LIRE-ANONYMAT.

      * Saisit une note anonyme : numero controle, note bornee,
      * coefficient, confirmation ; aucun nom n'est affiche
       7300-SAISIR-LIGNE-ANONYME.
           MOVE 'N' TO indic-confirme.
           MOVE 'N' TO indic-note-ok.
           MOVE ZERO TO tentatives-note.
           DISPLAY pls-numero-anonyme.
           ACCEPT pls-numero-anonyme.
           MOVE 'N' TO indic-numero-trouve.
           MOVE ZERO TO ix-numero.
           PERFORM 7310-COMPARER-NUMERO
               UNTIL numero-trouve OR ix-numero >= nb-numeros.
           IF NOT numero-trouve
               DISPLAY pla-numero-inconnu
           ELSE
               PERFORM 2000-SAISIR-NOTE
                   UNTIL note-ok OR saisie-verrouillee
               IF NOT saisie-verrouillee
                   DISPLAY pls-coef
                   ACCEPT pls-coef
                   PERFORM 2500-INTERPRETER-COEF
                   DISPLAY pls-confirmer
                   ACCEPT pls-confirmer
                   IF confirmation = 'O' OR confirmation = 'o'
                       PERFORM 7500-ENREGISTRER-ANONYME
                   END-IF
               END-IF
           END-IF.
           IF NOT saisie-verrouillee
               DISPLAY pls-continuer
               ACCEPT pls-continuer
           END-IF.

      * Compare le numero suivant de la table au numero saisi
       7310-COMPARER-NUMERO.
           ADD 1 TO ix-numero.
           IF NUMERO-TABLE(ix-numero) = numero-saisi
               SET numero-trouve TO TRUE
           END-IF.

      * Ajoute la note anonyme confirmee a NOTES-ANONYMES.DAT
       7500-ENREGISTRER-ANONYME.
           MOVE SPACES TO NOTE-ANONYME-ENREGISTREMENT.
           MOVE session-anonyme TO NAN-SESSION.
           MOVE numero-saisi TO NAN-NUMERO.
           MOVE cours-saisi TO NAN-COURS.
           MOVE note-valide TO NAN-VALEUR.
           MOVE coef-valide TO NAN-COEF.
           MOVE date-jour-aff TO NAN-DATE.
           OPEN EXTEND NOTES-ANONYMES-FILE.
           IF notes-anonymes-statut = '35'
               OPEN OUTPUT NOTES-ANONYMES-FILE
           END-IF.
           WRITE NOTE-ANONYME-ENREGISTREMENT.
           CLOSE NOTES-ANONYMES-FILE.
           ADD 1 TO cpt-saisies.
           DISPLAY pla-note-anonyme-ajoutee.

      * Mode liste de classe : la matiere et la classe choisies une
      * fois, le fichier des inscriptions est parcouru et la note
      * seule est saisie en face de chaque inscrit de la classe
           PERFORM 2400-SAISIR-COURS UNTIL cours-ok.
           DISPLAY pls-classe-liste.
           ACCEPT pls-classe-liste.
           MOVE classe-saisie TO classe-controle.
           PERFORM 8750-ETAT-CLASSE.
           IF classe-gelee
               DISPLAY pla-classe-gelee
           ELSE
               PERFORM 8050-PARCOURIR-LISTE
           END-IF.

      * Parcourt le fichier des inscriptions et propose la note de
      * chaque inscrit de la classe choisie
       8050-PARCOURIR-LISTE.
           MOVE ZERO TO cpt-inscrits-liste.
           MOVE 'N' TO indic-inscriptions.
           OPEN INPUT INSCRIPTIONS-FILE.
           IF inscriptions-statut = '00'
               SET inscriptions-presentes TO TRUE
           END-IF.
           MOVE 'N' TO indic-fin-inscrits.
           MOVE LOW-VALUES TO INS-ID.
           START ETUDIANTS-FILE KEY >= INS-ID
               PERFORM 8100-LIRE-INSCRIT
               PERFORM 8200-SAISIR-INSCRIT UNTIL fin-inscrits
           END-IF.
           IF inscriptions-presentes
               CLOSE INSCRIPTIONS-FILE
           END-IF.
           DISPLAY pla-bilan-liste.

      * Lecture sequentielle du fichier des inscriptions
           END-READ.

      * Propose la note de l'inscrit courant s'il est de la classe
      * choisie et inscrit a la matiere ; une note vide saute
      * l'etudiant, puis relit
       8200-SAISIR-INSCRIT.
           SET inscrit-cours TO TRUE.
           IF inscriptions-presentes
               PERFORM 8250-CONTROLER-INSCRIPTION
           END-IF.
           IF INS-CLASSE = classe-saisie AND INS-INSCRIT
                   AND inscrit-cours
               ADD 1 TO cpt-inscrits-liste
               MOVE 'N' TO indic-note-liste-ok
               PERFORM 8300-SAISIR-NOTE-LISTE
           END-IF.
           PERFORM 8100-LIRE-INSCRIT.

      * Cherche une inscription en cours de l'etudiant courant a la
      * matiere choisie, sur l'un des trois trimestres
       8250-CONTROLER-INSCRIPTION.
           MOVE 'N' TO indic-inscrit-cours.
           PERFORM 8260-LIRE-INSCRIPTION-TERME
               VARYING terme-controle FROM 1 BY 1
               UNTIL terme-controle > 3 OR inscrit-cours.

      * Lecture directe de l'inscription pour le trimestre courant
       8260-LIRE-INSCRIPTION-TERME.
           MOVE INS-ID TO ICO-ID.
           MOVE cours-saisi TO ICO-COURS.
           MOVE terme-controle TO ICO-TERME.
           READ INSCRIPTIONS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ICO-INSCRIT
                       SET inscrit-cours TO TRUE
                   END-IF
           END-READ.

      * Recueille la note de l'inscrit courant et la redemande tant
      * qu'elle n'est pas vide ou valide ; la ligne part sur
      * NOTES.DAT avec le coefficient du catalogue
           END-IF.
           WRITE NOTE-ENREGISTREMENT.
           CLOSE NOTES-FILE.
           PERFORM 3900-TRACER-SI-ROUVERTE.
           ADD 1 TO cpt-saisies.
           DISPLAY pla-ajoutee.

      * Trace la note ajoutee a une classe rouverte apres son
      * conseil ; la note precedente n'etant pas connue ici, l'avant
      * est laisse a zero
       3900-TRACER-SI-ROUVERTE.
           MOVE INS-CLASSE TO classe-controle.
           PERFORM 8750-ETAT-CLASSE.
           IF classe-rouverte
               MOVE id-saisi TO MRO-ID
               MOVE cours-saisi TO MRO-COURS
               MOVE ZERO TO MRO-AVANT
               MOVE note-valide TO MRO-APRES
               MOVE 'SaisirNote' TO MRO-PROGRAMME
               PERFORM 8760-TRACER-REOUVERTURE
           END-IF.

      * Reprend l'utilisateur signe au menu, auteur des notes
      * tracees pendant une reouverture
       8600-LIRE-AUTEUR-SESSION.
           MOVE SPACES TO utilisateur-session.
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

      * Charge l'etat courant des classes depuis GELS-TERMES.DAT, la
      * derniere ligne d'une classe recouvrant la precedente ; sans
      * fichier, aucune classe n'est gelee
       8700-CHARGER-GELS.
           MOVE ZERO TO nb-gels.
           MOVE 'N' TO indic-fin-gels.
           OPEN INPUT GELS-FILE.
           IF gels-statut = '00'
               PERFORM 8710-LIRE-GEL
               PERFORM 8720-RETENIR-GEL UNTIL fin-gels
               CLOSE GELS-FILE
           END-IF.

      * Lecture d'un enregistrement GELS-TERMES.DAT
       8710-LIRE-GEL.
           READ GELS-FILE
               AT END SET fin-gels TO TRUE
           END-READ.

      * Range l'etat lu dans la table, en recouvrant la ligne
      * anterieure de la classe, puis relit
       8720-RETENIR-GEL.
           MOVE GTE-CLASSE TO classe-controle.
           PERFORM 8730-CHERCHER-GEL.
           IF NOT gel-trouve
               IF nb-gels < limite-gels
                   ADD 1 TO nb-gels
                   MOVE nb-gels TO ix-gel
                   SET gel-trouve TO TRUE
               END-IF
           END-IF.
           IF gel-trouve
               MOVE GTE-CLASSE TO GTB-CLASSE(ix-gel)
               MOVE GTE-TERME TO GTB-TERME(ix-gel)
               MOVE GTE-STATUT TO GTB-STATUT(ix-gel)
           END-IF.
           PERFORM 8710-LIRE-GEL.

      * Cherche la classe a controler dans la table en memoire
       8730-CHERCHER-GEL.
           MOVE 'N' TO indic-gel-trouve.
           MOVE ZERO TO ix-gel.
           PERFORM 8740-COMPARER-GEL
               UNTIL gel-trouve OR ix-gel >= nb-gels.

      * Compare la ligne suivante de la table a la classe
       8740-COMPARER-GEL.
           ADD 1 TO ix-gel.
           IF GTB-CLASSE(ix-gel) = classe-controle
               SET gel-trouve TO TRUE
           END-IF.

      * Donne l'etat et le trimestre de la classe a controler ; une
      * classe sans ligne est ouverte
       8750-ETAT-CLASSE.
           MOVE 'O' TO etat-classe.
           MOVE ZERO TO terme-classe.
           PERFORM 8730-CHERCHER-GEL.
           IF gel-trouve
               MOVE GTB-STATUT(ix-gel) TO etat-classe
               MOVE GTB-TERME(ix-gel) TO terme-classe
           END-IF.

      * Ajoute la note modifiee pendant la reouverture en fin de
      * MODIFS-REOUVERTURE.DAT (cree au premier passage), a signaler
      * au dossier de jury suivant
       8760-TRACER-REOUVERTURE.
           MOVE classe-controle TO MRO-CLASSE.
           MOVE terme-classe TO MRO-TERME.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO MRO-DATE.
           MOVE utilisateur-session TO MRO-UTILISATEUR.
           MOVE 'N' TO MRO-SIGNALEE.
           OPEN EXTEND MODIFS-REOUV-FILE.
           IF modifs-reouv-statut = '35'
               OPEN OUTPUT MODIFS-REOUV-FILE
           END-IF.
           WRITE MODIF-REOUVERTURE-ENREGISTREMENT.
           CLOSE MODIFS-REOUV-FILE.
