      * trimestre). Le fichier s'alimente au fil de l'eau et les
      * chargeurs retiennent la derniere ligne d'une meme classe +
      * trimestre : pour corriger un montant, il suffit de le
      * ressaisir. Chaque ligne porte aussi les dates du trimestre
      * et la part non remboursable du montant, qui reglent l'avoir
      * au prorata d'un depart en cours de trimestre. Chaque ajout
      * est aussi verse a l'historique des parametres comme version
      * du bareme en vigueur le jour meme, au nom de l'utilisateur
      * (la premiere fois, precedee de la reprise du bareme en
      * place a la date d'effet zero).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAREME-FILE ASSIGN TO "BAREME-FRAIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS bareme-statut.
           SELECT HISTO-FILE ASSIGN TO "PARAM-HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS histo-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD BAREME-FILE.
       COPY "cpbareme.cpy".

       FD HISTO-FILE.
       COPY "cpparamhisto.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 bareme-statut PIC X(02).
       77 classe-saisie PIC X(05).
       77 trimestre-saisi PIC 9(01).
       77 montant-texte PIC X(10).
       77 montant-valide PIC S9(7)V99 VALUE ZERO.
       77 debut-texte PIC X(08).
       77 fin-texte PIC X(08).
       77 non-remb-texte PIC X(10).
       77 debut-valide PIC 9(08) VALUE ZERO.
       77 fin-valide PIC 9(08) VALUE ZERO.
       77 non-remb-valide PIC S9(7)V99 VALUE ZERO.
       77 montant-edite PIC -(7)9.99.
       77 non-remb-edite PIC -(7)9.99.
       77 indic-erreur PIC X(01) VALUE 'N'.
           88 saisie-en-erreur VALUE 'O'.
       77 message-erreur PIC X(50) VALUE SPACES.
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
           88 fin-bareme VALUE 'O'.
       77 date-jour-aff PIC 9(08).

      * Versement du bareme a l'historique des parametres
       77 histo-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 effet-verse PIC 9(08) VALUE ZERO.
       77 numero-ligne PIC 9(03) VALUE ZERO.
       77 indic-fin-histo PIC X(01) VALUE 'N'.
           88 fin-histo VALUE 'O'.
       77 indic-histo-bareme PIC X(01) VALUE 'N'.
           88 bareme-sous-histo VALUE 'O'.
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-utilisateur.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Identifiant utilisateur : '.
           2 PIC X(08) TO utilisateur-session REQUIRED.

       1 pls-classe.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 LINE 8 COL 10 VALUE 'Montant du (ex. 450.00) : '.
           2 PIC X(10) TO montant-texte REQUIRED.

       1 pls-periode.
           2 LINE 9 COL 10 VALUE 'Trimestre du (AAAAMMJJ) : '.
           2 PIC X(08) TO debut-texte.
           2 COL 46 VALUE 'au : '.
           2 PIC X(08) TO fin-texte.

       1 pls-non-remb.
           2 LINE 10 COL 10 VALUE
               'Part non remboursable (vide = 0) : '.
           2 PIC X(10) TO non-remb-texte.

       1 pla-erreur.
           2 LINE 11 COL 10 PIC X(50) FROM message-erreur.

       1 pls-confirmer.
           2 LINE 12 COL 10 VALUE 'Confirmer cette ligne (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoutee.
           2 LINE 13 COL 10 VALUE 'Ligne de bareme enregistree.'.

       1 pls-continuer.
           2 LINE 15 COL 10 VALUE 'Une autre ligne ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           MOVE SPACES TO utilisateur-session.
           PERFORM 0400-LIRE-SESSION.
           IF utilisateur-session = SPACES
               PERFORM 0500-SAISIR-UTILISATEUR
                   WITH TEST AFTER
                   UNTIL utilisateur-session NOT = SPACES
           END-IF.
           PERFORM 1000-AFFICHER-BAREME.
           PERFORM 2000-AJOUTER-LIGNE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Reprend l'identifiant de l'utilisateur signe au menu, s'il
      * y en a un
       0400-LIRE-SESSION.
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

      * Demande l'identifiant de l'utilisateur
       0500-SAISIR-UTILISATEUR.
           DISPLAY pls-utilisateur.
           ACCEPT pls-utilisateur.

      * Liste les lignes de bareme existantes ; la derniere ligne
      * d'une meme classe + trimestre fait foi
       1000-AFFICHER-BAREME.

      * Affiche la ligne de bareme courante, puis relit
       1200-AFFICHER-UNE-LIGNE.
           MOVE BAR-MONTANT TO montant-edite.
           IF BAR-DEBUT IS NUMERIC AND BAR-DEBUT > ZERO
               MOVE BAR-NON-REMBOURSABLE TO non-remb-edite
               DISPLAY '  ' BAR-CLASSE ' T' BAR-TRIMESTRE ' : '
                   montant-edite ' du ' BAR-DEBUT ' au ' BAR-FIN
                   ' non remb. ' non-remb-edite
           ELSE
               DISPLAY '  ' BAR-CLASSE ' T' BAR-TRIMESTRE ' : '
                   montant-edite ' (trimestre sans dates)'
           END-IF.
           PERFORM 1100-LIRE-BAREME.

      * Recueille une ligne de bareme, la fait confirmer puis
      * l'ajoute au fichier
       2000-AJOUTER-LIGNE.
           MOVE 'N' TO indic-confirme.
           MOVE 'N' TO indic-erreur.
           MOVE SPACES TO message-erreur.
           MOVE SPACES TO debut-texte.
           MOVE SPACES TO fin-texte.
           MOVE SPACES TO non-remb-texte.
           DISPLAY pls-classe.
           ACCEPT pls-classe.
           DISPLAY pls-trimestre.
           ELSE
               MOVE ZERO TO montant-valide
           END-IF.
           DISPLAY pls-periode.
           ACCEPT pls-periode.
           DISPLAY pls-non-remb.
           ACCEPT pls-non-remb.
           PERFORM 2100-CONTROLER-REGLES.
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
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               PERFORM 3000-CHERCHER-HISTO-BAREME
               IF NOT bareme-sous-histo
                   MOVE ZERO TO effet-verse
                   PERFORM 3100-VERSER-BAREME
               END-IF
               MOVE classe-saisie TO BAR-CLASSE
               MOVE trimestre-saisi TO BAR-TRIMESTRE
               MOVE montant-valide TO BAR-MONTANT
               MOVE debut-valide TO BAR-DEBUT
               MOVE fin-valide TO BAR-FIN
               MOVE non-remb-valide TO BAR-NON-REMBOURSABLE
               OPEN EXTEND BAREME-FILE
               IF bareme-statut = '35'
                   OPEN OUTPUT BAREME-FILE
               END-IF
               WRITE BAREME-ENREGISTREMENT
               CLOSE BAREME-FILE
               MOVE date-jour-aff TO effet-verse
               PERFORM 3100-VERSER-BAREME
               DISPLAY pla-ajoutee
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Controle les regles de prorata : dates du trimestre
      * valides et ordonnees, part non remboursable entre zero et
      * le montant
       2100-CONTROLER-REGLES.
           MOVE ZERO TO debut-valide.
           MOVE ZERO TO fin-valide.
           MOVE ZERO TO non-remb-valide.
           IF FUNCTION TEST-NUMVAL(debut-texte) = ZERO
               COMPUTE debut-valide = FUNCTION NUMVAL(debut-texte)
           END-IF.
           IF FUNCTION TEST-NUMVAL(fin-texte) = ZERO
               COMPUTE fin-valide = FUNCTION NUMVAL(fin-texte)
           END-IF.
           IF non-remb-texte NOT = SPACES
               IF FUNCTION TEST-NUMVAL(non-remb-texte) = ZERO
                   COMPUTE non-remb-valide =
                       FUNCTION NUMVAL(non-remb-texte)
               ELSE
                   MOVE -1 TO non-remb-valide
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(debut-valide)
                       NOT = ZERO
                   MOVE 'Date de debut du trimestre invalide'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(fin-valide)
                       NOT = ZERO
                   MOVE 'Date de fin du trimestre invalide'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN fin-valide < debut-valide
                   MOVE 'Fin du trimestre avant son debut'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN non-remb-valide < ZERO
                       OR non-remb-valide > montant-valide
                   MOVE 'Part non remboursable hors du montant'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Determine si le bareme a deja des versions a l'historique
       3000-CHERCHER-HISTO-BAREME.
           MOVE 'N' TO indic-histo-bareme.
           MOVE 'N' TO indic-fin-histo.
           OPEN INPUT HISTO-FILE.
           IF histo-statut = '00'
               PERFORM 3010-LIRE-HISTO
               PERFORM 3020-COMPARER-FICHIER
                   UNTIL fin-histo OR bareme-sous-histo
               CLOSE HISTO-FILE
           END-IF.

      * Lecture d'un enregistrement PARAM-HISTORIQUE.DAT
       3010-LIRE-HISTO.
           READ HISTO-FILE
               AT END SET fin-histo TO TRUE
           END-READ.

      * Compare le fichier de la ligne courante, puis relit s'il ne
      * correspond pas
       3020-COMPARER-FICHIER.
           IF PHI-FICHIER = 'BAREME-FRAIS.DAT'
               SET bareme-sous-histo TO TRUE
           ELSE
               PERFORM 3010-LIRE-HISTO
           END-IF.

      * Verse le bareme en place a l'historique, ligne a ligne,
      * sous la date d'effet a verser et l'horodatage de l'ajout
       3100-VERSER-BAREME.
           MOVE ZERO TO numero-ligne.
           MOVE 'N' TO indic-fin-bareme.
           OPEN INPUT BAREME-FILE.
           IF bareme-statut = '00'
               OPEN EXTEND HISTO-FILE
               IF histo-statut = '35'
                   OPEN OUTPUT HISTO-FILE
               END-IF
               PERFORM 1100-LIRE-BAREME
               PERFORM 3110-VERSER-LIGNE UNTIL fin-bareme
               CLOSE HISTO-FILE
               CLOSE BAREME-FILE
           END-IF.

      * Ecrit la ligne de bareme courante a l'historique, puis
      * relit
       3110-VERSER-LIGNE.
           ADD 1 TO numero-ligne.
           MOVE SPACES TO PARAM-HISTO-ENREGISTREMENT.
           MOVE 'BAREME-FRAIS.DAT' TO PHI-FICHIER.
           MOVE effet-verse TO PHI-DATE-EFFET.
           MOVE CP-HLG-DATE TO PHI-DATE-SAISIE.
           MOVE CP-HLG-HH TO PHI-HEURE-SAISIE(1:2).
           MOVE CP-HLG-MN TO PHI-HEURE-SAISIE(3:2).
           MOVE CP-HLG-SS TO PHI-HEURE-SAISIE(5:2).
           MOVE utilisateur-session TO PHI-UTILISATEUR.
           MOVE numero-ligne TO PHI-LIGNE.
           MOVE BAREME-ENREGISTREMENT TO PHI-CONTENU.
           WRITE PARAM-HISTO-ENREGISTREMENT.
           PERFORM 1100-LIRE-BAREME.
