      * Code MaintenirParametres en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirParametres.

      * Transaction a la demande : enregistre une nouvelle version
      * d'un fichier de parametres sous historique, avec sa date
      * d'effet et l'utilisateur qui la fait. Le nouveau contenu est
      * prepare a l'avance dans un fichier de proposition du meme
      * nom suffixe .PROPOSE (SEUILS.PROPOSE pour SEUILS.DAT) ; il
      * est verse ligne a ligne dans PARAM-HISTORIQUE.DAT puis la
      * proposition est effacee. La date d'effet ne peut preceder
      * la date du jour, pour que les journees deja passees gardent
      * leurs valeurs ; une version du jour est installee sur le
      * champ, une version a venir le sera par la chaine de nuit.
      * A la premiere version d'un fichier, son contenu en place est
      * d'abord repris a la date d'effet zero, pour que les dates
      * anterieures retrouvent les valeurs d'avant l'historique.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTO-FILE ASSIGN TO "PARAM-HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS histo-statut.
           SELECT SOURCE-FILE ASSIGN USING nom-source
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS source-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD HISTO-FILE.
       COPY "cpparamhisto.cpy".

       FD SOURCE-FILE.
       01 LIGNE-SOURCE                PIC X(100).

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 histo-statut PIC X(02).
       77 source-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 nom-parametre PIC X(30) VALUE SPACES.
       77 nom-proposition PIC X(30) VALUE SPACES.
       77 nom-source PIC X(30) VALUE SPACES.
       77 date-effet-texte PIC X(08).
       77 date-effet PIC 9(08) VALUE ZERO.
       77 effet-verse PIC 9(08) VALUE ZERO.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 derniere-version PIC X(24) VALUE SPACES.
       77 ix-parametre PIC 9(02) COMP VALUE ZERO.
       77 nb-lignes-proposees PIC 9(03) VALUE ZERO.
       77 numero-ligne PIC 9(03) VALUE ZERO.
       77 cpt-a-venir PIC 9(03) COMP VALUE ZERO.
       77 message-erreur PIC X(50) VALUE SPACES.
       77 indic-erreur PIC X(01) VALUE 'N'.
           88 saisie-en-erreur VALUE 'O'.
       77 indic-fichier-connu PIC X(01) VALUE 'N'.
           88 fichier-connu VALUE 'O'.
       77 indic-histo-fichier PIC X(01) VALUE 'N'.
           88 fichier-sous-histo VALUE 'O'.
       77 indic-fin-histo PIC X(01) VALUE 'N'.
           88 fin-histo VALUE 'O'.
       77 indic-fin-source PIC X(01) VALUE 'N'.
           88 fin-source VALUE 'O'.
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 date-jour-aff PIC 9(08).
       COPY "cpparamcontroles.cpy".
       COPY "cphorlog.cpy".

      * Date d'exploitation de l'execution, posee par la chaine de
      * nuit ou par la repetition ; a zero, elle vaut la date du
      * jour
       77 date-exploitation PIC 9(08) EXTERNAL.

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-utilisateur.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Identifiant utilisateur : '.
           2 PIC X(08) TO utilisateur-session REQUIRED.

       1 pls-fichier.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Historique des parametres'.
           2 LINE 6 COL 10 VALUE 'Fichier de parametres : '.
           2 PIC X(30) TO nom-parametre REQUIRED.

       1 pls-date-effet.
           2 LINE 7 COL 10 VALUE
               'En vigueur le (AAAAMMJJ, vide = ce jour) : '.
           2 PIC X(08) TO date-effet-texte.

       1 pla-proposition.
           2 LINE 9 COL 10 VALUE 'Proposition '.
           2 PIC X(30) FROM nom-proposition.
           2 LINE 10 COL 10 PIC ZZ9 FROM nb-lignes-proposees.
           2 VALUE ' ligne(s) a enregistrer pour '.
           2 PIC X(08) FROM utilisateur-session.

       1 pla-erreur.
           2 LINE 11 COL 10 PIC X(50) FROM message-erreur.

       1 pls-confirmer.
           2 LINE 12 COL 10 VALUE 'Confirmer la version (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistree.
           2 LINE 13 COL 10 VALUE 'Version enregistree, en vigueur le '.
           2 PIC 9999/99/99 FROM date-effet.

       1 pls-continuer.
           2 LINE 15 COL 10 VALUE 'Une autre version ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           MOVE date-jour-aff TO date-jour.
           PERFORM 0400-LIRE-SESSION.
           IF utilisateur-session = SPACES
               PERFORM 0500-SAISIR-UTILISATEUR
                   WITH TEST AFTER
                   UNTIL utilisateur-session NOT = SPACES
           END-IF.
           PERFORM 1000-AFFICHER-A-VENIR.
           PERFORM 2000-ENREGISTRER-VERSION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Remet a zero les indicateurs de l'execution : appele
      * plusieurs fois depuis le menu sans CANCEL, le programme
      * conserve la memoire de travail de l'appel precedent
       0010-RAZ-EXECUTION.
           MOVE SPACES TO utilisateur-session.
           MOVE 'N' TO reponse-continuer.

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

      * Liste les versions enregistrees qui ne sont pas encore en
      * vigueur, une ligne par version
       1000-AFFICHER-A-VENIR.
           MOVE ZERO TO cpt-a-venir.
           MOVE SPACES TO derniere-version.
           MOVE 'N' TO indic-fin-histo.
           OPEN INPUT HISTO-FILE.
           IF histo-statut = '00'
               DISPLAY 'Versions de parametres a venir :'
               PERFORM 1100-LIRE-HISTO
               PERFORM 1200-AFFICHER-UNE-VERSION UNTIL fin-histo
               CLOSE HISTO-FILE
               IF cpt-a-venir = ZERO
                   DISPLAY '  (aucune)'
               END-IF
           ELSE
               DISPLAY 'Historique des parametres vide '
                   '(premiere utilisation).'
           END-IF.

      * Lecture d'un enregistrement PARAM-HISTORIQUE.DAT
       1100-LIRE-HISTO.
           READ HISTO-FILE
               AT END SET fin-histo TO TRUE
           END-READ.

      * Affiche la version de la ligne courante si elle est a venir
      * et n'a pas deja ete affichee, puis relit
       1200-AFFICHER-UNE-VERSION.
           IF PHI-DATE-EFFET > date-jour
                   AND PHI-FICHIER NOT = nom-parametre
                   OR PHI-DATE-EFFET > date-jour
                   AND PHI-VERSION NOT = derniere-version
               ADD 1 TO cpt-a-venir
               MOVE PHI-FICHIER TO nom-parametre
               MOVE PHI-VERSION TO derniere-version
               DISPLAY '  ' PHI-FICHIER ' le ' PHI-DATE-EFFET
                   ' (saisie ' PHI-DATE-SAISIE ' par '
                   PHI-UTILISATEUR ')'
           END-IF.
           PERFORM 1100-LIRE-HISTO.

      * Recueille le fichier et la date d'effet, controle la
      * proposition, fait confirmer puis verse la version a
      * l'historique
       2000-ENREGISTRER-VERSION.
           MOVE 'N' TO indic-confirme.
           MOVE 'N' TO indic-erreur.
           MOVE SPACES TO message-erreur.
           MOVE SPACES TO nom-parametre.
           MOVE SPACES TO date-effet-texte.
           DISPLAY pls-fichier.
           ACCEPT pls-fichier.
           DISPLAY pls-date-effet.
           ACCEPT pls-date-effet.
           PERFORM 2100-CONTROLER-SAISIE.
           IF saisie-en-erreur
               DISPLAY pla-erreur
           ELSE
               DISPLAY pla-proposition
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
               PERFORM 3000-VERSER-VERSION
               DISPLAY pla-enregistree
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Controle le fichier (de la liste sous historique), la date
      * d'effet (valide, pas anterieure au jour) et la proposition
      * (presente et non vide)
       2100-CONTROLER-SAISIE.
           MOVE 'N' TO indic-fichier-connu.
           PERFORM 2110-CHERCHER-FICHIER
               VARYING ix-parametre FROM 1 BY 1
               UNTIL ix-parametre > nb-fichiers-parametres
               OR fichier-connu.
           IF date-effet-texte = SPACES
               MOVE date-jour TO date-effet
           ELSE
               IF date-effet-texte IS NUMERIC
                   MOVE date-effet-texte TO date-effet
               ELSE
                   MOVE ZERO TO date-effet
               END-IF
           END-IF.
           MOVE SPACES TO nom-proposition.
           STRING nom-parametre DELIMITED BY '.DAT'
               '.PROPOSE' DELIMITED BY SIZE
               INTO nom-proposition.
           MOVE nom-proposition TO nom-source.
           PERFORM 2200-COMPTER-PROPOSITION.
           EVALUATE TRUE
               WHEN NOT fichier-connu
                   MOVE 'Fichier hors des parametres sous historique'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(date-effet)
                       NOT = ZERO
                   MOVE 'Date d''effet invalide' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN date-effet < date-jour
                   MOVE 'Date d''effet anterieure au jour'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN nb-lignes-proposees = ZERO
                   MOVE SPACES TO message-erreur
                   STRING 'Aucune proposition ' DELIMITED BY SIZE
                       nom-proposition DELIMITED BY SPACE
                       INTO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Compare le fichier saisi a la liste sous historique
       2110-CHERCHER-FICHIER.
           IF FICHIER-PARAMETRE(ix-parametre) = nom-parametre
               SET fichier-connu TO TRUE
           END-IF.

      * Compte les lignes du fichier source (proposition ou fichier
      * en place)
       2200-COMPTER-PROPOSITION.
           MOVE ZERO TO nb-lignes-proposees.
           MOVE 'N' TO indic-fin-source.
           OPEN INPUT SOURCE-FILE.
           IF source-statut = '00'
               PERFORM 2210-LIRE-SOURCE
               PERFORM 2220-COMPTER-LIGNE UNTIL fin-source
               CLOSE SOURCE-FILE
           END-IF.

      * Lecture d'une ligne du fichier source
       2210-LIRE-SOURCE.
           READ SOURCE-FILE
               AT END SET fin-source TO TRUE
           END-READ.

      * Compte la ligne courante, puis relit
       2220-COMPTER-LIGNE.
           IF nb-lignes-proposees < 999
               ADD 1 TO nb-lignes-proposees
           END-IF.
           PERFORM 2210-LIRE-SOURCE.

      * Verse la version a l'historique : reprise prealable du
      * contenu en place a la premiere version du fichier, puis
      * lignes de la proposition, effacement de la proposition et,
      * pour une version du jour, installation immediate
       3000-VERSER-VERSION.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           PERFORM 3100-CHERCHER-HISTO-FICHIER.
           OPEN EXTEND HISTO-FILE.
           IF histo-statut = '35'
               OPEN OUTPUT HISTO-FILE
           END-IF.
           IF NOT fichier-sous-histo
               MOVE nom-parametre TO nom-source
               MOVE ZERO TO effet-verse
               PERFORM 3200-VERSER-SOURCE
           END-IF.
           MOVE nom-proposition TO nom-source.
           MOVE date-effet TO effet-verse.
           PERFORM 3200-VERSER-SOURCE.
           CLOSE HISTO-FILE.
           CALL "CBL_DELETE_FILE" USING nom-proposition.
           IF date-effet <= date-jour
               MOVE date-jour TO date-exploitation
               CALL 'PoserParametres'
               MOVE ZERO TO date-exploitation
           END-IF.

      * Determine si le fichier a deja des versions a l'historique
       3100-CHERCHER-HISTO-FICHIER.
           MOVE 'N' TO indic-histo-fichier.
           MOVE 'N' TO indic-fin-histo.
           OPEN INPUT HISTO-FILE.
           IF histo-statut = '00'
               PERFORM 1100-LIRE-HISTO
               PERFORM 3110-COMPARER-FICHIER
                   UNTIL fin-histo OR fichier-sous-histo
               CLOSE HISTO-FILE
           END-IF.

      * Compare le fichier de la ligne courante, puis relit s'il ne
      * correspond pas
       3110-COMPARER-FICHIER.
           IF PHI-FICHIER = nom-parametre
               SET fichier-sous-histo TO TRUE
           ELSE
               PERFORM 1100-LIRE-HISTO
           END-IF.

      * Verse chaque ligne du fichier source a l'historique sous la
      * date d'effet a verser et l'horodatage de l'enregistrement
       3200-VERSER-SOURCE.
           MOVE ZERO TO numero-ligne.
           MOVE 'N' TO indic-fin-source.
           OPEN INPUT SOURCE-FILE.
           IF source-statut = '00'
               PERFORM 2210-LIRE-SOURCE
               PERFORM 3210-VERSER-LIGNE UNTIL fin-source
               CLOSE SOURCE-FILE
           END-IF.

      * Ecrit la ligne source courante a l'historique, puis relit
       3210-VERSER-LIGNE.
           ADD 1 TO numero-ligne.
           MOVE SPACES TO PARAM-HISTO-ENREGISTREMENT.
           MOVE nom-parametre TO PHI-FICHIER.
           MOVE effet-verse TO PHI-DATE-EFFET.
           MOVE CP-HLG-DATE TO PHI-DATE-SAISIE.
           MOVE CP-HLG-HH TO PHI-HEURE-SAISIE(1:2).
           MOVE CP-HLG-MN TO PHI-HEURE-SAISIE(3:2).
           MOVE CP-HLG-SS TO PHI-HEURE-SAISIE(5:2).
           MOVE utilisateur-session TO PHI-UTILISATEUR.
           MOVE numero-ligne TO PHI-LIGNE.
           MOVE LIGNE-SOURCE TO PHI-CONTENU.
           WRITE PARAM-HISTO-ENREGISTREMENT.
           PERFORM 2210-LIRE-SOURCE.
