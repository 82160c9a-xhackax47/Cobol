      * Code MaintenirReductions en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirReductions.

      * Transaction a la demande : entretient les regles de
      * reduction sur les frais de scolarite REDUCTIONS-FRAIS.DAT
      * (reduction de fratrie, enfant du personnel, situation
      * sociale, ...). Le fichier s'alimente au fil de l'eau et les
      * chargeurs retiennent la derniere ligne d'un meme code :
      * pour modifier ou retirer une regle, il suffit de la
      * ressaisir. Les categories se donnent aux etudiants par
      * AttribuerReductions ; GenererFactures applique les regles
      * en vigueur a la date de facturation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REDUCTIONS-FILE ASSIGN TO "REDUCTIONS-FRAIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS reductions-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD REDUCTIONS-FILE.
       COPY "cpreduction.cpy".

       WORKING-STORAGE SECTION.
       77 reductions-statut PIC X(02).
       77 code-saisi PIC X(04).
       77 libelle-saisi PIC X(30).
       77 mode-saisi PIC X(01).
       77 valeur-texte PIC X(10).
       77 rang-saisi PIC X(01).
       77 categorie-saisie PIC X(04).
       77 debut-texte PIC X(08).
       77 fin-texte PIC X(08).
       77 statut-saisi PIC X(01).
       77 valeur-valide PIC S9(5)V99 VALUE ZERO.
       77 rang-valide PIC 9(01) VALUE ZERO.
       77 debut-valide PIC 9(08) VALUE ZERO.
       77 fin-valide PIC 9(08) VALUE ZERO.
       77 valeur-editee PIC Z(4)9.99.
       77 indic-erreur PIC X(01) VALUE 'N'.
           88 saisie-en-erreur VALUE 'O'.
       77 message-erreur PIC X(50) VALUE SPACES.
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-fin-reductions PIC X(01) VALUE 'N'.
           88 fin-reductions VALUE 'O'.
       77 date-jour-aff PIC 9(08).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-code.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Regles de reduction des frais'.
           2 LINE 6 COL 10 VALUE 'Code regle : '.
           2 PIC X(04) TO code-saisi REQUIRED.

       1 pls-libelle.
           2 LINE 7 COL 10 VALUE 'Libelle : '.
           2 PIC X(30) TO libelle-saisi REQUIRED.

       1 pls-mode.
           2 LINE 8 COL 10 VALUE
               'Mode (P = pourcentage, F = montant fixe) : '.
           2 PIC X(01) TO mode-saisi REQUIRED.

       1 pls-valeur.
           2 LINE 9 COL 10 VALUE 'Valeur (ex. 10.00) : '.
           2 PIC X(10) TO valeur-texte REQUIRED.

       1 pls-rang.
           2 LINE 10 COL 10 VALUE
               'A partir du rang dans la fratrie (vide = sans) : '.
           2 PIC X(01) TO rang-saisi.

       1 pls-categorie.
           2 LINE 11 COL 10 VALUE
               'Categorie de l''etudiant (vide = sans) : '.
           2 PIC X(04) TO categorie-saisie.

       1 pls-periode.
           2 LINE 12 COL 10 VALUE 'Valable du (AAAAMMJJ) : '.
           2 PIC X(08) TO debut-texte REQUIRED.
           2 COL 44 VALUE 'au : '.
           2 PIC X(08) TO fin-texte REQUIRED.

       1 pls-statut.
           2 LINE 13 COL 10 VALUE
               'Statut (A = active, R = retiree) : '.
           2 PIC X(01) TO statut-saisi REQUIRED.

       1 pla-erreur.
           2 LINE 14 COL 10 PIC X(50) FROM message-erreur.

       1 pls-confirmer.
           2 LINE 15 COL 10 VALUE 'Confirmer cette regle (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoutee.
           2 LINE 16 COL 10 VALUE 'Regle de reduction enregistree.'.

       1 pls-continuer.
           2 LINE 18 COL 10 VALUE 'Une autre regle ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 1000-AFFICHER-REGLES.
           PERFORM 2000-AJOUTER-REGLE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Liste les lignes de regles existantes ; la derniere ligne
      * d'un meme code fait foi
       1000-AFFICHER-REGLES.
           MOVE 'N' TO indic-fin-reductions.
           OPEN INPUT REDUCTIONS-FILE.
           IF reductions-statut = '00'
               DISPLAY 'Regles de reduction :'
               PERFORM 1100-LIRE-REGLE
               PERFORM 1200-AFFICHER-UNE-REGLE UNTIL fin-reductions
               CLOSE REDUCTIONS-FILE
           ELSE
               DISPLAY 'Aucune regle (premiere utilisation).'
           END-IF.

      * Lecture d'un enregistrement REDUCTIONS-FRAIS.DAT
       1100-LIRE-REGLE.
           READ REDUCTIONS-FILE
               AT END SET fin-reductions TO TRUE
           END-READ.

      * Affiche la regle courante, puis relit
       1200-AFFICHER-UNE-REGLE.
           MOVE RED-VALEUR TO valeur-editee.
           DISPLAY '  ' RED-CODE ' ' RED-LIBELLE ' ' RED-MODE ' '
               valeur-editee ' rang ' RED-RANG-FRATRIE ' cat. '
               RED-CATEGORIE ' ' RED-DEBUT '-' RED-FIN ' '
               RED-STATUT.
           PERFORM 1100-LIRE-REGLE.

      * Recueille une regle, la fait confirmer puis l'ajoute au
      * fichier
       2000-AJOUTER-REGLE.
           MOVE 'N' TO indic-confirme.
           MOVE 'N' TO indic-erreur.
           MOVE SPACES TO message-erreur.
           MOVE SPACES TO rang-saisi.
           MOVE SPACES TO categorie-saisie.
           DISPLAY pls-code.
           ACCEPT pls-code.
           DISPLAY pls-libelle.
           ACCEPT pls-libelle.
           DISPLAY pls-mode.
           ACCEPT pls-mode.
           DISPLAY pls-valeur.
           ACCEPT pls-valeur.
           DISPLAY pls-rang.
           ACCEPT pls-rang.
           DISPLAY pls-categorie.
           ACCEPT pls-categorie.
           DISPLAY pls-periode.
           ACCEPT pls-periode.
           DISPLAY pls-statut.
           ACCEPT pls-statut.
           INSPECT code-saisi CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT categorie-saisie CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT mode-saisi CONVERTING 'pf' TO 'PF'.
           INSPECT statut-saisi CONVERTING 'ar' TO 'AR'.
           PERFORM 2100-CONTROLER-REGLE.
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
               MOVE SPACES TO REDUCTION-ENREGISTREMENT
               MOVE code-saisi TO RED-CODE
               MOVE libelle-saisi TO RED-LIBELLE
               MOVE mode-saisi TO RED-MODE
               MOVE valeur-valide TO RED-VALEUR
               MOVE rang-valide TO RED-RANG-FRATRIE
               MOVE categorie-saisie TO RED-CATEGORIE
               MOVE debut-valide TO RED-DEBUT
               MOVE fin-valide TO RED-FIN
               MOVE statut-saisi TO RED-STATUT
               OPEN EXTEND REDUCTIONS-FILE
               IF reductions-statut = '35'
                   OPEN OUTPUT REDUCTIONS-FILE
               END-IF
               WRITE REDUCTION-ENREGISTREMENT
               CLOSE REDUCTIONS-FILE
               DISPLAY pla-ajoutee
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Controle la regle : mode connu, valeur positive (au plus
      * 100 en pourcentage), au moins un critere d'eligibilite,
      * periode de validite valide et ordonnee
       2100-CONTROLER-REGLE.
           MOVE ZERO TO valeur-valide.
           MOVE ZERO TO rang-valide.
           MOVE ZERO TO debut-valide.
           MOVE ZERO TO fin-valide.
           IF FUNCTION TEST-NUMVAL(valeur-texte) = ZERO
               COMPUTE valeur-valide = FUNCTION NUMVAL(valeur-texte)
           END-IF.
           IF rang-saisi IS NUMERIC
               MOVE rang-saisi TO rang-valide
           END-IF.
           IF FUNCTION TEST-NUMVAL(debut-texte) = ZERO
               COMPUTE debut-valide = FUNCTION NUMVAL(debut-texte)
           END-IF.
           IF FUNCTION TEST-NUMVAL(fin-texte) = ZERO
               COMPUTE fin-valide = FUNCTION NUMVAL(fin-texte)
           END-IF.
           EVALUATE TRUE
               WHEN code-saisi = SPACES
                   MOVE 'Code regle obligatoire' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN mode-saisi NOT = 'P' AND mode-saisi NOT = 'F'
                   MOVE 'Mode P ou F' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN valeur-valide NOT > ZERO
                   MOVE 'Valeur invalide' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN mode-saisi = 'P' AND valeur-valide > 100
                   MOVE 'Pourcentage superieur a 100'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN rang-saisi NOT = SPACES
                       AND rang-saisi IS NOT NUMERIC
                   MOVE 'Rang dans la fratrie de 2 a 9'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN rang-valide = 1
                   MOVE 'Rang dans la fratrie de 2 a 9'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN rang-valide = ZERO AND categorie-saisie = SPACES
                   MOVE 'Rang de fratrie ou categorie obligatoire'
                       TO message-erreur
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
