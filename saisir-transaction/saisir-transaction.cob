      * TYPES-TRANSACTION.DAT, et chaque mouvement est confirme avant
      * d'etre ajoute au fichier. Le compte et le total de la session
      * sont affiches pour le pointage avec le bordereau papier.
      * Une ecriture a plusieurs lignes peut aussi etre saisie :
      * chaque ligne porte son compte et son montant (negatif au
      * debit, positif au credit) dans une devise commune, et
      * l'ecriture n'est ajoutee, sous un seul numero, que si ses
      * debits egalent ses credits.
      * La date comptable est saisie avant chaque mouvement ou
      * ecriture (vide = jour) ; la saisie est refusee d'emblee si
      * sa periode est close dans PERIODES-COMPTABLES.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIERS-FILE ASSIGN TO "TIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS tiers-statut.
           SELECT PERIODES-FILE ASSIGN TO "PERIODES-COMPTABLES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS periodes-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD TIERS-FILE.
       COPY "cptiers.cpy".

       FD PERIODES-FILE.
       COPY "cpperiode.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 transactions-statut PIC X(02).
       77 types-statut PIC X(02).
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.

      * Ecriture a plusieurs lignes en cours de saisie : les lignes
      * sont retenues en memoire et ne sont ajoutees au fichier
      * qu'une fois l'ecriture equilibree et confirmee
       77 reponse-ecriture PIC X(01) VALUE 'N'.
           88 ecriture-oui VALUE 'O' 'o'.
       77 reponse-ligne PIC X(01) VALUE 'N'.
           88 ligne-suivante-oui VALUE 'O' 'o'.
       77 nb-lignes-saisies PIC 9(02) COMP VALUE ZERO.
       77 limite-lignes PIC 9(02) COMP VALUE 20.
       77 ix-ligne PIC 9(02) COMP VALUE ZERO.
       77 nb-lignes-aff PIC 9(02) VALUE ZERO.
       77 debits-ecriture PIC S9(8)V99 VALUE ZERO.
       77 credits-ecriture PIC S9(8)V99 VALUE ZERO.
       77 ecart-ecriture PIC S9(8)V99 VALUE ZERO.
       01 TABLE-ECRITURE.
           05 LIGNE-ECRITURE OCCURS 20.
               10 ECR-TAB-MONTANT     PIC S9(7)V99.
               10 ECR-TAB-TYPE        PIC X(04).
               10 ECR-TAB-COMPTE      PIC X(06).
               10 ECR-TAB-TIERS       PIC X(06).
               10 ECR-TAB-REFERENCE   PIC X(30).

      * Date comptable du mouvement ou de l'ecriture en cours et
      * etat de sa periode, la derniere ligne de la periode dans
      * PERIODES-COMPTABLES.DAT faisant foi
       77 date-comptable-texte PIC X(08).
       77 date-saisie PIC 9(08) VALUE ZERO.
       77 indic-date-valide PIC X(01) VALUE 'N'.
           88 date-valide VALUE 'O'.
       77 periodes-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-periodes PIC X(01) VALUE 'N'.
           88 fin-periodes VALUE 'O'.
       77 periode-controle PIC 9(06) VALUE ZERO.
       77 etat-periode PIC X(01) VALUE 'O'.
           88 periode-fermee VALUE 'C' 'V'.
       COPY "cphorlog.cpy".

      * Section d'affichage
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Saisie des transactions'.

       1 pls-date-comptable.
           2 LINE 3 COL 10 VALUE
               'Date comptable (AAAAMMJJ, vide = jour) : '.
           2 PIC X(08) TO date-comptable-texte.

       1 pla-err-date.
           2 LINE 3 COL 62 VALUE 'Date invalide.'.

       1 pla-periode-close.
           2 LINE 4 COL 10 VALUE
               'Periode comptable close : saisie refusee.'.

       1 pls-montant.
           2 LINE 5 COL 10 VALUE 'Montant (ex. -1500.00) : '.
           2 PIC X(11) TO montant-texte REQUIRED.
           2 LINE 16 COL 10 VALUE 'Un autre mouvement ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       1 pls-ecriture.
           2 LINE 4 COL 10 VALUE
               'Ecriture a plusieurs lignes (O/N) ? '.
           2 PIC X(01) TO reponse-ecriture REQUIRED.

       1 pla-cumul-ecriture.
           2 LINE 18 COL 10 VALUE 'Lignes : '.
           2 COL 19 PIC Z9 FROM nb-lignes-aff.
           2 COL 24 VALUE 'Debits : '.
           2 COL 33 PIC --,---,--9.99 FROM debits-ecriture.
           2 LINE 19 COL 24 VALUE 'Credits : '.
           2 COL 34 PIC --,---,--9.99 FROM credits-ecriture.
           2 LINE 20 COL 24 VALUE 'Ecart : '.
           2 COL 32 PIC --,---,--9.99 FROM ecart-ecriture.

       1 pls-ligne-suivante.
           2 LINE 21 COL 10 VALUE 'Une autre ligne ? (O/N) : '.
           2 PIC X(01) TO reponse-ligne REQUIRED.

       1 pls-confirmer-ecriture.
           2 LINE 22 COL 10 VALUE
               'Confirmer cette ecriture (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-err-une-ligne.
           2 LINE 22 COL 10 VALUE
               'Ecriture refusee : il faut au moins deux lignes.'.

       1 pla-err-desequilibre.
           2 LINE 22 COL 10 VALUE
               'Ecriture refusee : debits et credits differents.'.

       1 pla-err-verrou.
           2 BLANK SCREEN.
           2 LINE 6 COL 10 VALUE

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           DISPLAY pla-titre.
           PERFORM 1000-CHARGER-TYPES.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-session.
           MOVE ZERO TO total-session.
           MOVE 'N' TO reponse-ecriture.
           MOVE SPACES TO utilisateur-session.

      * Reprend l'utilisateur signe au menu, pour le consigner sur
      * chaque mouvement saisi
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

      * Charge en memoire la table des codes types admis ; meme
      * defaut que ManipulationAdd quand la table n'existe pas encore

      * Saisit un mouvement complet (montant, type, reference), le
      * fait confirmer puis l'ajoute au fichier des transactions et
      * met a jour les totaux de controle de la session ; une
      * ecriture a plusieurs lignes suit sa propre saisie
       2000-SAISIR-MOUVEMENT.
           MOVE 'N' TO indic-date-valide.
           PERFORM 2050-SAISIR-DATE UNTIL date-valide.
           MOVE date-saisie(1:6) TO periode-controle.
           PERFORM 8700-ETAT-PERIODE.
           IF periode-fermee
               DISPLAY pla-periode-close
               DISPLAY pls-continuer
               ACCEPT pls-continuer
           ELSE
               DISPLAY pls-ecriture
               ACCEPT pls-ecriture
               IF ecriture-oui
                   PERFORM 4000-SAISIR-ECRITURE
               ELSE
                   PERFORM 2010-SAISIR-MOUVEMENT-SIMPLE
               END-IF
           END-IF.

      * Demande la date comptable, vide valant la date du jour, et
      * la redemande tant qu'elle n'est pas une date valide
       2050-SAISIR-DATE.
           MOVE SPACES TO date-comptable-texte.
           DISPLAY pls-date-comptable.
           ACCEPT pls-date-comptable.
           IF date-comptable-texte = SPACES
               MOVE date-jour-aff TO date-saisie
               SET date-valide TO TRUE
           ELSE
               IF date-comptable-texte IS NUMERIC
                   MOVE date-comptable-texte TO date-saisie
                   IF FUNCTION TEST-DATE-YYYYMMDD(date-saisie) = ZERO
                       SET date-valide TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT date-valide
               DISPLAY pla-err-date
           END-IF.

      * Saisit, confirme et enregistre un mouvement simple
       2010-SAISIR-MOUVEMENT-SIMPLE.
           MOVE 'N' TO indic-montant-ok.
           MOVE 'N' TO indic-type-valide.
           MOVE 'N' TO indic-confirme.
           MOVE code-compte TO TRA-COMPTE.
           MOVE code-tiers TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ZERO TO TRA-LIGNE.
           MOVE date-saisie TO TRA-DATE.
           MOVE utilisateur-session TO TRA-AUTEUR.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-DATE TO TRA-DATE-SAISIE.
           MOVE CP-HLG-HEURE(1:6) TO TRA-HEURE-SAISIE.
           PERFORM 3100-ALLOUER-NUMERO.
           MOVE numero-transaction TO TRA-NUMERO.
           OPEN EXTEND TRANSACTIONS-FILE.
               WRITE LOT-TRANSAC-ENREGISTREMENT
               CLOSE LOT-FILE
           END-IF.

      * Saisit une ecriture a plusieurs lignes dans une devise
      * commune, en affichant a chaque ligne le cumul des debits et
      * des credits ; l'ecriture n'est proposee a la confirmation
      * qu'avec au moins deux lignes et un ecart nul
       4000-SAISIR-ECRITURE.
           MOVE 'N' TO indic-confirme.
           MOVE ZERO TO nb-lignes-saisies.
           MOVE ZERO TO debits-ecriture.
           MOVE ZERO TO credits-ecriture.
           MOVE ZERO TO ecart-ecriture.
           MOVE SPACES TO code-devise.
           DISPLAY pls-devise.
           ACCEPT pls-devise.
           PERFORM 4100-SAISIR-LIGNE
               WITH TEST AFTER
               UNTIL NOT ligne-suivante-oui OR saisie-verrouillee
                   OR nb-lignes-saisies >= limite-lignes.
           IF NOT saisie-verrouillee
               EVALUATE TRUE
                   WHEN nb-lignes-saisies < 2
                       DISPLAY pla-err-une-ligne
                   WHEN ecart-ecriture NOT = ZERO
                       DISPLAY pla-err-desequilibre
                   WHEN OTHER
                       DISPLAY pls-confirmer-ecriture
                       ACCEPT pls-confirmer-ecriture
                       IF confirmation = 'O' OR confirmation = 'o'
                           SET confirme TO TRUE
                           PERFORM 4200-ENREGISTRER-ECRITURE
                       END-IF
               END-EVALUATE
               DISPLAY pla-bilan
               DISPLAY pls-continuer
               ACCEPT pls-continuer
           END-IF.

      * Saisit une ligne de l'ecriture (montant, type, compte, tiers,
      * reference), la retient et met a jour le cumul affiche
       4100-SAISIR-LIGNE.
           MOVE 'N' TO reponse-ligne.
           MOVE 'N' TO indic-montant-ok.
           MOVE 'N' TO indic-type-valide.
           MOVE ZERO TO tentatives-montant.
           MOVE ZERO TO tentatives-type.
           MOVE SPACES TO reference-saisie.
           PERFORM 2100-SAISIR-MONTANT
               UNTIL montant-ok OR saisie-verrouillee.
           IF NOT saisie-verrouillee
               PERFORM 2200-SAISIR-TYPE
                   UNTIL type-valide OR saisie-verrouillee
           END-IF.
           IF NOT saisie-verrouillee
               MOVE 'N' TO indic-compte-valide
               PERFORM 2300-SAISIR-COMPTE UNTIL compte-valide
               MOVE 'N' TO indic-tiers-valide
               PERFORM 2400-SAISIR-TIERS UNTIL tiers-valide
               DISPLAY pls-reference
               ACCEPT pls-reference
               ADD 1 TO nb-lignes-saisies
               MOVE montant TO ECR-TAB-MONTANT(nb-lignes-saisies)
               MOVE code-type TO ECR-TAB-TYPE(nb-lignes-saisies)
               MOVE code-compte TO ECR-TAB-COMPTE(nb-lignes-saisies)
               MOVE code-tiers TO ECR-TAB-TIERS(nb-lignes-saisies)
               MOVE reference-saisie
                   TO ECR-TAB-REFERENCE(nb-lignes-saisies)
               IF montant < ZERO
                   SUBTRACT montant FROM debits-ecriture
               ELSE
                   ADD montant TO credits-ecriture
               END-IF
               COMPUTE ecart-ecriture =
                   credits-ecriture - debits-ecriture
               MOVE nb-lignes-saisies TO nb-lignes-aff
               DISPLAY pla-cumul-ecriture
               IF nb-lignes-saisies < limite-lignes
                   DISPLAY pls-ligne-suivante
                   ACCEPT pls-ligne-suivante
               END-IF
           END-IF.

      * Ajoute les lignes de l'ecriture confirmee a la fin de
      * TRANSACTIONS.DAT, sous un numero unique et dans l'ordre de
      * saisie, puis cumule les totaux de controle de la session
       4200-ENREGISTRER-ECRITURE.
           PERFORM 3100-ALLOUER-NUMERO.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF.
           PERFORM 4210-ECRIRE-LIGNE
               VARYING ix-ligne FROM 1 BY 1
               UNTIL ix-ligne > nb-lignes-saisies.
           CLOSE TRANSACTIONS-FILE.
           PERFORM 3200-MARQUER-LOT.

      * Ecrit une ligne de l'ecriture
       4210-ECRIRE-LIGNE.
           MOVE ECR-TAB-MONTANT(ix-ligne) TO TRA-MONTANT.
           MOVE ECR-TAB-TYPE(ix-ligne) TO TRA-TYPE.
           IF code-devise = SPACES
               MOVE 'EUR' TO TRA-DEVISE
           ELSE
               MOVE code-devise TO TRA-DEVISE
           END-IF.
           MOVE ECR-TAB-REFERENCE(ix-ligne) TO TRA-REFERENCE.
           MOVE SPACE TO TRA-APPROBATION.
           MOVE ECR-TAB-COMPTE(ix-ligne) TO TRA-COMPTE.
           MOVE ECR-TAB-TIERS(ix-ligne) TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ix-ligne TO TRA-LIGNE.
           MOVE date-saisie TO TRA-DATE.
           MOVE utilisateur-session TO TRA-AUTEUR.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-DATE TO TRA-DATE-SAISIE.
           MOVE CP-HLG-HEURE(1:6) TO TRA-HEURE-SAISIE.
           MOVE numero-transaction TO TRA-NUMERO.
           WRITE TRANSACTION-ENREGISTREMENT.
           ADD 1 TO cpt-session.
           ADD ECR-TAB-MONTANT(ix-ligne) TO total-session.

      * Donne l'etat de la periode a controler : la derniere ligne
      * de la periode dans PERIODES-COMPTABLES.DAT fait foi, une
      * periode absente est ouverte
       8700-ETAT-PERIODE.
           MOVE 'O' TO etat-periode.
           MOVE 'N' TO indic-fin-periodes.
           OPEN INPUT PERIODES-FILE.
           IF periodes-statut = '00'
               PERFORM 8710-LIRE-PERIODE
               PERFORM 8720-RETENIR-PERIODE UNTIL fin-periodes
               CLOSE PERIODES-FILE
           END-IF.

      * Lecture d'un enregistrement PERIODES-COMPTABLES.DAT
       8710-LIRE-PERIODE.
           READ PERIODES-FILE
               AT END SET fin-periodes TO TRUE
           END-READ.

      * Retient l'etat lu s'il porte sur la periode controlee, puis
      * relit
       8720-RETENIR-PERIODE.
           IF PER-PERIODE = periode-controle
               MOVE PER-STATUT TO etat-periode
           END-IF.
           PERFORM 8710-LIRE-PERIODE.
