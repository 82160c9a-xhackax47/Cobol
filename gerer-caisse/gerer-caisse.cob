      * Code GererCaisse en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. GererCaisse.

      * Transaction a la demande : tient les sessions de caisse du
      * guichet de l'accueil, ou les familles reglent en especes ou
      * par cheque. Pour la caisse choisie :
      *   O ouvre une session avec son fonds de caisse ;
      *   E enregistre les encaissements de la session ouverte, un
      *     recu numerote par encaissement, imprime sur
      *     RECUS-CAISSE.DAT ;
      *   F ferme la session : comptage des especes par coupure,
      *     pointage des cheques, ecart entre attendu et compte,
      *     bordereau de remise en banque sur BORDEREAUX-REMISE.DAT,
      *     et un seul depot au grand livre (TRANSACTIONS.DAT) pour
      *     le total des encaissements de la session ;
      *   R rouvre la derniere session fermee de la caisse, pour un
      *     motif saisi et par un administrateur seulement ; le
      *     depot deja passe est extourne, la fermeture suivante en
      *     passant un nouveau.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSIONS-FILE ASSIGN TO "SESSIONS-CAISSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS sessions-statut.
           SELECT ENCAISSEMENTS-FILE
               ASSIGN TO "ENCAISSEMENTS-CAISSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS encaissements-statut.
           SELECT NUMERO-RECU-FILE ASSIGN TO "NUMERO-RECU.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS numero-recu-statut.
           SELECT RECUS-FILE ASSIGN TO "RECUS-CAISSE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS recus-statut.
           SELECT BORDEREAUX-FILE ASSIGN TO "BORDEREAUX-REMISE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS bordereaux-statut.
           SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transactions-statut.
           SELECT LOT-FILE ASSIGN TO "LOT-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS lot-statut.
           SELECT NUMERO-FILE ASSIGN TO "NUMERO-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS numero-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
           SELECT UTILISATEURS-FILE ASSIGN TO "UTILISATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS utilisateurs-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD SESSIONS-FILE.
       COPY "cpsessioncaisse.cpy".

       FD ENCAISSEMENTS-FILE.
       COPY "cpencaissement.cpy".

       FD NUMERO-RECU-FILE.
       COPY "cpnumerorecu.cpy".

       FD RECUS-FILE.
       01 LIGNE-RECU                  PIC X(80).

       FD BORDEREAUX-FILE.
       01 LIGNE-BORDEREAU             PIC X(80).

       FD TRANSACTIONS-FILE.
       COPY "cptransac.cpy".

       FD LOT-FILE.
       COPY "cplottransac.cpy".

       FD NUMERO-FILE.
       COPY "cpnumerotransac.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       FD UTILISATEURS-FILE.
       COPY "cputilisateur.cpy".

       WORKING-STORAGE SECTION.
       77 sessions-statut PIC X(02).
       77 encaissements-statut PIC X(02).
       77 numero-recu-statut PIC X(02).
       77 recus-statut PIC X(02).
       77 bordereaux-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateurs-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-utilisateurs PIC X(01) VALUE 'N'.
           88 fin-utilisateurs VALUE 'O'.
       77 indic-admin-ok PIC X(01) VALUE 'N'.
           88 admin-ok VALUE 'O'.
       77 indic-fin-sessions PIC X(01) VALUE 'N'.
           88 fin-sessions VALUE 'O'.
       77 indic-fin-encaissements PIC X(01) VALUE 'N'.
           88 fin-encaissements VALUE 'O'.
       77 caisse-saisie PIC X(03).
       77 action-saisie PIC X(01).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 reponse-recu PIC X(01) VALUE 'N'.
           88 autre-recu VALUE 'O' 'o'.
       77 indic-erreur PIC X(01) VALUE 'N'.
           88 saisie-en-erreur VALUE 'O'.
       77 message-erreur PIC X(50) VALUE SPACES.
       77 libelle-etat PIC X(20) VALUE SPACES.
       77 date-jour-aff PIC 9(08).
       77 heure-jour PIC 9(06) VALUE ZERO.

      * Derniere session de la caisse choisie, mise de cote pendant
      * la lecture, et dernier numero de session attribue
       77 indic-session-connue PIC X(01) VALUE 'N'.
           88 session-connue VALUE 'O'.
       77 indic-session-active PIC X(01) VALUE 'N'.
           88 session-active VALUE 'O'.
       77 session-retenue PIC X(300) VALUE SPACES.
       77 dernier-numero-session PIC 9(06) VALUE ZERO.
       77 numero-session-aff PIC 9(06) VALUE ZERO.

      * Valeurs saisies
       77 montant-texte PIC X(11).
       77 montant-valide PIC S9(7)V99 VALUE ZERO.
       77 mode-saisi PIC X(01).
       77 payeur-saisi PIC X(30).
       77 id-saisi PIC X(06).
       77 objet-saisi PIC X(30).
       77 cheque-saisi PIC X(12).
       77 banque-saisie PIC X(20).
       77 motif-saisi PIC X(30).
       77 numero-recu PIC 9(08) VALUE ZERO.
       77 numero-transaction PIC 9(09) VALUE ZERO.
       77 montant-edite PIC -(7)9.99.
       77 cpt-recus-session PIC 9(05) COMP VALUE ZERO.

      * Comptage des especes : valeur de chaque coupure, de 500 EUR
      * a 1 centime, et nombre compte
       01 TABLE-COUPURES.
           05 FILLER PIC 9(03)V99 VALUE 500.00.
           05 FILLER PIC 9(03)V99 VALUE 200.00.
           05 FILLER PIC 9(03)V99 VALUE 100.00.
           05 FILLER PIC 9(03)V99 VALUE 50.00.
           05 FILLER PIC 9(03)V99 VALUE 20.00.
           05 FILLER PIC 9(03)V99 VALUE 10.00.
           05 FILLER PIC 9(03)V99 VALUE 5.00.
           05 FILLER PIC 9(03)V99 VALUE 2.00.
           05 FILLER PIC 9(03)V99 VALUE 1.00.
           05 FILLER PIC 9(03)V99 VALUE 0.50.
           05 FILLER PIC 9(03)V99 VALUE 0.20.
           05 FILLER PIC 9(03)V99 VALUE 0.10.
           05 FILLER PIC 9(03)V99 VALUE 0.05.
           05 FILLER PIC 9(03)V99 VALUE 0.02.
           05 FILLER PIC 9(03)V99 VALUE 0.01.
       01 TABLE-COUPURES-R REDEFINES TABLE-COUPURES.
           05 VALEUR-COUPURE OCCURS 15 TIMES PIC 9(03)V99.
       01 TABLE-COMPTAGE.
           05 QTE-COUPURE OCCURS 15 TIMES PIC 9(04).
       77 ix-coupure PIC 9(02) COMP VALUE ZERO.

      * Totaux de la session a la fermeture
       77 especes-recues PIC S9(7)V99 VALUE ZERO.
       77 cheques-recus PIC S9(7)V99 VALUE ZERO.
       77 especes-attendu PIC S9(7)V99 VALUE ZERO.
       77 especes-compte PIC S9(7)V99 VALUE ZERO.
       77 cheques-compte PIC S9(7)V99 VALUE ZERO.
       77 ecart-caisse PIC S9(7)V99 VALUE ZERO.
       77 especes-remises PIC S9(7)V99 VALUE ZERO.
       77 total-remise PIC S9(7)V99 VALUE ZERO.
       77 total-depot PIC S9(7)V99 VALUE ZERO.
       77 present-saisi PIC X(01).

      * Cheques recus dans la session, a pointer a la fermeture
       77 nb-cheques PIC 9(03) COMP VALUE ZERO.
       77 ix-cheque PIC 9(03) COMP VALUE ZERO.
       77 limite-cheques PIC 9(03) COMP VALUE 300.
       77 cpt-cheques-presents PIC 9(03) COMP VALUE ZERO.
       77 nb-cheques-aff PIC 9(03) VALUE ZERO.
       01 TABLE-CHEQUES.
           05 CHEQUE-TABLE OCCURS 300.
               10 CHQ-RECU            PIC 9(08).
               10 CHQ-NUMERO          PIC X(12).
               10 CHQ-BANQUE          PIC X(20).
               10 CHQ-PAYEUR          PIC X(30).
               10 CHQ-MONTANT         PIC S9(7)V99.
               10 CHQ-PRESENT         PIC X(01).
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-caisse.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Sessions de caisse'.
           2 LINE 5 COL 10 VALUE 'Caisse : '.
           2 PIC X(03) TO caisse-saisie REQUIRED.

       1 pla-etat.
           2 LINE 6 COL 10 VALUE 'Derniere session : '.
           2 COL 29 PIC 9(06) FROM numero-session-aff.
           2 COL 37 PIC X(20) FROM libelle-etat.

       1 pls-action.
           2 LINE 8 COL 10 VALUE
               'Action O=Ouvrir E=Encaisser F=Fermer R=Rouvrir : '.
           2 PIC X(01) TO action-saisie REQUIRED.

       1 pla-refus.
           2 LINE 20 COL 10 PIC X(50) FROM message-erreur.

       1 pls-fonds.
           2 LINE 10 COL 10 VALUE 'Fonds de caisse (ex. 150.00) : '.
           2 PIC X(11) TO montant-texte REQUIRED.

       1 pls-recu.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Encaissement - caisse '.
           2 COL 32 PIC X(03) FROM caisse-saisie.
           2 COL 36 VALUE 'session '.
           2 COL 44 PIC 9(06) FROM numero-session-aff.
           2 LINE 5 COL 10 VALUE 'Mode (E = especes, C = cheque) : '.
           2 PIC X(01) TO mode-saisi REQUIRED.
           2 LINE 6 COL 10 VALUE 'Montant (ex. 120.00) : '.
           2 PIC X(11) TO montant-texte REQUIRED.
           2 LINE 7 COL 10 VALUE 'Verse par : '.
           2 PIC X(30) TO payeur-saisi REQUIRED.
           2 LINE 8 COL 10 VALUE 'Etudiant (vide = aucun) : '.
           2 PIC X(06) TO id-saisi.
           2 LINE 9 COL 10 VALUE 'Objet : '.
           2 PIC X(30) TO objet-saisi.

       1 pls-cheque.
           2 LINE 10 COL 10 VALUE 'Numero du cheque : '.
           2 PIC X(12) TO cheque-saisi REQUIRED.
           2 LINE 11 COL 10 VALUE 'Banque : '.
           2 PIC X(20) TO banque-saisie.

       1 pla-erreur.
           2 LINE 13 COL 10 PIC X(50) FROM message-erreur.

       1 pls-confirmer.
           2 LINE 14 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-recu-emis.
           2 LINE 15 COL 10 VALUE 'Recu emis No '.
           2 COL 23 PIC 9(08) FROM numero-recu.

       1 pls-autre-recu.
           2 LINE 17 COL 10 VALUE 'Un autre encaissement ? (O/N) : '.
           2 PIC X(01) TO reponse-recu REQUIRED.

       1 pls-comptage.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Fermeture - comptage des especes'.
           2 LINE 5 COL 10 VALUE 'Billets  500 : '.
           2 PIC 9(04) TO QTE-COUPURE(1).
           2 LINE 6 COL 10 VALUE 'Billets  200 : '.
           2 PIC 9(04) TO QTE-COUPURE(2).
           2 LINE 7 COL 10 VALUE 'Billets  100 : '.
           2 PIC 9(04) TO QTE-COUPURE(3).
           2 LINE 8 COL 10 VALUE 'Billets   50 : '.
           2 PIC 9(04) TO QTE-COUPURE(4).
           2 LINE 9 COL 10 VALUE 'Billets   20 : '.
           2 PIC 9(04) TO QTE-COUPURE(5).
           2 LINE 10 COL 10 VALUE 'Billets   10 : '.
           2 PIC 9(04) TO QTE-COUPURE(6).
           2 LINE 11 COL 10 VALUE 'Billets    5 : '.
           2 PIC 9(04) TO QTE-COUPURE(7).
           2 LINE 5 COL 40 VALUE 'Pieces 2,00 : '.
           2 PIC 9(04) TO QTE-COUPURE(8).
           2 LINE 6 COL 40 VALUE 'Pieces 1,00 : '.
           2 PIC 9(04) TO QTE-COUPURE(9).
           2 LINE 7 COL 40 VALUE 'Pieces 0,50 : '.
           2 PIC 9(04) TO QTE-COUPURE(10).
           2 LINE 8 COL 40 VALUE 'Pieces 0,20 : '.
           2 PIC 9(04) TO QTE-COUPURE(11).
           2 LINE 9 COL 40 VALUE 'Pieces 0,10 : '.
           2 PIC 9(04) TO QTE-COUPURE(12).
           2 LINE 10 COL 40 VALUE 'Pieces 0,05 : '.
           2 PIC 9(04) TO QTE-COUPURE(13).
           2 LINE 11 COL 40 VALUE 'Pieces 0,02 : '.
           2 PIC 9(04) TO QTE-COUPURE(14).
           2 LINE 12 COL 40 VALUE 'Pieces 0,01 : '.
           2 PIC 9(04) TO QTE-COUPURE(15).

       1 pla-cheque.
           2 LINE 14 COL 10 VALUE 'Cheque '.
           2 COL 17 PIC X(12) FROM CHQ-NUMERO(ix-cheque).
           2 COL 30 PIC X(20) FROM CHQ-PAYEUR(ix-cheque).
           2 COL 51 PIC -(7)9.99 FROM CHQ-MONTANT(ix-cheque).

       1 pls-present.
           2 LINE 15 COL 10 VALUE 'Present dans la caisse (O/N) ? '.
           2 PIC X(01) TO present-saisi REQUIRED.

       1 pla-ecart.
           2 LINE 16 COL 10 VALUE 'Especes attendues : '.
           2 COL 30 PIC -(7)9.99 FROM especes-attendu.
           2 COL 43 VALUE 'comptees : '.
           2 COL 54 PIC -(7)9.99 FROM especes-compte.
           2 LINE 17 COL 10 VALUE 'Cheques attendus  : '.
           2 COL 30 PIC -(7)9.99 FROM cheques-recus.
           2 COL 43 VALUE 'pointes : '.
           2 COL 54 PIC -(7)9.99 FROM cheques-compte.
           2 LINE 18 COL 10 VALUE 'Ecart (compte - attendu) : '.
           2 COL 37 PIC -(7)9.99 FROM ecart-caisse.

       1 pls-fermer.
           2 LINE 19 COL 10 VALUE 'Fermer la session (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-fermee.
           2 LINE 20 COL 10 VALUE
               'Session fermee, bordereau de remise imprime.'.

       1 pls-motif.
           2 LINE 10 COL 10 VALUE 'Motif de la reouverture : '.
           2 PIC X(30) TO motif-saisi REQUIRED.

       1 pla-enregistre.
           2 LINE 21 COL 10 VALUE 'Session enregistree.'.

       1 pls-continuer.
           2 LINE 23 COL 10 VALUE 'Une autre caisse ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-CONTROLER-ADMIN.
           PERFORM 1000-TENIR-CAISSE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Remet a zero les indicateurs de l'execution : appele
      * plusieurs fois depuis le menu sans CANCEL, le programme
      * conserve la memoire de travail de l'appel precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO reponse-continuer.
           MOVE SPACES TO utilisateur-session.

      * Reprend l'utilisateur signe au menu et verifie s'il porte le
      * role administrateur, seul habilite a rouvrir une session
      * fermee ; sans fichier des utilisateurs (premiere mise en
      * place), la session est traitee en administrateur comme au
      * menu
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

      * Affiche l'etat de la caisse, recueille l'action et la
      * conduit si l'etat de la session la permet
       1000-TENIR-CAISSE.
           MOVE SPACES TO message-erreur.
           DISPLAY pls-caisse.
           ACCEPT pls-caisse.
           INSPECT caisse-saisie CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 1100-CHERCHER-SESSION.
           DISPLAY pla-etat.
           DISPLAY pls-action.
           ACCEPT pls-action.
           INSPECT action-saisie CONVERTING 'oefr' TO 'OEFR'.
           EVALUATE TRUE
               WHEN action-saisie = 'O' AND NOT session-active
                   PERFORM 2000-OUVRIR-SESSION
               WHEN action-saisie = 'E' AND session-active
                   PERFORM 3000-ENCAISSER
                       WITH TEST AFTER
                       UNTIL NOT autre-recu
               WHEN action-saisie = 'F' AND session-active
                   PERFORM 4000-FERMER-SESSION
               WHEN action-saisie = 'R' AND session-connue
                       AND NOT session-active
                   PERFORM 5000-ROUVRIR-SESSION
               WHEN session-active
                   MOVE 'Session ouverte : encaisser ou fermer'
                       TO message-erreur
               WHEN OTHER
                   MOVE 'Aucune session ouverte : ouvrir d''abord'
                       TO message-erreur
           END-EVALUATE.
           IF message-erreur NOT = SPACES
               DISPLAY pla-refus
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Retrouve la derniere ligne de la derniere session de la
      * caisse et le dernier numero de session attribue
       1100-CHERCHER-SESSION.
           MOVE 'N' TO indic-session-connue.
           MOVE 'N' TO indic-session-active.
           MOVE SPACES TO session-retenue.
           MOVE ZERO TO dernier-numero-session.
           MOVE ZERO TO numero-session-aff.
           MOVE 'aucune' TO libelle-etat.
           MOVE 'N' TO indic-fin-sessions.
           OPEN INPUT SESSIONS-FILE.
           IF sessions-statut = '00'
               PERFORM 1110-LIRE-SESSION
               PERFORM 1120-RETENIR-SESSION UNTIL fin-sessions
               CLOSE SESSIONS-FILE
           END-IF.
           IF session-connue
               MOVE session-retenue TO SESSION-CAISSE-ENREGISTREMENT
               MOVE SCA-NUMERO TO numero-session-aff
               IF SCA-OUVERTE
                   SET session-active TO TRUE
                   MOVE 'ouverte' TO libelle-etat
               ELSE
                   MOVE 'fermee' TO libelle-etat
               END-IF
           END-IF.

      * Lecture d'un enregistrement SESSIONS-CAISSE.DAT
       1110-LIRE-SESSION.
           READ SESSIONS-FILE
               AT END SET fin-sessions TO TRUE
           END-READ.

      * Releve le plus grand numero de session et met de cote la
      * ligne lue si elle concerne la caisse, puis relit
       1120-RETENIR-SESSION.
           IF SCA-NUMERO > dernier-numero-session
               MOVE SCA-NUMERO TO dernier-numero-session
           END-IF.
           IF SCA-CAISSE = caisse-saisie
               SET session-connue TO TRUE
               MOVE SESSION-CAISSE-ENREGISTREMENT TO session-retenue
           END-IF.
           PERFORM 1110-LIRE-SESSION.

      * Ouvre une nouvelle session de la caisse avec son fonds
       2000-OUVRIR-SESSION.
           MOVE 'N' TO indic-erreur.
           MOVE SPACES TO montant-texte.
           DISPLAY pls-fonds.
           ACCEPT pls-fonds.
           MOVE ZERO TO montant-valide.
           IF FUNCTION TEST-NUMVAL(montant-texte) = ZERO
               COMPUTE montant-valide = FUNCTION NUMVAL(montant-texte)
           ELSE
               SET saisie-en-erreur TO TRUE
           END-IF.
           IF montant-valide < ZERO
               SET saisie-en-erreur TO TRUE
           END-IF.
           IF saisie-en-erreur
               MOVE 'Fonds de caisse invalide' TO message-erreur
           ELSE
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               IF confirmation = 'O' OR confirmation = 'o'
                   MOVE SPACES TO SESSION-CAISSE-ENREGISTREMENT
                   ADD 1 TO dernier-numero-session
                   MOVE dernier-numero-session TO SCA-NUMERO
                   MOVE caisse-saisie TO SCA-CAISSE
                   MOVE utilisateur-session TO SCA-CAISSIER
                   MOVE date-jour-aff TO SCA-DATE-OUVERTURE
                   MOVE montant-valide TO SCA-FONDS
                   SET SCA-OUVERTE TO TRUE
                   MOVE ZERO TO SCA-DATE-FERMETURE
                   MOVE ZERO TO SCA-ESPECES-ATTENDU
                   MOVE ZERO TO SCA-ESPECES-COMPTE
                   MOVE ZERO TO SCA-CHEQUES-ATTENDU
                   MOVE ZERO TO SCA-CHEQUES-COMPTE
                   MOVE ZERO TO SCA-ECART
                   MOVE ZERO TO SCA-TRANSACTION
                   MOVE ZERO TO SCA-REOUVERTURES
                   PERFORM 2100-VIDER-COMPTAGE
                       VARYING ix-coupure FROM 1 BY 1
                       UNTIL ix-coupure > 15
                   PERFORM 8000-ECRIRE-SESSION
               END-IF
           END-IF.

      * Remet a zero le nombre compte d'une coupure sur la fiche
       2100-VIDER-COMPTAGE.
           MOVE ZERO TO SCA-NB-COUPURE(ix-coupure).

      * Recueille un encaissement de la session ouverte, le
      * controle, l'enregistre et imprime son recu
       3000-ENCAISSER.
           MOVE 'N' TO indic-erreur.
           MOVE SPACES TO message-erreur.
           MOVE SPACES TO id-saisi.
           MOVE SPACES TO objet-saisi.
           MOVE SPACES TO cheque-saisi.
           MOVE SPACES TO banque-saisie.
           DISPLAY pls-recu.
           ACCEPT pls-recu.
           INSPECT mode-saisi CONVERTING 'ec' TO 'EC'.
           IF mode-saisi = 'C'
               DISPLAY pls-cheque
               ACCEPT pls-cheque
           END-IF.
           MOVE ZERO TO montant-valide.
           IF FUNCTION TEST-NUMVAL(montant-texte) = ZERO
               COMPUTE montant-valide = FUNCTION NUMVAL(montant-texte)
           END-IF.
           EVALUATE TRUE
               WHEN mode-saisi NOT = 'E' AND mode-saisi NOT = 'C'
                   MOVE 'Mode E ou C' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN montant-valide NOT > ZERO
                   MOVE 'Montant invalide' TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF saisie-en-erreur
               DISPLAY pla-erreur
           ELSE
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               IF confirmation = 'O' OR confirmation = 'o'
                   PERFORM 3100-ENREGISTRER-RECU
                   DISPLAY pla-recu-emis
               END-IF
           END-IF.
           DISPLAY pls-autre-recu.
           ACCEPT pls-autre-recu.

      * Alloue le numero de recu, ajoute l'encaissement au fichier
      * et imprime le recu
       3100-ENREGISTRER-RECU.
           PERFORM 3200-ALLOUER-RECU.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-HEURE(1:6) TO heure-jour.
           MOVE SPACES TO ENCAISSEMENT-ENREGISTREMENT.
           MOVE numero-recu TO ENC-RECU.
           MOVE SCA-NUMERO TO ENC-SESSION.
           MOVE date-jour-aff TO ENC-DATE.
           MOVE heure-jour TO ENC-HEURE.
           MOVE mode-saisi TO ENC-MODE.
           MOVE montant-valide TO ENC-MONTANT.
           MOVE id-saisi TO ENC-ID.
           MOVE payeur-saisi TO ENC-PAYEUR.
           MOVE objet-saisi TO ENC-OBJET.
           MOVE cheque-saisi TO ENC-NUMERO-CHEQUE.
           MOVE banque-saisie TO ENC-BANQUE.
           MOVE utilisateur-session TO ENC-UTILISATEUR.
           OPEN EXTEND ENCAISSEMENTS-FILE.
           IF encaissements-statut = '35'
               OPEN OUTPUT ENCAISSEMENTS-FILE
           END-IF.
           WRITE ENCAISSEMENT-ENREGISTREMENT.
           CLOSE ENCAISSEMENTS-FILE.
           PERFORM 3300-IMPRIMER-RECU.

      * Alloue le numero de recu suivant
       3200-ALLOUER-RECU.
           MOVE ZERO TO numero-recu.
           OPEN INPUT NUMERO-RECU-FILE.
           IF numero-recu-statut = '00'
               READ NUMERO-RECU-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NRC-NUMERO TO numero-recu
               END-READ
               CLOSE NUMERO-RECU-FILE
           END-IF.
           ADD 1 TO numero-recu.
           MOVE numero-recu TO NRC-NUMERO.
           OPEN OUTPUT NUMERO-RECU-FILE.
           WRITE NUMERO-RECU-ENREGISTREMENT.
           CLOSE NUMERO-RECU-FILE.

      * Imprime le recu remis au payeur
       3300-IMPRIMER-RECU.
           OPEN EXTEND RECUS-FILE.
           IF recus-statut = '35'
               OPEN OUTPUT RECUS-FILE
           END-IF.
           MOVE SPACES TO LIGNE-RECU.
           STRING '--- Recu No ' DELIMITED BY SIZE
               ENC-RECU DELIMITED BY SIZE
               ' ---' DELIMITED BY SIZE
               INTO LIGNE-RECU.
           WRITE LIGNE-RECU.
           MOVE SPACES TO LIGNE-RECU.
           STRING 'Le ' DELIMITED BY SIZE
               ENC-DATE DELIMITED BY SIZE
               ' a ' DELIMITED BY SIZE
               ENC-HEURE DELIMITED BY SIZE
               '  caisse ' DELIMITED BY SIZE
               caisse-saisie DELIMITED BY SIZE
               '  session ' DELIMITED BY SIZE
               ENC-SESSION DELIMITED BY SIZE
               INTO LIGNE-RECU.
           WRITE LIGNE-RECU.
           MOVE SPACES TO LIGNE-RECU.
           STRING 'Recu de ' DELIMITED BY SIZE
               ENC-PAYEUR DELIMITED BY SIZE
               INTO LIGNE-RECU.
           WRITE LIGNE-RECU.
           IF ENC-ID NOT = SPACES OR ENC-OBJET NOT = SPACES
               MOVE SPACES TO LIGNE-RECU
               STRING 'Pour ' DELIMITED BY SIZE
                   ENC-OBJET DELIMITED BY SIZE
                   ' etudiant ' DELIMITED BY SIZE
                   ENC-ID DELIMITED BY SIZE
                   INTO LIGNE-RECU
               WRITE LIGNE-RECU
           END-IF.
           MOVE ENC-MONTANT TO montant-edite.
           MOVE SPACES TO LIGNE-RECU.
           IF ENC-CHEQUE
               STRING 'Montant : ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   ' EUR par cheque No ' DELIMITED BY SIZE
                   ENC-NUMERO-CHEQUE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ENC-BANQUE DELIMITED BY SIZE
                   INTO LIGNE-RECU
           ELSE
               STRING 'Montant : ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   ' EUR en especes' DELIMITED BY SIZE
                   INTO LIGNE-RECU
           END-IF.
           WRITE LIGNE-RECU.
           MOVE SPACES TO LIGNE-RECU.
           STRING 'Caissier : ' DELIMITED BY SIZE
               ENC-UTILISATEUR DELIMITED BY SIZE
               INTO LIGNE-RECU.
           WRITE LIGNE-RECU.
           MOVE SPACES TO LIGNE-RECU.
           WRITE LIGNE-RECU.
           CLOSE RECUS-FILE.

      * Ferme la session : releve les encaissements, fait compter
      * les especes et pointer les cheques, affiche l'ecart puis,
      * apres confirmation, passe le depot, imprime le bordereau et
      * enregistre la fermeture
       4000-FERMER-SESSION.
           PERFORM 4100-RELEVER-ENCAISSEMENTS.
           PERFORM 4200-COMPTER-ESPECES.
           MOVE ZERO TO cheques-compte.
           MOVE ZERO TO cpt-cheques-presents.
           PERFORM 4300-POINTER-CHEQUE
               VARYING ix-cheque FROM 1 BY 1
               UNTIL ix-cheque > nb-cheques.
           COMPUTE especes-attendu = SCA-FONDS + especes-recues.
           COMPUTE ecart-caisse =
               (especes-compte + cheques-compte)
               - (especes-attendu + cheques-recus).
           DISPLAY pla-ecart.
           DISPLAY pls-fermer.
           ACCEPT pls-fermer.
           IF confirmation = 'O' OR confirmation = 'o'
               COMPUTE total-depot = especes-recues + cheques-recus
               MOVE ZERO TO numero-transaction
               IF total-depot NOT = ZERO
                   PERFORM 4400-PASSER-DEPOT
               END-IF
               PERFORM 4500-IMPRIMER-BORDEREAU
               SET SCA-FERMEE TO TRUE
               MOVE date-jour-aff TO SCA-DATE-FERMETURE
               MOVE especes-attendu TO SCA-ESPECES-ATTENDU
               MOVE especes-compte TO SCA-ESPECES-COMPTE
               MOVE cheques-recus TO SCA-CHEQUES-ATTENDU
               MOVE cheques-compte TO SCA-CHEQUES-COMPTE
               MOVE ecart-caisse TO SCA-ECART
               MOVE numero-transaction TO SCA-TRANSACTION
               MOVE SPACES TO SCA-MOTIF
               PERFORM 4600-PORTER-COMPTAGE
                   VARYING ix-coupure FROM 1 BY 1
                   UNTIL ix-coupure > 15
               PERFORM 8000-ECRIRE-SESSION
               DISPLAY pla-fermee
           END-IF.

      * Totalise les encaissements de la session par mode et
      * releve les cheques a pointer
       4100-RELEVER-ENCAISSEMENTS.
           MOVE ZERO TO especes-recues.
           MOVE ZERO TO cheques-recus.
           MOVE ZERO TO nb-cheques.
           MOVE ZERO TO cpt-recus-session.
           MOVE 'N' TO indic-fin-encaissements.
           OPEN INPUT ENCAISSEMENTS-FILE.
           IF encaissements-statut = '00'
               PERFORM 4110-LIRE-ENCAISSEMENT
               PERFORM 4120-RETENIR-ENCAISSEMENT
                   UNTIL fin-encaissements
               CLOSE ENCAISSEMENTS-FILE
           END-IF.

      * Lecture d'un enregistrement ENCAISSEMENTS-CAISSE.DAT
       4110-LIRE-ENCAISSEMENT.
           READ ENCAISSEMENTS-FILE
               AT END SET fin-encaissements TO TRUE
           END-READ.

      * Cumule l'encaissement lu s'il est de la session, puis relit
       4120-RETENIR-ENCAISSEMENT.
           IF ENC-SESSION = SCA-NUMERO
               ADD 1 TO cpt-recus-session
               IF ENC-CHEQUE
                   ADD ENC-MONTANT TO cheques-recus
                   IF nb-cheques < limite-cheques
                       ADD 1 TO nb-cheques
                       MOVE ENC-RECU TO CHQ-RECU(nb-cheques)
                       MOVE ENC-NUMERO-CHEQUE
                           TO CHQ-NUMERO(nb-cheques)
                       MOVE ENC-BANQUE TO CHQ-BANQUE(nb-cheques)
                       MOVE ENC-PAYEUR TO CHQ-PAYEUR(nb-cheques)
                       MOVE ENC-MONTANT TO CHQ-MONTANT(nb-cheques)
                       MOVE 'N' TO CHQ-PRESENT(nb-cheques)
                   END-IF
               ELSE
                   ADD ENC-MONTANT TO especes-recues
               END-IF
           END-IF.
           PERFORM 4110-LIRE-ENCAISSEMENT.

      * Fait compter les especes par coupure et les totalise
       4200-COMPTER-ESPECES.
           INITIALIZE TABLE-COMPTAGE.
           DISPLAY pls-comptage.
           ACCEPT pls-comptage.
           MOVE ZERO TO especes-compte.
           PERFORM 4210-CUMULER-COUPURE
               VARYING ix-coupure FROM 1 BY 1
               UNTIL ix-coupure > 15.

      * Ajoute la valeur des especes comptees d'une coupure
       4210-CUMULER-COUPURE.
           COMPUTE especes-compte = especes-compte
               + QTE-COUPURE(ix-coupure) * VALEUR-COUPURE(ix-coupure).

      * Fait pointer le cheque courant comme present ou absent
       4300-POINTER-CHEQUE.
           DISPLAY pla-cheque.
           DISPLAY pls-present.
           ACCEPT pls-present.
           IF present-saisi = 'O' OR present-saisi = 'o'
               MOVE 'O' TO CHQ-PRESENT(ix-cheque)
               ADD CHQ-MONTANT(ix-cheque) TO cheques-compte
               ADD 1 TO cpt-cheques-presents
           END-IF.

      * Passe le total des encaissements de la session au grand
      * livre en un seul depot, soumis aux regles d'approbation
      * comme toute saisie
       4400-PASSER-DEPOT.
           MOVE total-depot TO TRA-MONTANT.
           MOVE 'DEPO' TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'CAISSE ' DELIMITED BY SIZE
               SCA-CAISSE DELIMITED BY SIZE
               ' SESSION ' DELIMITED BY SIZE
               SCA-NUMERO DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           PERFORM 8100-ECRIRE-TRANSACTION.

      * Imprime le bordereau de remise en banque : especes remises
      * (le fonds reste en caisse), cheques pointes presents, total
      * de la remise, rappel de l'ecart et des cheques manquants
       4500-IMPRIMER-BORDEREAU.
           COMPUTE especes-remises = especes-compte - SCA-FONDS.
           IF especes-remises < ZERO
               MOVE ZERO TO especes-remises
           END-IF.
           COMPUTE total-remise = especes-remises + cheques-compte.
           OPEN EXTEND BORDEREAUX-FILE.
           IF bordereaux-statut = '35'
               OPEN OUTPUT BORDEREAUX-FILE
           END-IF.
           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING '--- Bordereau de remise No ' DELIMITED BY SIZE
               SCA-NUMERO DELIMITED BY SIZE
               ' ---' DELIMITED BY SIZE
               INTO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU.
           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING 'Caisse ' DELIMITED BY SIZE
               SCA-CAISSE DELIMITED BY SIZE
               ' ouverte le ' DELIMITED BY SIZE
               SCA-DATE-OUVERTURE DELIMITED BY SIZE
               ' fermee le ' DELIMITED BY SIZE
               date-jour-aff DELIMITED BY SIZE
               ' par ' DELIMITED BY SIZE
               utilisateur-session DELIMITED BY SIZE
               INTO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU.
           MOVE especes-remises TO montant-edite.
           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING 'Especes remises          : ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU.
           PERFORM 4510-IMPRIMER-CHEQUE
               VARYING ix-cheque FROM 1 BY 1
               UNTIL ix-cheque > nb-cheques.
           MOVE cheques-compte TO montant-edite.
           MOVE cpt-cheques-presents TO nb-cheques-aff.
           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING 'Cheques remis            : ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               nb-cheques-aff DELIMITED BY SIZE
               ' cheque(s))' DELIMITED BY SIZE
               INTO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU.
           MOVE total-remise TO montant-edite.
           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING 'Total de la remise       : ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU.
           MOVE SCA-FONDS TO montant-edite.
           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING 'Fonds conserve en caisse : ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU.
           MOVE ecart-caisse TO montant-edite.
           MOVE SPACES TO LIGNE-BORDEREAU.
           STRING 'Ecart de caisse          : ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU.
           MOVE SPACES TO LIGNE-BORDEREAU.
           WRITE LIGNE-BORDEREAU.
           CLOSE BORDEREAUX-FILE.

      * Imprime la ligne du cheque courant, remis ou manquant
       4510-IMPRIMER-CHEQUE.
           MOVE CHQ-MONTANT(ix-cheque) TO montant-edite.
           MOVE SPACES TO LIGNE-BORDEREAU.
           IF CHQ-PRESENT(ix-cheque) = 'O'
               STRING '  Cheque ' DELIMITED BY SIZE
                   CHQ-NUMERO(ix-cheque) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CHQ-BANQUE(ix-cheque) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   INTO LIGNE-BORDEREAU
           ELSE
               STRING '  MANQUANT ' DELIMITED BY SIZE
                   CHQ-NUMERO(ix-cheque) DELIMITED BY SIZE
                   ' recu ' DELIMITED BY SIZE
                   CHQ-RECU(ix-cheque) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   INTO LIGNE-BORDEREAU
           END-IF.
           WRITE LIGNE-BORDEREAU.

      * Porte le nombre compte d'une coupure sur la fiche
       4600-PORTER-COMPTAGE.
           MOVE QTE-COUPURE(ix-coupure)
               TO SCA-NB-COUPURE(ix-coupure).

      * Rouvre la derniere session fermee de la caisse : reservee
      * aux administrateurs, motif obligatoire ; le depot passe a
      * la fermeture est extourne
       5000-ROUVRIR-SESSION.
           IF NOT admin-ok
               MOVE 'Reouverture reservee aux superviseurs'
                   TO message-erreur
           ELSE
               MOVE SPACES TO motif-saisi
               DISPLAY pls-motif
               ACCEPT pls-motif
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               IF confirmation = 'O' OR confirmation = 'o'
                   IF SCA-TRANSACTION NOT = ZERO
                       PERFORM 5100-EXTOURNER-DEPOT
                   END-IF
                   SET SCA-OUVERTE TO TRUE
                   MOVE ZERO TO SCA-DATE-FERMETURE
                   MOVE ZERO TO SCA-TRANSACTION
                   IF SCA-REOUVERTURES < 9
                       ADD 1 TO SCA-REOUVERTURES
                   END-IF
                   MOVE motif-saisi TO SCA-MOTIF
                   PERFORM 8000-ECRIRE-SESSION
               END-IF
           END-IF.

      * Extourne le depot de la session rouverte
       5100-EXTOURNER-DEPOT.
           COMPUTE TRA-MONTANT = ZERO
               - (SCA-ESPECES-ATTENDU - SCA-FONDS
                  + SCA-CHEQUES-ATTENDU).
           MOVE 'DEPO' TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'EXTOURNE CAISSE ' DELIMITED BY SIZE
               SCA-CAISSE DELIMITED BY SIZE
               ' SESSION ' DELIMITED BY SIZE
               SCA-NUMERO DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           PERFORM 8100-ECRIRE-TRANSACTION.

      * Ajoute la ligne courante de la session, datee et signee de
      * l'utilisateur, en fin de SESSIONS-CAISSE.DAT
       8000-ECRIRE-SESSION.
           MOVE date-jour-aff TO SCA-DATE.
           MOVE utilisateur-session TO SCA-UTILISATEUR.
           OPEN EXTEND SESSIONS-FILE.
           IF sessions-statut = '35'
               OPEN OUTPUT SESSIONS-FILE
           END-IF.
           WRITE SESSION-CAISSE-ENREGISTREMENT.
           CLOSE SESSIONS-FILE.
           DISPLAY pla-enregistre.

      * Complete et ajoute la transaction preparee en fin de
      * TRANSACTIONS.DAT
       8100-ECRIRE-TRANSACTION.
           MOVE SPACE TO TRA-APPROBATION.
           MOVE SPACES TO TRA-COMPTE.
           MOVE SPACES TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ZERO TO TRA-LIGNE.
           MOVE ZERO TO TRA-DATE.
           MOVE utilisateur-session TO TRA-AUTEUR.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-DATE TO TRA-DATE-SAISIE.
           MOVE CP-HLG-HEURE(1:6) TO TRA-HEURE-SAISIE.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE numero-transaction TO TRA-NUMERO.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF.
           WRITE TRANSACTION-ENREGISTREMENT.
           CLOSE TRANSACTIONS-FILE.
           PERFORM 8900-MARQUER-LOT.

      * Alloue le numero de transaction unique suivant, qui suivra
      * le mouvement sur tout ce qu'il produit en aval
       8800-ALLOUER-NUMERO.
           MOVE ZERO TO numero-transaction.
           OPEN INPUT NUMERO-FILE.
           IF numero-statut = '00'
               READ NUMERO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NTR-NUMERO TO numero-transaction
               END-READ
               CLOSE NUMERO-FILE
           END-IF.
           ADD 1 TO numero-transaction.
           MOVE numero-transaction TO NTR-NUMERO.
           OPEN OUTPUT NUMERO-FILE.
           WRITE NUMERO-TRANSAC-ENREGISTREMENT.
           CLOSE NUMERO-FILE.

      * Pose l'identite du lot courant (horodatage de sa creation)
      * si elle n'existe pas encore, pour le controle de
      * retraitement de ManipulationAdd
       8900-MARQUER-LOT.
           OPEN INPUT LOT-FILE.
           IF lot-statut = '00'
               CLOSE LOT-FILE
           ELSE
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               MOVE CP-HLG-DATE TO LOT-DATE
               MOVE CP-HLG-HH TO LOT-HEURE(1:2)
               MOVE CP-HLG-MN TO LOT-HEURE(3:2)
               MOVE CP-HLG-SS TO LOT-HEURE(5:2)
               OPEN OUTPUT LOT-FILE
               WRITE LOT-TRANSAC-ENREGISTREMENT
               CLOSE LOT-FILE
           END-IF.
