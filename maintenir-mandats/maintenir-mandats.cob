      * Code MaintenirMandats en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirMandats.

      * Transaction a la demande : enregistre le mandat de
      * prelevement signe par le responsable payeur d'un etudiant
      * dans MANDATS-PRELEVEMENT.DAT (titulaire, IBAN, BIC, date de
      * signature), ou le revoque. Le mandat est toujours pris au
      * nom du responsable payeur designe dans
      * CONTACTS-ETUDIANTS.DAT ; un etudiant sans payeur actif n'en
      * recoit pas. Chaque fiche saisie est ajoutee en fin de
      * fichier et recouvre la precedente du meme etudiant. La
      * reference unique du mandat (RUM) est attribuee a la
      * signature et conservee tant que le payeur ne change pas,
      * meme si ses coordonnees bancaires changent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATS-FILE ASSIGN TO "MANDATS-PRELEVEMENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS mandats-statut.
           SELECT CONTACTS-FILE ASSIGN TO "CONTACTS-ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS contacts-statut.
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
       FD MANDATS-FILE.
       COPY "cpmandat.cpy".

       FD CONTACTS-FILE.
       COPY "cpcontact.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 mandats-statut PIC X(02).
       77 contacts-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 session-statut PIC X(02).
       77 indic-fin-mandats PIC X(01) VALUE 'N'.
           88 fin-mandats VALUE 'O'.
       77 indic-fin-contacts PIC X(01) VALUE 'N'.
           88 fin-contacts VALUE 'O'.
       77 indic-controle-actif PIC X(01) VALUE 'N'.
           88 controle-actif VALUE 'O'.
       77 indic-etudiant-connu PIC X(01) VALUE 'N'.
           88 etudiant-connu VALUE 'O'.
       77 id-recherche PIC X(06).
       77 nom-etudiant PIC X(20) VALUE SPACES.
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

      * Responsable payeur actif de l'etudiant, la derniere ligne
      * d'un meme rang faisant foi
       01 TABLE-RESPONSABLES.
           05 RESPONSABLE-TABLE OCCURS 9.
               10 RSP-CONNU           PIC X(01).
               10 RSP-LIGNE           PIC X(173).
       77 ix-rang PIC 9(02) COMP VALUE ZERO.
       77 rang-payeur PIC 9(01) VALUE ZERO.
       77 nom-payeur PIC X(30) VALUE SPACES.

      * Mandat en vigueur de l'etudiant, mis de cote pendant la
      * lecture
       77 indic-mandat-connu PIC X(01) VALUE 'N'.
           88 mandat-connu VALUE 'O'.
       77 mandat-retenu PIC X(136) VALUE SPACES.

      * Valeurs saisies ; un champ laisse vide reste inchange
       77 nouveau-titulaire PIC X(30).
       77 nouvel-iban PIC X(34).
       77 nouveau-bic PIC X(11).
       77 signature-texte PIC X(08).
       77 nouveau-statut PIC X(01).
       77 signature-valide PIC 9(08) VALUE ZERO.
       77 nb-espaces PIC 9(02) COMP VALUE ZERO.
       77 long-iban PIC 9(02) COMP VALUE ZERO.

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-id.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Mandats de prelevement'.
           2 LINE 6 COL 10 VALUE 'Identifiant etudiant : '.
           2 PIC X(06) TO id-recherche REQUIRED.

       1 pla-inconnu.
           2 LINE 8 COL 10 VALUE
               'Etudiant absent du fichier des inscriptions.'.

       1 pla-sans-payeur.
           2 LINE 8 COL 10 VALUE
               'Aucun responsable payeur actif : mandat impossible.'.

       1 pla-payeur.
           2 LINE 7 COL 10 PIC X(20) FROM nom-etudiant.
           2 LINE 8 COL 10 VALUE 'Payeur (rang '.
           2 COL 23 PIC 9(01) FROM rang-payeur.
           2 COL 24 VALUE ') : '.
           2 COL 28 PIC X(30) FROM nom-payeur.

       1 pla-nouveau.
           2 LINE 10 COL 10 VALUE
               'Aucun mandat en vigueur pour ce payeur.'.

       1 pla-actuel.
           2 LINE 10 COL 10 VALUE 'RUM : '.
           2 COL 16 PIC X(20) FROM MDT-REFERENCE.
           2 COL 38 VALUE 'Signe le '.
           2 COL 47 PIC 9999/99/99 FROM MDT-DATE-SIGNATURE.
           2 COL 59 VALUE 'Statut : '.
           2 COL 68 PIC X(01) FROM MDT-STATUT.
           2 LINE 11 COL 10 PIC X(30) FROM MDT-TITULAIRE.
           2 LINE 12 COL 10 PIC X(34) FROM MDT-IBAN.
           2 COL 46 PIC X(11) FROM MDT-BIC.

       1 pls-titulaire.
           2 LINE 14 COL 10 VALUE 'Titulaire (vide = inchange) : '.
           2 PIC X(30) TO nouveau-titulaire.

       1 pls-iban.
           2 LINE 15 COL 10 VALUE 'IBAN (sans espaces) : '.
           2 PIC X(34) TO nouvel-iban.

       1 pls-bic.
           2 LINE 16 COL 10 VALUE 'BIC : '.
           2 PIC X(11) TO nouveau-bic.

       1 pls-signature.
           2 LINE 17 COL 10 VALUE 'Date de signature (AAAAMMJJ) : '.
           2 PIC X(08) TO signature-texte.

       1 pls-statut.
           2 LINE 18 COL 10 VALUE 'Statut (A = actif, R = revoque) : '.
           2 PIC X(01) TO nouveau-statut.

       1 pla-erreur.
           2 LINE 19 COL 10 PIC X(50) FROM message-erreur.

       1 pls-confirmer.
           2 LINE 20 COL 10 VALUE 'Confirmer le mandat (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistre.
           2 LINE 21 COL 10 VALUE 'Mandat enregistre : '.
           2 COL 30 PIC X(20) FROM MDT-REFERENCE.

       1 pls-continuer.
           2 LINE 23 COL 10 VALUE 'Un autre mandat ? (O/N) : '.
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
           PERFORM 1000-TENIR-MANDAT
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
      * chaque mandat
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

      * Controle l'etudiant demande, retrouve son payeur et son
      * mandat en vigueur, puis recueille la fiche
       1000-TENIR-MANDAT.
           DISPLAY pls-id.
           ACCEPT pls-id.
           PERFORM 1100-CONTROLER-ETUDIANT.
           IF NOT etudiant-connu
               DISPLAY pla-inconnu
           ELSE
               PERFORM 1200-CHERCHER-PAYEUR
               IF rang-payeur = ZERO
                   DISPLAY pla-sans-payeur
               ELSE
                   DISPLAY pla-payeur
                   PERFORM 1300-CHERCHER-MANDAT
                   PERFORM 2000-SAISIR-MANDAT
               END-IF
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

      * Releve les responsables de l'etudiant et retient le payeur
      * actif designe
       1200-CHERCHER-PAYEUR.
           MOVE ZERO TO rang-payeur.
           MOVE SPACES TO nom-payeur.
           PERFORM 1210-VIDER-RANG
               VARYING ix-rang FROM 1 BY 1 UNTIL ix-rang > 9.
           MOVE 'N' TO indic-fin-contacts.
           OPEN INPUT CONTACTS-FILE.
           IF contacts-statut = '00'
               PERFORM 1220-LIRE-CONTACT
               PERFORM 1230-RETENIR-CONTACT UNTIL fin-contacts
               CLOSE CONTACTS-FILE
           END-IF.
           PERFORM 1240-EXAMINER-RANG
               VARYING ix-rang FROM 1 BY 1 UNTIL ix-rang > 9.

      * Vide le poste d'un rang
       1210-VIDER-RANG.
           MOVE 'N' TO RSP-CONNU(ix-rang).
           MOVE SPACES TO RSP-LIGNE(ix-rang).

      * Lecture d'un enregistrement CONTACTS-ETUDIANTS.DAT
       1220-LIRE-CONTACT.
           READ CONTACTS-FILE
               AT END SET fin-contacts TO TRUE
           END-READ.

      * Retient la ligne lue si elle concerne l'etudiant, en
      * recouvrant la ligne anterieure du meme rang, puis relit
       1230-RETENIR-CONTACT.
           IF CTC-ID = id-recherche AND CTC-RANG IS NUMERIC
               IF CTC-RANG > ZERO
                   MOVE 'O' TO RSP-CONNU(CTC-RANG)
                   MOVE CONTACT-ENREGISTREMENT TO RSP-LIGNE(CTC-RANG)
               END-IF
           END-IF.
           PERFORM 1220-LIRE-CONTACT.

      * Retient le rang s'il porte le payeur actif
       1240-EXAMINER-RANG.
           IF RSP-CONNU(ix-rang) = 'O'
               MOVE RSP-LIGNE(ix-rang) TO CONTACT-ENREGISTREMENT
               IF CTC-ACTIF AND CTC-EST-PAYEUR
                   MOVE ix-rang TO rang-payeur
                   MOVE CTC-NOM TO nom-payeur
               END-IF
           END-IF.

      * Retrouve la derniere fiche de mandat de l'etudiant ; un
      * mandat signe par un autre responsable que le payeur actuel
      * ne vaut plus
       1300-CHERCHER-MANDAT.
           MOVE 'N' TO indic-mandat-connu.
           MOVE SPACES TO mandat-retenu.
           MOVE 'N' TO indic-fin-mandats.
           OPEN INPUT MANDATS-FILE.
           IF mandats-statut = '00'
               PERFORM 1310-LIRE-MANDAT
               PERFORM 1320-RETENIR-MANDAT UNTIL fin-mandats
               CLOSE MANDATS-FILE
           END-IF.
           IF mandat-connu
               MOVE mandat-retenu TO MANDAT-ENREGISTREMENT
               IF MDT-RANG NOT = rang-payeur
                   MOVE 'N' TO indic-mandat-connu
               END-IF
           END-IF.

      * Lecture d'un enregistrement MANDATS-PRELEVEMENT.DAT
       1310-LIRE-MANDAT.
           READ MANDATS-FILE
               AT END SET fin-mandats TO TRUE
           END-READ.

      * Met de cote la fiche lue si elle concerne l'etudiant, puis
      * relit
       1320-RETENIR-MANDAT.
           IF MDT-ID = id-recherche
               SET mandat-connu TO TRUE
               MOVE MANDAT-ENREGISTREMENT TO mandat-retenu
           END-IF.
           PERFORM 1310-LIRE-MANDAT.

      * Affiche le mandat en vigueur ou en prepare un nouveau,
      * recueille les valeurs, les controle et ajoute la fiche
      * apres confirmation
       2000-SAISIR-MANDAT.
           MOVE 'N' TO indic-confirme.
           MOVE 'N' TO indic-erreur.
           MOVE SPACES TO message-erreur.
           IF mandat-connu
               MOVE mandat-retenu TO MANDAT-ENREGISTREMENT
               DISPLAY pla-actuel
           ELSE
               PERFORM 2100-PREPARER-MANDAT
               DISPLAY pla-nouveau
           END-IF.
           PERFORM 2200-RECUEILLIR-VALEURS.
           PERFORM 2300-CONTROLER-VALEURS.
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
               PERFORM 3000-ENREGISTRER-MANDAT
           END-IF.

      * Fiche vierge d'un nouveau mandat au nom du payeur, actif
      * et signe du jour
       2100-PREPARER-MANDAT.
           MOVE SPACES TO MANDAT-ENREGISTREMENT.
           MOVE id-recherche TO MDT-ID.
           MOVE rang-payeur TO MDT-RANG.
           MOVE nom-payeur TO MDT-TITULAIRE.
           MOVE date-jour-aff TO MDT-DATE-SIGNATURE.
           MOVE 'A' TO MDT-STATUT.

      * Recueille les champs de la fiche
       2200-RECUEILLIR-VALEURS.
           MOVE SPACES TO nouveau-titulaire.
           MOVE SPACES TO nouvel-iban.
           MOVE SPACES TO nouveau-bic.
           MOVE SPACES TO signature-texte.
           MOVE SPACES TO nouveau-statut.
           DISPLAY pls-titulaire.
           ACCEPT pls-titulaire.
           DISPLAY pls-iban.
           ACCEPT pls-iban.
           DISPLAY pls-bic.
           ACCEPT pls-bic.
           DISPLAY pls-signature.
           ACCEPT pls-signature.
           DISPLAY pls-statut.
           ACCEPT pls-statut.

      * Applique les champs saisis a la fiche et controle l'IBAN
      * (pays, cle, sans espace) et la date de signature, qui ne
      * peut pas etre posterieure au jour
       2300-CONTROLER-VALEURS.
           IF nouveau-titulaire NOT = SPACES
               MOVE nouveau-titulaire TO MDT-TITULAIRE
           END-IF.
           IF nouvel-iban NOT = SPACES
               INSPECT nouvel-iban CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE nouvel-iban TO MDT-IBAN
           END-IF.
           IF nouveau-bic NOT = SPACES
               INSPECT nouveau-bic CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE nouveau-bic TO MDT-BIC
           END-IF.
           IF nouveau-statut = 'A' OR nouveau-statut = 'R'
               MOVE nouveau-statut TO MDT-STATUT
           END-IF.
           MOVE MDT-DATE-SIGNATURE TO signature-valide.
           IF signature-texte NOT = SPACES
               IF FUNCTION TEST-NUMVAL(signature-texte) = ZERO
                   COMPUTE signature-valide =
                       FUNCTION NUMVAL(signature-texte)
               ELSE
                   MOVE ZERO TO signature-valide
               END-IF
           END-IF.
           MOVE ZERO TO nb-espaces.
           MOVE ZERO TO long-iban.
           INSPECT MDT-IBAN TALLYING nb-espaces FOR ALL SPACE.
           INSPECT MDT-IBAN TALLYING long-iban
               FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
               WHEN MDT-IBAN(1:2) IS NOT ALPHABETIC-UPPER
                       OR MDT-IBAN(1:2) = SPACES
                       OR MDT-IBAN(3:2) IS NOT NUMERIC
                       OR long-iban < 15
                   MOVE 'IBAN invalide (pays, cle, 15 car. minimum)'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN long-iban + nb-espaces NOT = 34
                   MOVE 'IBAN a saisir sans espaces'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN MDT-TITULAIRE = SPACES
                   MOVE 'Titulaire du compte obligatoire'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(signature-valide)
                       NOT = ZERO
                   MOVE 'Date de signature invalide'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN signature-valide > date-jour-aff
                   MOVE 'Date de signature posterieure au jour'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN OTHER
                   MOVE signature-valide TO MDT-DATE-SIGNATURE
           END-EVALUATE.

      * Attribue la RUM d'un nouveau mandat et ajoute la fiche en
      * fin de MANDATS-PRELEVEMENT.DAT
       3000-ENREGISTRER-MANDAT.
           IF MDT-REFERENCE = SPACES
               STRING 'RUM' DELIMITED BY SIZE
                   MDT-ID DELIMITED BY SIZE
                   MDT-RANG DELIMITED BY SIZE
                   MDT-DATE-SIGNATURE DELIMITED BY SIZE
                   INTO MDT-REFERENCE
           END-IF.
           MOVE date-jour-aff TO MDT-DATE.
           MOVE utilisateur-session TO MDT-UTILISATEUR.
           OPEN EXTEND MANDATS-FILE.
           IF mandats-statut = '35'
               OPEN OUTPUT MANDATS-FILE
           END-IF.
           WRITE MANDAT-ENREGISTREMENT.
           CLOSE MANDATS-FILE.
           DISPLAY pla-enregistre.
