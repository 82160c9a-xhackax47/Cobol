      * Code TransfererEtudiant en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. TransfererEtudiant.

      * Transaction a la demande : enregistre le transfert d'un
      * etudiant. A l'arrivee en cours d'annee, l'etablissement
      * d'origine et le terme externe sont consignes sur
      * TRANSFERTS.DAT et chaque note d'origine est ramenee sur 20
      * dans la matiere correspondante du catalogue, par la table
      * EQUIVALENCES-COURS.DAT, puis ajoutee a NOTES-TRANSFERT.DAT.
      * Une matiere externe encore inconnue est mise en equivalence
      * a la saisie. Au depart, l'etudiant passe a INS-PARTI dans
      * ETUDIANTS-MASTER.DAT et un certificat de depart reprenant
      * ses termes de l'annee est ajoute a CERTIFICAT-DEPART.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT TRANSFERTS-FILE ASSIGN TO "TRANSFERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transferts-statut.
           SELECT NOTES-TRANSFERT-FILE ASSIGN TO "NOTES-TRANSFERT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-transfert-statut.
           SELECT EQUIVALENCES-FILE
               ASSIGN TO "EQUIVALENCES-COURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS equivalences-statut.
           SELECT MATIERES-FILE ASSIGN TO "MATIERES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS matieres-statut.
           SELECT HISTOTERME-FILE ASSIGN TO "HISTONOTE-TERMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS histoterme-statut.
           SELECT CERTIFICAT-FILE ASSIGN TO "CERTIFICAT-DEPART.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS certificat-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD TRANSFERTS-FILE.
       COPY "cptransfert.cpy".

       FD NOTES-TRANSFERT-FILE.
       COPY "cpnotetransfert.cpy".

       FD EQUIVALENCES-FILE.
       COPY "cpequivalence.cpy".

       FD MATIERES-FILE.
       COPY "cpmatiere.cpy".

       FD HISTOTERME-FILE.
       COPY "cphistoterme.cpy".

       FD CERTIFICAT-FILE.
       01 LIGNE-CERTIFICAT            PIC X(80).

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 transferts-statut PIC X(02).
       77 notes-transfert-statut PIC X(02).
       77 equivalences-statut PIC X(02).
       77 matieres-statut PIC X(02).
       77 histoterme-statut PIC X(02).
       77 certificat-statut PIC X(02).
       77 session-statut PIC X(02).
       77 id-saisi PIC X(06).
       77 sens-saisi PIC X(01).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 etudiant-trouve VALUE 'O'.
       77 indic-fin-saisie PIC X(01) VALUE 'N'.
           88 fin-saisie VALUE 'O'.
       77 indic-fin-termes PIC X(01) VALUE 'N'.
           88 fin-termes VALUE 'O'.
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 date-jour-aff PIC 9(08).
       77 annee-courante PIC 9(04).

      * Arrivee : etablissement d'origine, terme externe et notes
      * saisies une a une
       77 ecole-saisie PIC X(30).
       77 terme-saisi PIC 9(08) VALUE ZERO.
       77 mois-terme PIC 9(02) VALUE ZERO.
       77 cours-externe-saisi PIC X(10).
       77 note-texte PIC X(06).
       77 valeur-numval PIC 9(03)V9(02) VALUE ZERO.
       77 note-externe PIC 9(03)V9(02) VALUE ZERO.
       77 note-convertie PIC 9(02)V9(02) VALUE ZERO.
       77 note-edite PIC Z9.99.
       77 coef-retenu PIC 9(01)V9(01) VALUE ZERO.
       77 cours-saisi PIC X(04).
       77 bareme-saisi PIC 9(03) VALUE ZERO.
       77 nb-notes-saisies PIC 9(02) VALUE ZERO.

      * Depart : etablissement de destination
       77 destination-saisie PIC X(30).
       77 cpt-termes PIC 9(03) COMP VALUE ZERO.

      * Catalogue des matieres, la derniere ligne d'un code faisant
      * foi
       77 indic-fin-matieres PIC X(01) VALUE 'N'.
           88 fin-matieres VALUE 'O'.
       77 indic-matiere-trouvee PIC X(01) VALUE 'N'.
           88 matiere-trouvee VALUE 'O'.
       77 nb-matieres PIC 9(03) COMP VALUE ZERO.
       77 ix-matiere PIC 9(03) COMP VALUE ZERO.
       77 limite-matieres PIC 9(03) COMP VALUE 200.
       01 TABLE-MATIERES.
           05 MATIERE-TABLE OCCURS 200.
               10 MTB-CODE            PIC X(04).
               10 MTB-COEF            PIC 9(01)V9(01).
               10 MTB-ACTIVE          PIC X(01).

      * Equivalences des matieres externes, la derniere ligne d'une
      * meme matiere externe faisant foi
       77 indic-fin-equivalences PIC X(01) VALUE 'N'.
           88 fin-equivalences VALUE 'O'.
       77 indic-equivalence-trouvee PIC X(01) VALUE 'N'.
           88 equivalence-trouvee VALUE 'O'.
       77 nb-equivalences PIC 9(04) COMP VALUE ZERO.
       77 ix-equivalence PIC 9(04) COMP VALUE ZERO.
       77 limite-equivalences PIC 9(04) COMP VALUE 1000.
       77 ecole-cherchee PIC X(30).
       77 cours-externe-cherche PIC X(10).
       01 TABLE-EQUIVALENCES.
           05 EQUIVALENCE-TABLE OCCURS 1000.
               10 EQT-ECOLE           PIC X(30).
               10 EQT-COURS-EXTERNE   PIC X(10).
               10 EQT-COURS           PIC X(04).
               10 EQT-BAREME          PIC 9(03).

       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-id.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Transfert d''etudiant'.
           2 LINE 5 COL 10 VALUE 'Identifiant etudiant : '.
           2 PIC X(06) TO id-saisi REQUIRED.

       1 pla-inconnu.
           2 LINE 6 COL 10 VALUE
               'Identifiant absent du fichier des inscriptions.'.

       1 pla-fiche.
           2 LINE 6 COL 10 VALUE 'Etudiant : '.
           2 COL 21 PIC X(20) FROM INS-NOM.
           2 COL 43 PIC X(05) FROM INS-CLASSE.
           2 COL 50 VALUE 'Statut : '.
           2 COL 59 PIC X(01) FROM INS-STATUT.

       1 pls-sens.
           2 LINE 7 COL 10 VALUE 'Arrivee (E) ou depart (S) : '.
           2 PIC X(01) TO sens-saisi REQUIRED.

       1 pla-sens-invalide.
           2 LINE 8 COL 10 VALUE 'Repondre E ou S.'.

       1 pls-ecole.
           2 LINE 8 COL 10 VALUE 'Etablissement d''origine : '.
           2 PIC X(30) TO ecole-saisie REQUIRED.

       1 pls-terme.
           2 LINE 9 COL 10 VALUE 'Terme externe AAAAMMJJ : '.
           2 PIC 9(08) TO terme-saisi REQUIRED.

       1 pla-terme-invalide.
           2 LINE 10 COL 10 VALUE
               'Date de terme invalide ou posterieure a ce jour.'.

       1 pls-cours-externe.
           2 LINE 11 COL 10 VALUE
               'Matiere d''origine (vide = fin) : '.
           2 PIC X(10) TO cours-externe-saisi.

       1 pls-note-externe.
           2 LINE 12 COL 10 VALUE 'Note d''origine : '.
           2 PIC X(06) TO note-texte REQUIRED.

       1 pla-nouvelle-equivalence.
           2 LINE 13 COL 10 VALUE
               'Matiere sans equivalence pour cet etablissement.'.

       1 pls-equivalence.
           2 LINE 14 COL 10 VALUE 'Matiere du catalogue : '.
           2 PIC X(04) TO cours-saisi REQUIRED.
           2 COL 40 VALUE 'Note sur : '.
           2 PIC 9(03) TO bareme-saisi REQUIRED.

       1 pla-equivalence-invalide.
           2 LINE 15 COL 10 VALUE
               'Matiere hors catalogue ou bareme nul, note ignoree.'.

       1 pla-note-invalide.
           2 LINE 15 COL 10 VALUE
               'Note non numerique ou superieure au bareme, ignoree.'.

       1 pla-note-convertie.
           2 LINE 15 COL 10 VALUE 'Reprise en '.
           2 COL 21 PIC X(04) FROM NTR-COURS.
           2 COL 27 VALUE ': '.
           2 COL 29 PIC X(05) FROM note-edite.
           2 COL 35 VALUE '/20'.

       1 pla-arrivee.
           2 LINE 17 COL 10 VALUE 'Arrivee enregistree, notes : '.
           2 COL 39 PIC 9(02) FROM nb-notes-saisies.

       1 pla-deja-parti.
           2 LINE 8 COL 10 VALUE
               'Etudiant deja parti, aucun depart a enregistrer.'.

       1 pls-destination.
           2 LINE 8 COL 10 VALUE 'Etablissement de destination : '.
           2 PIC X(30) TO destination-saisie.

       1 pls-confirmer.
           2 LINE 10 COL 10 VALUE
               'Confirmer le depart et le certificat (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-depart.
           2 LINE 11 COL 10 VALUE
               'Depart enregistre, certificat delivre.'.

       1 pls-continuer.
           2 LINE 19 COL 10 VALUE 'Un autre transfert ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'N' TO reponse-continuer.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           MOVE date-jour-aff(1:4) TO annee-courante.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           PERFORM 0200-CHARGER-MATIERES.
           PERFORM 0300-CHARGER-EQUIVALENCES.
           OPEN I-O ETUDIANTS-FILE.
           IF etudiants-statut NOT = '00'
               DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT introuvable '
                   '(statut ' etudiants-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-TRAITER-DEMANDE
                   WITH TEST AFTER
                   UNTIL NOT continuer-oui
               CLOSE ETUDIANTS-FILE
           END-IF.
           GOBACK.

      * Reprend l'utilisateur signe au menu, pour le consigner au
      * journal des transferts et sur le certificat
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

      * Charge le catalogue des matieres en memoire
       0200-CHARGER-MATIERES.
           MOVE ZERO TO nb-matieres.
           MOVE 'N' TO indic-fin-matieres.
           OPEN INPUT MATIERES-FILE.
           IF matieres-statut = '00'
               PERFORM 0210-LIRE-MATIERE
               PERFORM 0220-RETENIR-MATIERE UNTIL fin-matieres
               CLOSE MATIERES-FILE
           END-IF.

      * Lecture d'un enregistrement MATIERES.DAT
       0210-LIRE-MATIERE.
           READ MATIERES-FILE
               AT END SET fin-matieres TO TRUE
           END-READ.

      * Range la matiere lue dans la table, en recouvrant la ligne
      * anterieure du meme code, puis relit
       0220-RETENIR-MATIERE.
           MOVE MAT-CODE TO cours-saisi.
           PERFORM 0230-CHERCHER-MATIERE.
           IF NOT matiere-trouvee
               IF nb-matieres < limite-matieres
                   ADD 1 TO nb-matieres
                   MOVE nb-matieres TO ix-matiere
                   SET matiere-trouvee TO TRUE
               END-IF
           END-IF.
           IF matiere-trouvee
               MOVE MAT-CODE TO MTB-CODE(ix-matiere)
               MOVE MAT-COEF TO MTB-COEF(ix-matiere)
               MOVE MAT-ACTIVE TO MTB-ACTIVE(ix-matiere)
           END-IF.
           PERFORM 0210-LIRE-MATIERE.

      * Cherche le code matiere cours-saisi dans la table
       0230-CHERCHER-MATIERE.
           MOVE 'N' TO indic-matiere-trouvee.
           MOVE ZERO TO ix-matiere.
           PERFORM 0240-COMPARER-MATIERE
               UNTIL matiere-trouvee OR ix-matiere >= nb-matieres.

      * Compare la ligne suivante de la table au code cherche
       0240-COMPARER-MATIERE.
           ADD 1 TO ix-matiere.
           IF MTB-CODE(ix-matiere) = cours-saisi
               SET matiere-trouvee TO TRUE
           END-IF.

      * Charge la table d'equivalence des matieres externes
       0300-CHARGER-EQUIVALENCES.
           MOVE ZERO TO nb-equivalences.
           MOVE 'N' TO indic-fin-equivalences.
           OPEN INPUT EQUIVALENCES-FILE.
           IF equivalences-statut = '00'
               PERFORM 0310-LIRE-EQUIVALENCE
               PERFORM 0320-RETENIR-EQUIVALENCE
                   UNTIL fin-equivalences
               CLOSE EQUIVALENCES-FILE
           END-IF.

      * Lecture d'un enregistrement EQUIVALENCES-COURS.DAT
       0310-LIRE-EQUIVALENCE.
           READ EQUIVALENCES-FILE
               AT END SET fin-equivalences TO TRUE
           END-READ.

      * Range l'equivalence lue, en recouvrant la ligne anterieure
      * de la meme matiere externe, puis relit
       0320-RETENIR-EQUIVALENCE.
           MOVE EQV-ECOLE TO ecole-cherchee.
           MOVE EQV-COURS-EXTERNE TO cours-externe-cherche.
           PERFORM 0330-CHERCHER-EQUIVALENCE.
           PERFORM 0350-RANGER-EQUIVALENCE.
           PERFORM 0310-LIRE-EQUIVALENCE.

      * Cherche l'etablissement et la matiere externe cherches
       0330-CHERCHER-EQUIVALENCE.
           MOVE 'N' TO indic-equivalence-trouvee.
           MOVE ZERO TO ix-equivalence.
           PERFORM 0340-COMPARER-EQUIVALENCE
               UNTIL equivalence-trouvee
                   OR ix-equivalence >= nb-equivalences.

      * Compare la ligne suivante de la table d'equivalence
       0340-COMPARER-EQUIVALENCE.
           ADD 1 TO ix-equivalence.
           IF EQT-ECOLE(ix-equivalence) = ecole-cherchee
                   AND EQT-COURS-EXTERNE(ix-equivalence)
                       = cours-externe-cherche
               SET equivalence-trouvee TO TRUE
           END-IF.

      * Range l'enregistrement d'equivalence courant a sa place
      * dans la table, ou a la suite s'il est nouveau
       0350-RANGER-EQUIVALENCE.
           IF NOT equivalence-trouvee
               IF nb-equivalences < limite-equivalences
                   ADD 1 TO nb-equivalences
                   MOVE nb-equivalences TO ix-equivalence
                   SET equivalence-trouvee TO TRUE
               END-IF
           END-IF.
           IF equivalence-trouvee
               MOVE EQV-ECOLE TO EQT-ECOLE(ix-equivalence)
               MOVE EQV-COURS-EXTERNE
                   TO EQT-COURS-EXTERNE(ix-equivalence)
               MOVE EQV-COURS TO EQT-COURS(ix-equivalence)
               MOVE EQV-BAREME TO EQT-BAREME(ix-equivalence)
           END-IF.

      * Recueille l'identifiant, affiche la fiche et oriente vers
      * l'arrivee ou le depart
       1000-TRAITER-DEMANDE.
           MOVE 'N' TO indic-trouve.
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
               DISPLAY pls-sens
               ACCEPT pls-sens
               EVALUATE TRUE
                   WHEN sens-saisi = 'E' OR sens-saisi = 'e'
                       PERFORM 2000-ENREGISTRER-ARRIVEE
                   WHEN sens-saisi = 'S' OR sens-saisi = 's'
                       PERFORM 3000-ENREGISTRER-DEPART
                   WHEN OTHER
                       DISPLAY pla-sens-invalide
               END-EVALUATE
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Arrivee : etablissement d'origine et terme externe, puis
      * reprise des notes d'origine jusqu'a une matiere vide ; un
      * etudiant parti qui revient est reinscrit
       2000-ENREGISTRER-ARRIVEE.
           MOVE SPACES TO ecole-saisie.
           MOVE ZERO TO terme-saisi.
           MOVE ZERO TO nb-notes-saisies.
           DISPLAY pls-ecole.
           ACCEPT pls-ecole.
           DISPLAY pls-terme.
           ACCEPT pls-terme.
           MOVE terme-saisi(5:2) TO mois-terme.
           IF terme-saisi > date-jour-aff
                   OR mois-terme < 1 OR mois-terme > 12
               DISPLAY pla-terme-invalide
           ELSE
               MOVE 'N' TO indic-fin-saisie
               PERFORM 2100-SAISIR-NOTE UNTIL fin-saisie
               IF INS-PARTI
                   SET INS-INSCRIT TO TRUE
                   REWRITE ETUDIANT-ENREGISTREMENT
               END-IF
               MOVE SPACES TO TRANSFERT-ENREGISTREMENT
               MOVE id-saisi TO TRS-ID
               SET TRS-ARRIVEE TO TRUE
               MOVE date-jour-aff TO TRS-DATE
               MOVE ecole-saisie TO TRS-ECOLE
               MOVE INS-CLASSE TO TRS-CLASSE
               MOVE terme-saisi TO TRS-TERME
               MOVE nb-notes-saisies TO TRS-NB-NOTES
               MOVE utilisateur-session TO TRS-UTILISATEUR
               PERFORM 3900-AJOUTER-TRANSFERT
               DISPLAY pla-arrivee
           END-IF.

      * Recueille une note d'origine, la met en equivalence et
      * l'ajoute ramenee sur 20 ; une matiere vide clot la saisie
       2100-SAISIR-NOTE.
           MOVE SPACES TO cours-externe-saisi.
           DISPLAY pls-cours-externe.
           ACCEPT pls-cours-externe.
           IF cours-externe-saisi = SPACES OR nb-notes-saisies = 99
               SET fin-saisie TO TRUE
           ELSE
               MOVE SPACES TO note-texte
               DISPLAY pls-note-externe
               ACCEPT pls-note-externe
               MOVE ecole-saisie TO ecole-cherchee
               MOVE cours-externe-saisi TO cours-externe-cherche
               PERFORM 0330-CHERCHER-EQUIVALENCE
               IF NOT equivalence-trouvee
                   PERFORM 2200-DEFINIR-EQUIVALENCE
               END-IF
               IF equivalence-trouvee
                   PERFORM 2300-REPRENDRE-NOTE
               END-IF
           END-IF.

      * Met en equivalence une matiere externe encore inconnue pour
      * l'etablissement : matiere du catalogue et bareme d'origine
       2200-DEFINIR-EQUIVALENCE.
           MOVE SPACES TO cours-saisi.
           MOVE ZERO TO bareme-saisi.
           DISPLAY pla-nouvelle-equivalence.
           DISPLAY pls-equivalence.
           ACCEPT pls-equivalence.
           PERFORM 0230-CHERCHER-MATIERE.
           IF NOT matiere-trouvee OR bareme-saisi = ZERO
               DISPLAY pla-equivalence-invalide
           ELSE
               MOVE SPACES TO EQUIVALENCE-ENREGISTREMENT
               MOVE ecole-saisie TO EQV-ECOLE
               MOVE cours-externe-saisi TO EQV-COURS-EXTERNE
               MOVE cours-saisi TO EQV-COURS
               MOVE bareme-saisi TO EQV-BAREME
               OPEN EXTEND EQUIVALENCES-FILE
               IF equivalences-statut = '35'
                   OPEN OUTPUT EQUIVALENCES-FILE
               END-IF
               WRITE EQUIVALENCE-ENREGISTREMENT
               CLOSE EQUIVALENCES-FILE
               PERFORM 0350-RANGER-EQUIVALENCE
           END-IF.

      * Ramene la note d'origine sur 20 selon le bareme de
      * l'equivalence, avec le coefficient de la matiere au
      * catalogue, et l'ajoute aux notes transferees
       2300-REPRENDRE-NOTE.
           IF FUNCTION TEST-NUMVAL(note-texte) = ZERO
               COMPUTE valeur-numval = FUNCTION NUMVAL(note-texte)
           ELSE
               MOVE 999.99 TO valeur-numval
           END-IF.
           IF valeur-numval > EQT-BAREME(ix-equivalence)
               DISPLAY pla-note-invalide
           ELSE
               MOVE valeur-numval TO note-externe
               COMPUTE note-convertie ROUNDED =
                   note-externe * 20 / EQT-BAREME(ix-equivalence)
               MOVE EQT-COURS(ix-equivalence) TO cours-saisi
               PERFORM 0230-CHERCHER-MATIERE
               MOVE 1.0 TO coef-retenu
               IF matiere-trouvee
                   IF MTB-COEF(ix-matiere) NUMERIC
                           AND MTB-COEF(ix-matiere) > ZERO
                       MOVE MTB-COEF(ix-matiere) TO coef-retenu
                   END-IF
               END-IF
               MOVE SPACES TO NOTE-TRANSFERT-ENREGISTREMENT
               MOVE id-saisi TO NTR-ID
               MOVE terme-saisi TO NTR-TERME
               MOVE ecole-saisie TO NTR-ECOLE
               MOVE cours-externe-saisi TO NTR-COURS-EXTERNE
               MOVE note-externe TO NTR-NOTE-EXTERNE
               MOVE EQT-BAREME(ix-equivalence) TO NTR-BAREME
               MOVE EQT-COURS(ix-equivalence) TO NTR-COURS
               MOVE note-convertie TO NTR-VALEUR
               MOVE coef-retenu TO NTR-COEF
               OPEN EXTEND NOTES-TRANSFERT-FILE
               IF notes-transfert-statut = '35'
                   OPEN OUTPUT NOTES-TRANSFERT-FILE
               END-IF
               WRITE NOTE-TRANSFERT-ENREGISTREMENT
               CLOSE NOTES-TRANSFERT-FILE
               ADD 1 TO nb-notes-saisies
               MOVE note-convertie TO note-edite
               DISPLAY pla-note-convertie
           END-IF.

      * Depart : l'etudiant passe a INS-PARTI, le depart est
      * consigne et le certificat de depart delivre
       3000-ENREGISTRER-DEPART.
           MOVE 'N' TO indic-confirme.
           IF INS-PARTI
               DISPLAY pla-deja-parti
           ELSE
               MOVE SPACES TO destination-saisie
               DISPLAY pls-destination
               ACCEPT pls-destination
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
                   WHEN confirmation = 'O' OR confirmation = 'o'
                       SET confirme TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO indic-confirme
               END-EVALUATE
               IF confirme
                   SET INS-PARTI TO TRUE
                   REWRITE ETUDIANT-ENREGISTREMENT
                   MOVE SPACES TO TRANSFERT-ENREGISTREMENT
                   MOVE id-saisi TO TRS-ID
                   SET TRS-DEPART TO TRUE
                   MOVE date-jour-aff TO TRS-DATE
                   MOVE destination-saisie TO TRS-ECOLE
                   MOVE INS-CLASSE TO TRS-CLASSE
                   MOVE ZERO TO TRS-TERME
                   MOVE ZERO TO TRS-NB-NOTES
                   MOVE utilisateur-session TO TRS-UTILISATEUR
                   PERFORM 3900-AJOUTER-TRANSFERT
                   PERFORM 4000-DELIVRER-CERTIFICAT
                   DISPLAY pla-depart
               END-IF
           END-IF.

      * Ajoute la ligne preparee au journal des transferts
       3900-AJOUTER-TRANSFERT.
           OPEN EXTEND TRANSFERTS-FILE.
           IF transferts-statut = '35'
               OPEN OUTPUT TRANSFERTS-FILE
           END-IF.
           WRITE TRANSFERT-ENREGISTREMENT.
           CLOSE TRANSFERTS-FILE.

      * Certificat de depart : etudiant, classe, destination et
      * termes de l'annee en cours
       4000-DELIVRER-CERTIFICAT.
           OPEN EXTEND CERTIFICAT-FILE.
           IF certificat-statut = '35'
               OPEN OUTPUT CERTIFICAT-FILE
           END-IF.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING '=== Certificat de depart du ' DELIMITED BY SIZE
               date-jour-aff DELIMITED BY SIZE
               ' signe ' DELIMITED BY SIZE
               utilisateur-session DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING 'Etudiant : ' DELIMITED BY SIZE
               INS-NOM DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               id-saisi DELIMITED BY SIZE
               ')  ne le ' DELIMITED BY SIZE
               INS-DATE-NAISSANCE DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING 'A suivi les cours de la classe ' DELIMITED BY SIZE
               INS-CLASSE DELIMITED BY SIZE
               ' jusqu''au ' DELIMITED BY SIZE
               date-jour-aff DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           STRING 'Destination : ' DELIMITED BY SIZE
               destination-saisie DELIMITED BY SIZE
               INTO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE 'Termes de l''annee en cours :' TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           MOVE ZERO TO cpt-termes.
           MOVE 'N' TO indic-fin-termes.
           OPEN INPUT HISTOTERME-FILE.
           IF histoterme-statut = '00'
               PERFORM 4100-LIRE-TERME
               PERFORM 4200-EDITER-TERME UNTIL fin-termes
               CLOSE HISTOTERME-FILE
           END-IF.
           IF cpt-termes = ZERO
               MOVE '  Aucun terme enregistre.' TO LIGNE-CERTIFICAT
               WRITE LIGNE-CERTIFICAT
           END-IF.
           MOVE SPACES TO LIGNE-CERTIFICAT.
           WRITE LIGNE-CERTIFICAT.
           CLOSE CERTIFICAT-FILE.

      * Lecture d'un enregistrement HISTONOTE-TERMES.DAT
       4100-LIRE-TERME.
           READ HISTOTERME-FILE
               AT END SET fin-termes TO TRUE
           END-READ.

      * Edite le terme courant s'il porte sur l'etudiant et sur
      * l'annee en cours, puis relit
       4200-EDITER-TERME.
           IF HTE-ID = id-saisi AND HTE-TERME(1:4) = annee-courante
               ADD 1 TO cpt-termes
               MOVE HTE-NOTE TO note-edite
               MOVE SPACES TO LIGNE-CERTIFICAT
               STRING '  Terme du ' DELIMITED BY SIZE
                   HTE-TERME DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   note-edite DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   HTE-MENTION DELIMITED BY SIZE
                   INTO LIGNE-CERTIFICAT
               WRITE LIGNE-CERTIFICAT
           END-IF.
           PERFORM 4100-LIRE-TERME.
