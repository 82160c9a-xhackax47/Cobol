      * Code MaintenirEmploiTemps en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirEmploiTemps.

      * Transaction a la demande : entretient l'emploi du temps
      * hebdomadaire EMPLOI-TEMPS.DAT (classe, jour, creneaux de
      * debut et de fin, matiere, enseignant, salle). L'enseignant
      * est controle contre ENSEIGNANTS.DAT ; une seance est refusee
      * quand l'enseignant, la salle ou la classe est deja pris sur
      * un creneau qui la chevauche le meme jour. Pour deplacer ou
      * supprimer une seance, il suffit de ressaisir sa classe, son
      * jour et son creneau de debut en la marquant inactive.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOI-TEMPS-FILE ASSIGN TO "EMPLOI-TEMPS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS emploi-statut.
           SELECT ENSEIGNANTS-FILE ASSIGN TO "ENSEIGNANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS enseignants-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD EMPLOI-TEMPS-FILE.
       COPY "cpemploitemps.cpy".

       FD ENSEIGNANTS-FILE.
       COPY "cpenseignant.cpy".

       WORKING-STORAGE SECTION.
       77 emploi-statut PIC X(02).
       77 enseignants-statut PIC X(02).
       77 classe-saisie PIC X(05).
       77 jour-saisi PIC 9(01) VALUE ZERO.
       77 debut-saisi PIC 9(02) VALUE ZERO.
       77 fin-saisie PIC 9(02) VALUE ZERO.
       77 cours-saisi PIC X(04).
       77 enseignant-saisi PIC X(06).
       77 salle-saisie PIC X(05).
       77 marque-active PIC X(01).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-fin-enseignants PIC X(01) VALUE 'N'.
           88 fin-enseignants VALUE 'O'.
       77 indic-enseignant-connu PIC X(01) VALUE 'N'.
           88 enseignant-connu VALUE 'O'.
       77 indic-creneau-ok PIC X(01) VALUE 'N'.
           88 creneau-ok VALUE 'O'.
       77 motif-refus PIC X(40) VALUE SPACES.
       77 date-jour-aff PIC 9(08).

      * Emploi du temps charge en memoire, la derniere ligne d'une
      * meme classe + jour + creneau de debut faisant foi
       77 indic-fin-emploi PIC X(01) VALUE 'N'.
           88 fin-emploi VALUE 'O'.
       77 indic-seance-trouvee PIC X(01) VALUE 'N'.
           88 seance-trouvee VALUE 'O'.
       77 indic-conflit PIC X(01) VALUE 'N'.
           88 conflit-trouve VALUE 'O'.
       77 nb-seances PIC 9(04) COMP VALUE ZERO.
       77 ix-seance PIC 9(04) COMP VALUE ZERO.
       77 limite-seances PIC 9(04) COMP VALUE 1000.
       01 TABLE-SEANCES.
           05 SEANCE-TABLE OCCURS 1000.
               10 STB-CLASSE          PIC X(05).
               10 STB-JOUR            PIC 9(01).
               10 STB-DEBUT           PIC 9(02).
               10 STB-FIN             PIC 9(02).
               10 STB-COURS           PIC X(04).
               10 STB-ENSEIGNANT      PIC X(06).
               10 STB-SALLE           PIC X(05).
               10 STB-ACTIVE          PIC X(01).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-classe.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Emploi du temps hebdomadaire'.
           2 LINE 6 COL 10 VALUE 'Code classe : '.
           2 PIC X(05) TO classe-saisie REQUIRED.

       1 pls-jour.
           2 LINE 7 COL 10 VALUE 'Jour (1 = lundi a 6 = samedi) : '.
           2 PIC 9(01) TO jour-saisi REQUIRED.

       1 pls-creneaux.
           2 LINE 8 COL 10 VALUE 'Creneau de debut (01 a 12) : '.
           2 PIC 9(02) TO debut-saisi REQUIRED.
           2 LINE 9 COL 10 VALUE 'Creneau de fin (inclus)    : '.
           2 PIC 9(02) TO fin-saisie REQUIRED.

       1 pla-err-creneau.
           2 LINE 10 COL 10 VALUE
               'Jour ou creneaux invalides, recommencez.'.

       1 pls-active.
           2 LINE 10 COL 10 VALUE
               'Active (A) ou inactive (I) : '.
           2 PIC X(01) TO marque-active REQUIRED.

       1 pls-cours.
           2 LINE 11 COL 10 VALUE 'Code matiere : '.
           2 PIC X(04) TO cours-saisi REQUIRED.

       1 pls-enseignant.
           2 LINE 12 COL 10 VALUE 'Identifiant enseignant : '.
           2 PIC X(06) TO enseignant-saisi REQUIRED.

       1 pla-enseignant.
           2 LINE 12 COL 43 PIC X(20) FROM ENS-NOM.

       1 pla-err-enseignant.
           2 LINE 12 COL 43 VALUE 'Enseignant inconnu.'.

       1 pls-salle.
           2 LINE 13 COL 10 VALUE 'Salle : '.
           2 PIC X(05) TO salle-saisie REQUIRED.

       1 pla-refus.
           2 LINE 15 COL 10 VALUE 'Refus : '.
           2 COL 18 PIC X(40) FROM motif-refus.

       1 pls-confirmer.
           2 LINE 15 COL 10 VALUE 'Confirmer cette seance (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoutee.
           2 LINE 16 COL 10 VALUE 'Seance enregistree.'.

       1 pls-continuer.
           2 LINE 18 COL 10 VALUE 'Une autre seance ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 1000-CHARGER-SEANCES.
           PERFORM 1500-AFFICHER-SEANCES.
           PERFORM 2000-AJOUTER-SEANCE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO nb-seances.

      * Charge l'emploi du temps en memoire, la derniere ligne d'une
      * meme seance recouvrant la precedente
       1000-CHARGER-SEANCES.
           MOVE 'N' TO indic-fin-emploi.
           OPEN INPUT EMPLOI-TEMPS-FILE.
           IF emploi-statut = '00'
               PERFORM 1100-LIRE-SEANCE
               PERFORM 1200-RETENIR-SEANCE UNTIL fin-emploi
               CLOSE EMPLOI-TEMPS-FILE
           END-IF.

      * Lecture d'un enregistrement EMPLOI-TEMPS.DAT
       1100-LIRE-SEANCE.
           READ EMPLOI-TEMPS-FILE
               AT END SET fin-emploi TO TRUE
           END-READ.

      * Range la seance lue dans la table, puis relit
       1200-RETENIR-SEANCE.
           MOVE EDT-CLASSE TO classe-saisie.
           MOVE EDT-JOUR TO jour-saisi.
           MOVE EDT-DEBUT TO debut-saisi.
           PERFORM 1300-RANGER-SEANCE.
           PERFORM 1100-LIRE-SEANCE.

      * Range l'enregistrement courant sur la ligne de la meme
      * classe + jour + creneau de debut, creee au besoin
       1300-RANGER-SEANCE.
           PERFORM 1400-CHERCHER-SEANCE.
           IF NOT seance-trouvee
               IF nb-seances < limite-seances
                   ADD 1 TO nb-seances
                   MOVE nb-seances TO ix-seance
                   SET seance-trouvee TO TRUE
               END-IF
           END-IF.
           IF seance-trouvee
               MOVE EDT-CLASSE TO STB-CLASSE(ix-seance)
               MOVE EDT-JOUR TO STB-JOUR(ix-seance)
               MOVE EDT-DEBUT TO STB-DEBUT(ix-seance)
               MOVE EDT-FIN TO STB-FIN(ix-seance)
               MOVE EDT-COURS TO STB-COURS(ix-seance)
               MOVE EDT-ENSEIGNANT TO STB-ENSEIGNANT(ix-seance)
               MOVE EDT-SALLE TO STB-SALLE(ix-seance)
               MOVE EDT-ACTIVE TO STB-ACTIVE(ix-seance)
           END-IF.

      * Cherche la seance de la classe, du jour et du creneau de
      * debut saisis dans la table en memoire
       1400-CHERCHER-SEANCE.
           MOVE 'N' TO indic-seance-trouvee.
           MOVE ZERO TO ix-seance.
           PERFORM 1410-COMPARER-SEANCE
               UNTIL seance-trouvee OR ix-seance >= nb-seances.

      * Compare la ligne suivante de la table a la seance saisie
       1410-COMPARER-SEANCE.
           ADD 1 TO ix-seance.
           IF STB-CLASSE(ix-seance) = classe-saisie
                   AND STB-JOUR(ix-seance) = jour-saisi
                   AND STB-DEBUT(ix-seance) = debut-saisi
               SET seance-trouvee TO TRUE
           END-IF.

      * Liste les seances actives, pour que l'operateur voie
      * l'existant avant d'ajouter
       1500-AFFICHER-SEANCES.
           IF nb-seances = ZERO
               DISPLAY 'Emploi du temps vide (premiere utilisation).'
           ELSE
               DISPLAY 'Seances actives :'
               MOVE ZERO TO ix-seance
               PERFORM 1510-AFFICHER-UNE-SEANCE
                   UNTIL ix-seance >= nb-seances
           END-IF.

      * Affiche la seance suivante de la table si elle est active
       1510-AFFICHER-UNE-SEANCE.
           ADD 1 TO ix-seance.
           IF STB-ACTIVE(ix-seance) = 'A'
               DISPLAY '  ' STB-CLASSE(ix-seance)
                   ' jour ' STB-JOUR(ix-seance)
                   ' ' STB-DEBUT(ix-seance) '-' STB-FIN(ix-seance)
                   ' ' STB-COURS(ix-seance)
                   ' ' STB-ENSEIGNANT(ix-seance)
                   ' salle ' STB-SALLE(ix-seance)
           END-IF.

      * Recueille une seance, controle l'enseignant et les
      * chevauchements, la fait confirmer puis l'ajoute
       2000-AJOUTER-SEANCE.
           MOVE 'N' TO indic-confirme.
           MOVE 'N' TO indic-creneau-ok.
           DISPLAY pls-classe.
           ACCEPT pls-classe.
           PERFORM 2100-SAISIR-CRENEAU UNTIL creneau-ok.
           DISPLAY pls-active.
           ACCEPT pls-active.
           IF marque-active = 'i' OR marque-active = 'I'
               MOVE 'I' TO marque-active
           ELSE
               MOVE 'A' TO marque-active
           END-IF.
           DISPLAY pls-cours.
           ACCEPT pls-cours.
           MOVE 'N' TO indic-enseignant-connu.
           PERFORM 2200-SAISIR-ENSEIGNANT UNTIL enseignant-connu.
           DISPLAY pls-salle.
           ACCEPT pls-salle.
           MOVE 'N' TO indic-conflit.
      * une seance desactivee libere son creneau sans controle
           IF marque-active = 'A'
               PERFORM 3000-CONTROLER-CONFLITS
           END-IF.
           IF conflit-trouve
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
                   PERFORM 4000-ENREGISTRER-SEANCE
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Demande le jour et les creneaux et les redemande tant
      * qu'ils ne forment pas une seance possible
       2100-SAISIR-CRENEAU.
           DISPLAY pls-jour.
           ACCEPT pls-jour.
           DISPLAY pls-creneaux.
           ACCEPT pls-creneaux.
           IF jour-saisi >= 1 AND jour-saisi <= 6
                   AND debut-saisi >= 1 AND debut-saisi <= 12
                   AND fin-saisie >= debut-saisi AND fin-saisie <= 12
               SET creneau-ok TO TRUE
           ELSE
               DISPLAY pla-err-creneau
           END-IF.

      * Demande l'enseignant et le redemande tant qu'il n'est pas
      * au fichier maitre des enseignants ; un fichier absent
      * laisse la saisie libre
       2200-SAISIR-ENSEIGNANT.
           DISPLAY pls-enseignant.
           ACCEPT pls-enseignant.
           PERFORM 5000-CHERCHER-ENSEIGNANT.
           IF enseignant-connu
               DISPLAY pla-enseignant
           ELSE
               DISPLAY pla-err-enseignant
           END-IF.

      * Parcourt l'emploi du temps a la recherche d'une seance
      * active du meme jour qui chevauche les creneaux saisis et
      * prend le meme enseignant, la meme salle ou la meme classe ;
      * la seance saisie elle-meme est ignoree, puisqu'elle sera
      * remplacee
       3000-CONTROLER-CONFLITS.
           MOVE 'N' TO indic-conflit.
           MOVE SPACES TO motif-refus.
           MOVE ZERO TO ix-seance.
           PERFORM 3100-COMPARER-CRENEAU
               UNTIL conflit-trouve OR ix-seance >= nb-seances.

      * Compare la seance suivante de la table au creneau saisi
       3100-COMPARER-CRENEAU.
           ADD 1 TO ix-seance.
           IF STB-ACTIVE(ix-seance) = 'A'
                   AND STB-JOUR(ix-seance) = jour-saisi
                   AND STB-DEBUT(ix-seance) <= fin-saisie
                   AND STB-FIN(ix-seance) >= debut-saisi
                   AND NOT (STB-CLASSE(ix-seance) = classe-saisie
                   AND STB-DEBUT(ix-seance) = debut-saisi)
               EVALUATE TRUE
                   WHEN STB-ENSEIGNANT(ix-seance) = enseignant-saisi
                       SET conflit-trouve TO TRUE
                       STRING 'enseignant deja pris en '
                           DELIMITED BY SIZE
                           STB-CLASSE(ix-seance) DELIMITED BY SIZE
                           INTO motif-refus
                   WHEN STB-SALLE(ix-seance) = salle-saisie
                       SET conflit-trouve TO TRUE
                       STRING 'salle deja prise par '
                           DELIMITED BY SIZE
                           STB-CLASSE(ix-seance) DELIMITED BY SIZE
                           INTO motif-refus
                   WHEN STB-CLASSE(ix-seance) = classe-saisie
                       SET conflit-trouve TO TRUE
                       STRING 'classe deja en cours de '
                           DELIMITED BY SIZE
                           STB-COURS(ix-seance) DELIMITED BY SIZE
                           INTO motif-refus
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Ajoute la seance confirmee a la fin de l'emploi du temps et
      * la reporte dans la table en memoire
       4000-ENREGISTRER-SEANCE.
           MOVE classe-saisie TO EDT-CLASSE.
           MOVE jour-saisi TO EDT-JOUR.
           MOVE debut-saisi TO EDT-DEBUT.
           MOVE fin-saisie TO EDT-FIN.
           MOVE cours-saisi TO EDT-COURS.
           MOVE enseignant-saisi TO EDT-ENSEIGNANT.
           MOVE salle-saisie TO EDT-SALLE.
           MOVE marque-active TO EDT-ACTIVE.
           PERFORM 1300-RANGER-SEANCE.
           OPEN EXTEND EMPLOI-TEMPS-FILE.
           IF emploi-statut = '35'
               OPEN OUTPUT EMPLOI-TEMPS-FILE
           END-IF.
           WRITE EMPLOI-TEMPS-ENREGISTREMENT.
           CLOSE EMPLOI-TEMPS-FILE.
           DISPLAY pla-ajoutee.

      * Parcourt le fichier maitre a la recherche de l'enseignant
      * saisi ; la fiche trouvee reste chargee pour l'affichage
       5000-CHERCHER-ENSEIGNANT.
           MOVE 'N' TO indic-enseignant-connu.
           MOVE 'N' TO indic-fin-enseignants.
           OPEN INPUT ENSEIGNANTS-FILE.
           IF enseignants-statut = '00'
               PERFORM 5100-LIRE-ENSEIGNANT
               PERFORM 5200-COMPARER-ENSEIGNANT
                   UNTIL fin-enseignants OR enseignant-connu
               CLOSE ENSEIGNANTS-FILE
           ELSE
               MOVE SPACES TO ENS-NOM
               SET enseignant-connu TO TRUE
           END-IF.

      * Lecture d'un enregistrement ENSEIGNANTS.DAT
       5100-LIRE-ENSEIGNANT.
           READ ENSEIGNANTS-FILE
               AT END SET fin-enseignants TO TRUE
           END-READ.

      * Compare la fiche courante a l'identifiant saisi, puis relit
      * si elle ne correspond pas
       5200-COMPARER-ENSEIGNANT.
           IF ENS-ID = enseignant-saisi
               SET enseignant-connu TO TRUE
           ELSE
               PERFORM 5100-LIRE-ENSEIGNANT
           END-IF.
