      * ABSENCES.DAT. L'identifiant est controle contre le fichier
      * maitre des inscriptions et le nom affiche pour confirmation ;
      * la marque justifiee ou non est obligatoire et chaque ligne
      * est confirmee avant d'etre ajoutee. Quand l'emploi du temps
      * EMPLOI-TEMPS.DAT existe, une absence n'est admise que pour
      * une matiere que la classe a ce jour-la.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCES-FILE ASSIGN TO "ABSENCES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS absences-statut.
           SELECT EMPLOI-TEMPS-FILE ASSIGN TO "EMPLOI-TEMPS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS emploi-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD ABSENCES-FILE.
       COPY "cpabsence.cpy".

       FD EMPLOI-TEMPS-FILE.
       COPY "cpemploitemps.cpy".

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 absences-statut PIC X(02).
       77 cpt-saisies PIC 9(05) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).

      * Emploi du temps charge en memoire, la derniere ligne d'une
      * meme classe + jour + creneau de debut faisant foi ; absent,
      * la matiere est libre comme avant
       77 emploi-statut PIC X(02).
       77 indic-fin-emploi PIC X(01) VALUE 'N'.
           88 fin-emploi VALUE 'O'.
       77 indic-seance-trouvee PIC X(01) VALUE 'N'.
           88 seance-trouvee VALUE 'O'.
       77 indic-cours-prevu PIC X(01) VALUE 'N'.
           88 cours-prevu VALUE 'O'.
       77 jour-entier PIC 9(07) COMP VALUE ZERO.
       77 jour-semaine PIC 9(01) COMP VALUE ZERO.
       77 nb-seances PIC 9(04) COMP VALUE ZERO.
       77 ix-seance PIC 9(04) COMP VALUE ZERO.
       77 limite-seances PIC 9(04) COMP VALUE 1000.
       01 TABLE-SEANCES.
           05 SEANCE-TABLE OCCURS 1000.
               10 STB-CLASSE          PIC X(05).
               10 STB-JOUR            PIC 9(01).
               10 STB-DEBUT           PIC 9(02).
               10 STB-COURS           PIC X(04).
               10 STB-ACTIVE          PIC X(01).

      * Section d'affichage
       SCREEN SECTION.

           2 LINE 9 COL 10 VALUE 'Code matiere : '.
           2 PIC X(04) TO cours-saisi REQUIRED.

       1 pla-err-cours.
           2 LINE 9 COL 32 VALUE
               'Matiere absente de l''emploi du temps ce jour.'.

       1 pls-marque.
           2 LINE 10 COL 10 VALUE
               'Justifiee (J) ou injustifiee (I) : '.
                   '(statut ' etudiants-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0500-CHARGER-SEANCES
               PERFORM 1000-SAISIR-LIGNE
                   WITH TEST AFTER
                   UNTIL NOT continuer-oui
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-saisies.
           MOVE ZERO TO nb-seances.

      * Charge l'emploi du temps en memoire, la derniere ligne d'une
      * meme seance recouvrant la precedente
       0500-CHARGER-SEANCES.
           MOVE 'N' TO indic-fin-emploi.
           OPEN INPUT EMPLOI-TEMPS-FILE.
           IF emploi-statut = '00'
               PERFORM 0510-LIRE-SEANCE
               PERFORM 0520-RETENIR-SEANCE UNTIL fin-emploi
               CLOSE EMPLOI-TEMPS-FILE
           END-IF.

      * Lecture d'un enregistrement EMPLOI-TEMPS.DAT
       0510-LIRE-SEANCE.
           READ EMPLOI-TEMPS-FILE
               AT END SET fin-emploi TO TRUE
           END-READ.

      * Range la seance lue dans la table, en recouvrant la ligne
      * anterieure de la meme classe + jour + creneau, puis relit
       0520-RETENIR-SEANCE.
           MOVE 'N' TO indic-seance-trouvee.
           MOVE ZERO TO ix-seance.
           PERFORM 0530-COMPARER-SEANCE
               UNTIL seance-trouvee OR ix-seance >= nb-seances.
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
               MOVE EDT-COURS TO STB-COURS(ix-seance)
               MOVE EDT-ACTIVE TO STB-ACTIVE(ix-seance)
           END-IF.
           PERFORM 0510-LIRE-SEANCE.

      * Compare la ligne suivante de la table a la seance lue
       0530-COMPARER-SEANCE.
           ADD 1 TO ix-seance.
           IF STB-CLASSE(ix-seance) = EDT-CLASSE
                   AND STB-JOUR(ix-seance) = EDT-JOUR
                   AND STB-DEBUT(ix-seance) = EDT-DEBUT
               SET seance-trouvee TO TRUE
           END-IF.

      * Saisit une absence complete : identifiant controle, nom
      * affiche, date, matiere, marque justifiee et confirmation
           ELSE
               DISPLAY pla-fiche
               PERFORM 2000-SAISIR-DATE
               PERFORM 2200-SAISIR-COURS
               IF NOT cours-prevu
                   DISPLAY pla-err-cours
               ELSE
                   PERFORM 2500-SAISIR-MARQUE UNTIL marque-ok
                   DISPLAY pls-confirmer
                   ACCEPT pls-confirmer
                   EVALUATE TRUE
                       WHEN confirmation = 'O' OR confirmation = 'o'
                           SET confirme TO TRUE
                       WHEN OTHER
                           MOVE 'N' TO indic-confirme
                   END-EVALUATE
                   IF confirme
                       PERFORM 3000-ENREGISTRER-ABSENCE
                   END-IF
               END-IF
           END-IF.
           DISPLAY pls-continuer.
               COMPUTE date-absence = FUNCTION NUMVAL(date-saisie)
           END-IF.

      * Demande la matiere et controle que la classe l'a au jour de
      * l'absence ; sans emploi du temps, toute matiere est admise
       2200-SAISIR-COURS.
           MOVE 'N' TO indic-cours-prevu.
           DISPLAY pls-cours.
           ACCEPT pls-cours.
           IF nb-seances = ZERO
               SET cours-prevu TO TRUE
           ELSE
               COMPUTE jour-entier =
                   FUNCTION INTEGER-OF-DATE(date-absence)
      * le 1er janvier 1601, jour 1, etait un lundi
               COMPUTE jour-semaine = FUNCTION MOD(jour-entier, 7)
               MOVE ZERO TO ix-seance
               PERFORM 2210-CHERCHER-COURS-PREVU
                   UNTIL cours-prevu OR ix-seance >= nb-seances
           END-IF.

      * Compare la seance suivante de la table a la classe, au jour
      * et a la matiere de l'absence
       2210-CHERCHER-COURS-PREVU.
           ADD 1 TO ix-seance.
           IF STB-ACTIVE(ix-seance) = 'A'
                   AND STB-CLASSE(ix-seance) = INS-CLASSE
                   AND STB-JOUR(ix-seance) = jour-semaine
                   AND STB-COURS(ix-seance) = cours-saisi
               SET cours-prevu TO TRUE
           END-IF.

      * Demande la marque justifiee et la redemande tant qu'elle
      * n'est pas J ou I
       2500-SAISIR-MARQUE.
