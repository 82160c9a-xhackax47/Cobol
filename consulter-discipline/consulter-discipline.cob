      * Code ConsulterDiscipline en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ConsulterDiscipline.

      * Transaction a la demande : historique des incidents de
      * discipline et des sanctions d'un etudiant, releve dans
      * DISCIPLINE.DAT et affiche page par page dans l'ordre de
      * saisie, avec la categorie, la sanction, sa periode d'effet
      * et l'autorite qui l'a decidee ; le bilan compte les
      * incidents et les exclusions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCIPLINE-FILE ASSIGN TO "DISCIPLINE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS discipline-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD DISCIPLINE-FILE.
       COPY "cpdiscipline.cpy".

       WORKING-STORAGE SECTION.
       77 discipline-statut PIC X(02).
       77 indic-fin-discipline PIC X(01) VALUE 'N'.
           88 fin-discipline VALUE 'O'.
       77 id-recherche PIC X(06).
       77 cpt-trouves PIC 9(05) COMP VALUE ZERO.
       77 cpt-exclusions PIC 9(05) COMP VALUE ZERO.
       77 lignes-page PIC 9(02) COMP VALUE ZERO.
       77 limite-page PIC 9(02) COMP VALUE 7.
       77 pause PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 date-jour-aff PIC 9(08).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-id.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Historique des sanctions'.
           2 LINE 5 COL 10 VALUE 'Identifiant etudiant : '.
           2 PIC X(06) TO id-recherche REQUIRED.

       1 pls-pause.
           2 LINE 24 COL 10 VALUE 'Entree pour la suite... '.
           2 PIC X(01) TO pause.

       1 pla-bilan.
           2 LINE 22 COL 10 VALUE 'Incidents : '.
           2 COL 22 PIC ZZZZ9 FROM cpt-trouves.
           2 COL 30 VALUE 'dont exclusions : '.
           2 COL 48 PIC ZZZZ9 FROM cpt-exclusions.

       1 pls-continuer.
           2 LINE 23 COL 10 VALUE 'Un autre etudiant ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'N' TO reponse-continuer.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 1000-UNE-RECHERCHE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Releve l'historique d'un etudiant, puis propose d'enchainer
       1000-UNE-RECHERCHE.
           MOVE ZERO TO cpt-trouves.
           MOVE ZERO TO cpt-exclusions.
           MOVE ZERO TO lignes-page.
           DISPLAY pls-id.
           ACCEPT pls-id.
           DISPLAY 'Incidents et sanctions de l''etudiant :'.
           MOVE 'N' TO indic-fin-discipline.
           OPEN INPUT DISCIPLINE-FILE.
           IF discipline-statut = '00'
               PERFORM 2100-LIRE-INCIDENT
               PERFORM 2200-EXAMINER-INCIDENT UNTIL fin-discipline
               CLOSE DISCIPLINE-FILE
           END-IF.
           DISPLAY pla-bilan.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Lecture d'un enregistrement DISCIPLINE.DAT
       2100-LIRE-INCIDENT.
           READ DISCIPLINE-FILE
               AT END SET fin-discipline TO TRUE
           END-READ.

      * Affiche l'incident s'il porte sur l'etudiant demande, en
      * marquant une pause a chaque page pleine, puis relit
       2200-EXAMINER-INCIDENT.
           IF DSC-ID = id-recherche
               ADD 1 TO cpt-trouves
               IF DSC-EXCLUSION
                   ADD 1 TO cpt-exclusions
               END-IF
               DISPLAY '  ' DSC-DATE ' ' DSC-CATEGORIE ' '
                   DSC-DESCRIPTION
               IF DSC-SANCTION-DATEE
                   DISPLAY '      sanction ' DSC-SANCTION
                       ' du ' DSC-DEBUT ' au ' DSC-FIN
                       ' par ' DSC-DECIDEUR
               ELSE
                   DISPLAY '      sanction ' DSC-SANCTION
                       ' par ' DSC-DECIDEUR
               END-IF
               ADD 1 TO lignes-page
               IF lignes-page >= limite-page
                   DISPLAY pls-pause
                   ACCEPT pls-pause
                   MOVE ZERO TO lignes-page
               END-IF
           END-IF.
           PERFORM 2100-LIRE-INCIDENT.
