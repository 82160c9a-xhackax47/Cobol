           SELECT NUMERO-FILE ASSIGN TO "NUMERO-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS numero-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD NUMERO-FILE.
       COPY "cpnumerotransac.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 resultats-statut PIC X(02).
       77 absences-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 factures-statut PIC X(02).
       77 criteres-statut PIC X(02).
       77 transactions-statut PIC X(02).
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           DISPLAY pla-titre.
           PERFORM 1000-CHARGER-REGLES.
           END-IF.
           GOBACK.

      * Reprend l'utilisateur signe au menu, pour le consigner sur
      * chaque mouvement genere
       0030-LIRE-UTILISATEUR-SESSION.
           MOVE SPACES TO utilisateur-session.
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

      * Charge les regles d'eligibilite parametrees
       1000-CHARGER-REGLES.
           MOVE ZERO TO nb-regles.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE numero-transaction TO TRA-NUMERO.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ZERO TO TRA-LIGNE.
           MOVE ZERO TO TRA-DATE.
           MOVE utilisateur-session TO TRA-AUTEUR.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-DATE TO TRA-DATE-SAISIE.
           MOVE CP-HLG-HEURE(1:6) TO TRA-HEURE-SAISIE.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
