           SELECT SAISIES-FILE ASSIGN TO "SAISIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS saisies-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD SAISIES-FILE.
       COPY "cpsaisie.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 saisies-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 a PIC 9(15).
       77 date-jour-aff PIC 9(08).
       COPY "cphorlog.cpy".

       GOBACK.

      * Ajoute la valeur saisie, horodatée, à la fin de SAISIES.DAT,
      * au nom de l'operateur signe au menu et en attente de sa
      * verification par double saisie
       ENREGISTRER-SAISIE.
           PERFORM LIRE-UTILISATEUR-SESSION.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE SPACES TO SAISIE-ENREGISTREMENT.
           MOVE a TO SAI-VALEUR.
           MOVE CP-HLG-DATE TO SAI-DATE.
           MOVE CP-HLG-HH TO SAI-HEURE(1:2).
           MOVE CP-HLG-MN TO SAI-HEURE(3:2).
           MOVE CP-HLG-SS TO SAI-HEURE(5:2).
           MOVE utilisateur-session TO SAI-OPERATEUR.
           SET SAI-A-VERIFIER TO TRUE.
           MOVE SPACES TO SAI-VERIFICATEUR.
           MOVE ZERO TO SAI-DATE-VERIF.
           OPEN EXTEND SAISIES-FILE.
           IF saisies-statut = '35'
               OPEN OUTPUT SAISIES-FILE
           END-IF.
           WRITE SAISIE-ENREGISTREMENT.
           CLOSE SAISIES-FILE.

      * Reprend l'utilisateur signe au menu
       LIRE-UTILISATEUR-SESSION.
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
