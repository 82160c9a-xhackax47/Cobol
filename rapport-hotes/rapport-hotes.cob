      * hote du fichier maitre : visiteurs reellement recus (les
      * visites de VISITEURS.DAT qui portent l'hote), rendez-vous
      * pris et taux de non-venus (rendez-vous restes attendus).
      * Les colis qui attendent leur destinataire a l'accueil
      * depuis le delai de COLIS-DELAI.DAT ou plus sont signales
      * sous l'hote concerne.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENDEZVOUS-FILE ASSIGN TO "RENDEZVOUS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS rendezvous-statut.
           SELECT COLIS-FILE ASSIGN TO "COLIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS colis-statut.
           SELECT COLIS-DELAI-FILE ASSIGN TO "COLIS-DELAI.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS delai-statut.
           SELECT RAPPORT-HOTES-FILE
               ASSIGN TO "RAPPORT-HOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       FD RENDEZVOUS-FILE.
       COPY "cprendezvous.cpy".

       FD COLIS-FILE.
       COPY "cpcolis.cpy".

      * Delai en jours au-dela duquel un colis non retire est
      * signale a son hote
       FD COLIS-DELAI-FILE.
       01 COLIS-DELAI-ENREGISTREMENT.
           05 CLD-JOURS               PIC 9(03).

       FD RAPPORT-HOTES-FILE.
       01 LIGNE-HOTES                 PIC X(80).

       77 rdv-edites PIC ZZZZ9.
       77 non-venus-edites PIC ZZZZ9.
       77 nom-hote PIC X(20) VALUE SPACES.
       77 code-hote PIC X(06) VALUE SPACES.
       77 colis-statut PIC X(02).
       77 delai-statut PIC X(02).
       77 indic-fin-colis PIC X(01) VALUE 'N'.
           88 fin-colis VALUE 'O'.
       77 delai-colis PIC 9(03) VALUE 3.
       77 delai-edite PIC ZZ9.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 jours-attente PIC 9(05) VALUE ZERO.
       77 cpt-colis-anciens PIC 9(05) VALUE ZERO.
       77 colis-edites PIC ZZZZ9.

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE(1:6) TO periode.
           MOVE CP-HLG-DATE TO date-jour.
           PERFORM 1100-LIRE-DELAI-COLIS.
           OPEN OUTPUT RAPPORT-HOTES-FILE.
           MOVE SPACES TO LIGNE-HOTES.
           STRING 'Statistiques par hote - periode '
               PERFORM 2100-LIRE-HOTE
           END-IF.

      * Reprend le delai des colis non retires ; sans fichier de
      * parametre, le delai par defaut est garde
       1100-LIRE-DELAI-COLIS.
           OPEN INPUT COLIS-DELAI-FILE.
           IF delai-statut = '00'
               READ COLIS-DELAI-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLD-JOURS NUMERIC AND CLD-JOURS > ZERO
                           MOVE CLD-JOURS TO delai-colis
                       END-IF
               END-READ
               CLOSE COLIS-DELAI-FILE
           END-IF.
           MOVE delai-colis TO delai-edite.

      * Lecture d'un enregistrement HOTES.DAT
       2100-LIRE-HOTE.
           READ HOTES-FILE
       2000-RAPPORTER-HOTE.
           ADD 1 TO cpt-hotes.
           MOVE HOT-NOM TO nom-hote.
           MOVE HOT-CODE TO code-hote.
           PERFORM 3000-COMPTER-RECUS.
           PERFORM 4000-COMPTER-RENDEZVOUS.
           IF cpt-rdv = ZERO
               ' %)' DELIMITED BY SIZE
               INTO LIGNE-HOTES.
           WRITE LIGNE-HOTES.
           PERFORM 5000-COMPTER-COLIS.
           IF cpt-colis-anciens > ZERO
               MOVE cpt-colis-anciens TO colis-edites
               MOVE SPACES TO LIGNE-HOTES
               STRING '      colis non retires depuis '
                   DELIMITED BY SIZE
                   delai-edite DELIMITED BY SIZE
                   ' j ou plus : ' DELIMITED BY SIZE
                   colis-edites DELIMITED BY SIZE
                   INTO LIGNE-HOTES
               WRITE LIGNE-HOTES
           END-IF.
           PERFORM 2100-LIRE-HOTE.

      * Compte les visiteurs du mois recus par l'hote courant
           END-IF.
           PERFORM 4100-LIRE-RENDEZVOUS.

      * Compte les colis de l'hote courant qui attendent a
      * l'accueil depuis le delai ou plus
       5000-COMPTER-COLIS.
           MOVE ZERO TO cpt-colis-anciens.
           MOVE 'N' TO indic-fin-colis.
           OPEN INPUT COLIS-FILE.
           IF colis-statut = '00'
               PERFORM 5100-LIRE-COLIS
               PERFORM 5200-CUMULER-COLIS UNTIL fin-colis
               CLOSE COLIS-FILE
           END-IF.

      * Lecture d'un enregistrement COLIS.DAT
       5100-LIRE-COLIS.
           READ COLIS-FILE
               AT END SET fin-colis TO TRUE
           END-READ.

      * Cumule le colis en attente de l'hote courant, designe par
      * son code ou a defaut par son nom, s'il a atteint le
      * delai, puis relit
       5200-CUMULER-COLIS.
           IF COL-EN-ATTENTE
                   AND ((COL-HOTE-CODE NOT = SPACES
                           AND COL-HOTE-CODE = code-hote)
                       OR (COL-HOTE-CODE = SPACES
                           AND COL-HOTE = nom-hote))
                   AND COL-DATE-RECEPTION NUMERIC
                   AND COL-DATE-RECEPTION > ZERO
                   AND COL-DATE-RECEPTION <= date-jour
               COMPUTE jours-attente =
                   FUNCTION INTEGER-OF-DATE(date-jour)
                   - FUNCTION INTEGER-OF-DATE(COL-DATE-RECEPTION)
               IF jours-attente >= delai-colis
                   ADD 1 TO cpt-colis-anciens
               END-IF
           END-IF.
           PERFORM 5100-LIRE-COLIS.

      * Fermeture et trace de fin de job
       9000-FINALISER.
           CLOSE RAPPORT-HOTES-FILE.
