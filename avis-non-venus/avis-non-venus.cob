      * chaque hote, l'avis de ses rendez-vous du jour restes non
      * honores, route par le service et le poste du fichier maitre
      * des hotes, pour que la liste des non-venus arrive enfin a
      * quelqu'un. Un hote dont le fichier maitre porte un courriel
      * est avise par la file des notifications, un avis par
      * non-venu, et son entete seule reste sur l'etat imprime.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS hotes-statut.
           SELECT AVIS-FILE ASSIGN TO "AVIS-NON-VENUS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "NOTIFICATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notifications-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
       FD AVIS-FILE.
       01 LIGNE-AVIS                  PIC X(80).

       FD NOTIFICATIONS-FILE.
       COPY "cpnotification.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       77 hote-en-cours PIC X(20) VALUE SPACES.
       77 service-hote PIC X(15) VALUE SPACES.
       77 telephone-hote PIC X(10) VALUE SPACES.
       77 courriel-hote PIC X(40) VALUE SPACES.
       77 notifications-statut PIC X(02).
       77 indic-avis-courriel PIC X(01) VALUE 'N'.
           88 avis-par-courriel VALUE 'O'.
       77 cpt-notifications PIC 9(04) COMP VALUE ZERO.

      * Hotes ayant au moins un non-venu du jour
       77 nb-hotes PIC 9(03) COMP VALUE ZERO.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-RELEVER-HOTES UNTIL fin-rendezvous.
           IF rendezvous-statut = '10'
               CLOSE RENDEZVOUS-FILE
           END-IF.
           PERFORM 5000-EDITER-AVIS.
           PERFORM 9000-FINALISER.
           GOBACK.
               ') ---' DELIMITED BY SIZE
               INTO LIGNE-AVIS.
           WRITE LIGNE-AVIS.
           MOVE 'N' TO indic-avis-courriel.
           IF courriel-hote NOT = SPACES
               SET avis-par-courriel TO TRUE
               MOVE SPACES TO LIGNE-AVIS
               STRING '  Avis transmis par courriel a '
                       DELIMITED BY SIZE
                   courriel-hote DELIMITED BY SIZE
                   INTO LIGNE-AVIS
               WRITE LIGNE-AVIS
           END-IF.
           PERFORM 5300-LISTER-NON-VENUS.

      * Reprend le service, le poste et le courriel de l'hote au
      * fichier maitre
       5200-RESOUDRE-HOTE.
           MOVE SPACES TO service-hote.
           MOVE SPACES TO telephone-hote.
           MOVE SPACES TO courriel-hote.
           MOVE 'N' TO indic-fin-hotes.
           OPEN INPUT HOTES-FILE.
           IF hotes-statut = '00'
               AT END SET fin-hotes TO TRUE
           END-READ.

      * Retient le service, le poste et le courriel de l'hote en
      * cours, puis relit
       5220-COMPARER-HOTE.
           IF HOT-NOM = hote-en-cours
               MOVE HOT-SERVICE TO service-hote
               MOVE HOT-TELEPHONE TO telephone-hote
               MOVE HOT-COURRIEL TO courriel-hote
           END-IF.
           PERFORM 5210-LIRE-HOTE.

               CLOSE RENDEZVOUS-FILE
           END-IF.

      * Edite le non-venu du jour de l'hote en cours, ou le depose
      * en notification si l'hote est avise par courriel, puis relit
       5400-EDITER-NON-VENU.
           IF RDV-DATE = date-jour AND RDV-ATTENDU
                   AND RDV-HOTE = hote-en-cours
               ADD 1 TO cpt-non-venus
               IF avis-par-courriel
                   PERFORM 5500-DEPOSER-NOTIFICATION
               ELSE
                   MOVE SPACES TO LIGNE-AVIS
                   STRING '  ' DELIMITED BY SIZE
                       RDV-NOM DELIMITED BY SIZE
                       '  motif : ' DELIMITED BY SIZE
                       RDV-MOTIF DELIMITED BY SIZE
                       INTO LIGNE-AVIS
                   WRITE LIGNE-AVIS
               END-IF
           END-IF.
           PERFORM 2100-LIRE-RENDEZVOUS.

      * Depose l'avis du non-venu courant dans la file des
      * notifications, a l'adresse de courriel de l'hote ; le
      * service et le poste servent d'adresse au courrier de repli
       5500-DEPOSER-NOTIFICATION.
           MOVE SPACES TO NOTIFICATION-ENREGISTREMENT.
           MOVE ZERO TO NOT-SEQUENCE.
           MOVE 'AvisNonVenus' TO NOT-ORIGINE.
           MOVE date-jour TO NOT-DATE.
           SET NOT-PAR-COURRIEL TO TRUE.
           MOVE courriel-hote TO NOT-DESTINATAIRE.
           MOVE hote-en-cours TO NOT-NOM.
           MOVE 'NOT-NONVENU' TO NOT-GABARIT.
           MOVE RDV-NOM TO NOT-CHAMP-1.
           MOVE RDV-MOTIF TO NOT-CHAMP-2.
           MOVE date-jour TO NOT-CHAMP-3.
           MOVE service-hote TO NOT-ADRESSE.
           STRING 'Poste ' DELIMITED BY SIZE
               telephone-hote DELIMITED BY SIZE
               INTO NOT-VILLE.
           SET NOT-EN-ATTENTE TO TRUE.
           MOVE date-jour TO NOT-DATE-STATUT.
           OPEN EXTEND NOTIFICATIONS-FILE.
           IF notifications-statut = '35'
               OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF.
           WRITE NOTIFICATION-ENREGISTREMENT.
           CLOSE NOTIFICATIONS-FILE.
           ADD 1 TO cpt-notifications.

      * Fermeture et trace de fin de job
       9000-FINALISER.
           IF cpt-notifications > ZERO
               DISPLAY 'AvisNonVenus : ' cpt-notifications
                   ' avis depose(s) dans NOTIFICATIONS.DAT'
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
