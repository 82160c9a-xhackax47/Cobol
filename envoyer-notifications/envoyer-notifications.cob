      * Code EnvoyerNotifications en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. EnvoyerNotifications.

      * Traitement par lots de fin de chaine : expedie la file des
      * notifications NOTIFICATIONS.DAT par la passerelle de
      * courriel et de SMS. Le retour de la passerelle
      * NOTIFICATIONS-RETOUR.DAT (sequence, verdict D delivre ou E
      * en echec, motif) est d'abord reporte sur les avis transmis ;
      * un avis en echec, ou reste sans retour au-dela de trois
      * jours, repart en courrier de repli sur LETTRES-REPLI.DAT a
      * l'adresse postale qu'il porte, avec le texte de son gabarit
      * pris dans MESSAGES.DAT et ses champs de fusion. Les avis en
      * attente sont ensuite numerotes et remis a la passerelle sur
      * NOTIFICATIONS-PASSERELLE.DAT. La file est recopiee a jour
      * et rebasculee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "NOTIFICATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notifications-statut.
           SELECT NOTIFICATIONS-NOUVEAU-FILE
               ASSIGN TO "NOTIFICATIONS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PASSERELLE-FILE
               ASSIGN TO "NOTIFICATIONS-PASSERELLE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RETOUR-FILE ASSIGN TO "NOTIFICATIONS-RETOUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS retour-statut.
           SELECT MESSAGES-FILE ASSIGN TO "MESSAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS messages-statut.
           SELECT REPLI-FILE ASSIGN TO "LETTRES-REPLI.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Meme structure d'enregistrement pour la file, sa recopie de
      * mise a jour et la remise a la passerelle ; les references
      * sont qualifiees par OF pour lever l'ambiguite
       FD NOTIFICATIONS-FILE.
       COPY "cpnotification.cpy".

       FD NOTIFICATIONS-NOUVEAU-FILE.
       COPY "cpnotification.cpy".

       FD PASSERELLE-FILE.
       COPY "cpnotification.cpy".

       FD RETOUR-FILE.
       01 RETOUR-ENREGISTREMENT.
           05 RET-SEQUENCE            PIC 9(08).
           05 FILLER                  PIC X(01).
           05 RET-VERDICT             PIC X(01).
               88 RET-DELIVRE         VALUE 'D'.
               88 RET-ECHEC           VALUE 'E'.
           05 FILLER                  PIC X(01).
           05 RET-MOTIF               PIC X(30).

       FD MESSAGES-FILE.
       COPY "cpmessage.cpy".

       FD REPLI-FILE.
       01 LIGNE-REPLI                 PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 notifications-statut PIC X(02).
       77 retour-statut PIC X(02).
       77 messages-statut PIC X(02).
       77 indic-fin-notifications PIC X(01) VALUE 'N'.
           88 fin-notifications VALUE 'O'.
       77 indic-fin-retours PIC X(01) VALUE 'N'.
           88 fin-retours VALUE 'O'.
       77 indic-fin-messages PIC X(01) VALUE 'N'.
           88 fin-messages VALUE 'O'.
       77 date-jour PIC 9(08).
       77 derniere-sequence PIC 9(08) VALUE ZERO.
       77 jours-sans-retour PIC 9(03) VALUE 3.
       77 jours-ecoules PIC S9(05) COMP VALUE ZERO.
       77 motif-repli PIC X(30) VALUE SPACES.
       77 texte-gabarit PIC X(40) VALUE SPACES.
       77 cpt-lues PIC 9(05) COMP VALUE ZERO.
       77 cpt-transmises PIC 9(05) COMP VALUE ZERO.
       77 cpt-delivrees PIC 9(05) COMP VALUE ZERO.
       77 cpt-replis PIC 9(05) COMP VALUE ZERO.
       77 cpt-sans-retour PIC 9(05) COMP VALUE ZERO.
       77 code-retour PIC S9(04) COMP VALUE ZERO.

      * Retours de la passerelle charges en memoire, la derniere
      * ligne d'une meme sequence faisant foi
       77 nb-retours PIC 9(04) COMP VALUE ZERO.
       77 ix-retour PIC 9(04) COMP VALUE ZERO.
       77 ix-trouve PIC 9(04) COMP VALUE ZERO.
       77 sequence-cherchee PIC 9(08) VALUE ZERO.
       77 limite-retours PIC 9(04) COMP VALUE 2000.
       01 TABLE-RETOURS.
           05 RETOUR-TABLE OCCURS 2000.
               10 RTB-SEQUENCE        PIC 9(08).
               10 RTB-VERDICT         PIC X(01).
               10 RTB-MOTIF           PIC X(30).

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
       77 job-secondes-debut PIC S9(07) COMP VALUE ZERO.
       77 job-secondes-fin PIC S9(07) COMP.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
       COPY "cphorlog.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-TRAITER-NOTIFICATION UNTIL fin-notifications.
           PERFORM 9000-FINALISER.
           MOVE code-retour TO RETURN-CODE.
           GOBACK.


      * Remet a zero l'etat d'une execution precedente, le menu
      * pouvant rappeler le traitement sans le decharger
       0010-RAZ-EXECUTION.
           MOVE ZERO TO code-retour.
           MOVE ZERO TO cpt-lues.
           MOVE ZERO TO cpt-transmises.
           MOVE ZERO TO cpt-delivrees.
           MOVE ZERO TO cpt-replis.
           MOVE ZERO TO cpt-sans-retour.
           MOVE ZERO TO nb-retours.
           MOVE ZERO TO derniere-sequence.

      * Releve le numero du passage de la chaine en cours, pour
      * l'estampiller sur tout ce que le traitement produit
       0050-LIRE-PASSAGE.
           OPEN INPUT PASSAGE-FILE.
           IF passage-statut = '00'
               READ PASSAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAS-NUMERO TO numero-passage
               END-READ
               CLOSE PASSAGE-FILE
           END-IF.

      * Trace le debut du job sur JOBLOG.DAT
       0100-ECRIRE-ENTETE-JOB.
           PERFORM 0050-LIRE-PASSAGE.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'EnvoyerNotifications' TO JOB-NOM.
           SET JOB-DEBUT TO TRUE.
           MOVE CP-HLG-DATE TO JOB-DATE.
           MOVE CP-HLG-HH TO JOB-HEURE(1:2).
           MOVE CP-HLG-MN TO JOB-HEURE(3:2).
           MOVE CP-HLG-SS TO JOB-HEURE(5:2).
           COMPUTE job-secondes-debut =
               (CP-HLG-HH * 3600) + (CP-HLG-MN * 60) + CP-HLG-SS.
           MOVE ZERO TO JOB-LUS.
           MOVE ZERO TO JOB-ECRITS.
           MOVE ZERO TO JOB-REJETS.
           MOVE ZERO TO JOB-DUREE-SEC.
           OPEN EXTEND JOBLOG-FILE.
           IF joblog-statut = '35'
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           MOVE numero-passage TO JOB-PASSAGE.
           MOVE site-exploitation TO JOB-SITE.
           WRITE JOBLOG-ENREGISTREMENT.
           CLOSE JOBLOG-FILE.

      * Charge les retours de la passerelle et releve la derniere
      * sequence attribuee, puis ouvre la file ; la remise a la
      * passerelle et les courriers de repli sont refaits a chaque
      * execution
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           PERFORM 1100-CHARGER-RETOURS.
           PERFORM 1200-RELEVER-SEQUENCE.
           OPEN OUTPUT PASSERELLE-FILE.
           OPEN OUTPUT REPLI-FILE.
           MOVE 'N' TO indic-fin-notifications.
           OPEN INPUT NOTIFICATIONS-FILE.
           IF notifications-statut NOT = '00'
               SET fin-notifications TO TRUE
           ELSE
               OPEN OUTPUT NOTIFICATIONS-NOUVEAU-FILE
               PERFORM 2100-LIRE-NOTIFICATION
           END-IF.

      * Charge NOTIFICATIONS-RETOUR.DAT en memoire
       1100-CHARGER-RETOURS.
           MOVE ZERO TO nb-retours.
           MOVE 'N' TO indic-fin-retours.
           OPEN INPUT RETOUR-FILE.
           IF retour-statut = '00'
               PERFORM 1110-LIRE-RETOUR
               PERFORM 1120-RETENIR-RETOUR UNTIL fin-retours
               CLOSE RETOUR-FILE
           END-IF.

      * Lecture d'un enregistrement NOTIFICATIONS-RETOUR.DAT
       1110-LIRE-RETOUR.
           READ RETOUR-FILE
               AT END SET fin-retours TO TRUE
           END-READ.

      * Range le retour lu dans la table, en recouvrant un retour
      * anterieur de la meme sequence, puis relit
       1120-RETENIR-RETOUR.
           IF RET-SEQUENCE IS NUMERIC
                   AND (RET-DELIVRE OR RET-ECHEC)
               MOVE RET-SEQUENCE TO sequence-cherchee
               PERFORM 2300-CHERCHER-RETOUR
               IF ix-trouve = ZERO AND nb-retours < limite-retours
                   ADD 1 TO nb-retours
                   MOVE nb-retours TO ix-trouve
               END-IF
               IF ix-trouve > ZERO
                   MOVE RET-SEQUENCE TO RTB-SEQUENCE(ix-trouve)
                   MOVE RET-VERDICT TO RTB-VERDICT(ix-trouve)
                   MOVE RET-MOTIF TO RTB-MOTIF(ix-trouve)
               END-IF
           END-IF.
           PERFORM 1110-LIRE-RETOUR.

      * Releve la plus haute sequence deja attribuee dans la file
       1200-RELEVER-SEQUENCE.
           MOVE ZERO TO derniere-sequence.
           MOVE 'N' TO indic-fin-notifications.
           OPEN INPUT NOTIFICATIONS-FILE.
           IF notifications-statut = '00'
               PERFORM 2100-LIRE-NOTIFICATION
               PERFORM 1210-COMPARER-SEQUENCE
                   UNTIL fin-notifications
               CLOSE NOTIFICATIONS-FILE
           END-IF.

      * Retient la sequence de l'avis courant si elle est plus
      * haute, puis relit
       1210-COMPARER-SEQUENCE.
           IF NOT-SEQUENCE OF NOTIFICATIONS-FILE IS NUMERIC
                   AND NOT-SEQUENCE OF NOTIFICATIONS-FILE
                       > derniere-sequence
               MOVE NOT-SEQUENCE OF NOTIFICATIONS-FILE
                   TO derniere-sequence
           END-IF.
           PERFORM 2100-LIRE-NOTIFICATION.

      * Lecture d'un enregistrement NOTIFICATIONS.DAT
       2100-LIRE-NOTIFICATION.
           READ NOTIFICATIONS-FILE
               AT END SET fin-notifications TO TRUE
           END-READ.

      * Met a jour l'avis courant selon son statut, le recopie sur
      * la file nouvelle, puis relit
       2000-TRAITER-NOTIFICATION.
           ADD 1 TO cpt-lues.
           MOVE NOTIFICATION-ENREGISTREMENT OF NOTIFICATIONS-FILE
               TO NOTIFICATION-ENREGISTREMENT
                   OF NOTIFICATIONS-NOUVEAU-FILE.
           EVALUATE TRUE
               WHEN NOT-EN-ATTENTE OF NOTIFICATIONS-NOUVEAU-FILE
                   PERFORM 2200-REMETTRE-PASSERELLE
               WHEN NOT-TRANSMIS OF NOTIFICATIONS-NOUVEAU-FILE
                   PERFORM 2400-RAPPROCHER-RETOUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE NOTIFICATION-ENREGISTREMENT
               OF NOTIFICATIONS-NOUVEAU-FILE.
           PERFORM 2100-LIRE-NOTIFICATION.

      * Numerote l'avis en attente et le remet a la passerelle ; un
      * avis sans canal reconnu ou sans adresse electronique part
      * directement en courrier de repli
       2200-REMETTRE-PASSERELLE.
           IF (NOT-PAR-COURRIEL OF NOTIFICATIONS-NOUVEAU-FILE
                   OR NOT-PAR-SMS OF NOTIFICATIONS-NOUVEAU-FILE)
                   AND NOT-DESTINATAIRE
                       OF NOTIFICATIONS-NOUVEAU-FILE NOT = SPACES
               IF NOT-SEQUENCE OF NOTIFICATIONS-NOUVEAU-FILE
                       IS NOT NUMERIC
                       OR NOT-SEQUENCE
                           OF NOTIFICATIONS-NOUVEAU-FILE = ZERO
                   ADD 1 TO derniere-sequence
                   MOVE derniere-sequence
                       TO NOT-SEQUENCE OF NOTIFICATIONS-NOUVEAU-FILE
               END-IF
               SET NOT-TRANSMIS OF NOTIFICATIONS-NOUVEAU-FILE
                   TO TRUE
               MOVE date-jour
                   TO NOT-DATE-STATUT OF NOTIFICATIONS-NOUVEAU-FILE
               MOVE NOTIFICATION-ENREGISTREMENT
                       OF NOTIFICATIONS-NOUVEAU-FILE
                   TO NOTIFICATION-ENREGISTREMENT OF PASSERELLE-FILE
               WRITE NOTIFICATION-ENREGISTREMENT OF PASSERELLE-FILE
               ADD 1 TO cpt-transmises
           ELSE
               MOVE 'Adresse electronique absente' TO motif-repli
               PERFORM 3000-REPLIER-PAPIER
           END-IF.

      * Cherche sequence-cherchee parmi les retours charges ;
      * ix-trouve reste a zero si elle n'y est pas
       2300-CHERCHER-RETOUR.
           MOVE ZERO TO ix-trouve.
           PERFORM 2310-COMPARER-RETOUR
               VARYING ix-retour FROM 1 BY 1
               UNTIL ix-retour > nb-retours OR ix-trouve > ZERO.

      * Compare le retour suivant a la sequence cherchee
       2310-COMPARER-RETOUR.
           IF RTB-SEQUENCE(ix-retour) = sequence-cherchee
               MOVE ix-retour TO ix-trouve
           END-IF.

      * Reporte le retour de la passerelle sur l'avis transmis :
      * delivre, ou en echec et replie sur papier ; sans retour
      * au-dela du delai, l'avis est replie de meme
       2400-RAPPROCHER-RETOUR.
           MOVE NOT-SEQUENCE OF NOTIFICATIONS-NOUVEAU-FILE
               TO sequence-cherchee.
           PERFORM 2300-CHERCHER-RETOUR.
           IF ix-trouve > ZERO
               IF RTB-VERDICT(ix-trouve) = 'D'
                   SET NOT-DELIVRE OF NOTIFICATIONS-NOUVEAU-FILE
                       TO TRUE
                   MOVE date-jour TO NOT-DATE-STATUT
                       OF NOTIFICATIONS-NOUVEAU-FILE
                   ADD 1 TO cpt-delivrees
               ELSE
                   MOVE RTB-MOTIF(ix-trouve) TO motif-repli
                   IF motif-repli = SPACES
                       MOVE 'Echec d''envoi' TO motif-repli
                   END-IF
                   PERFORM 3000-REPLIER-PAPIER
               END-IF
           ELSE
               MOVE ZERO TO jours-ecoules
               IF NOT-DATE-STATUT OF NOTIFICATIONS-NOUVEAU-FILE
                       IS NUMERIC
                       AND NOT-DATE-STATUT
                           OF NOTIFICATIONS-NOUVEAU-FILE > ZERO
                   COMPUTE jours-ecoules =
                       FUNCTION INTEGER-OF-DATE(date-jour)
                       - FUNCTION INTEGER-OF-DATE(NOT-DATE-STATUT
                           OF NOTIFICATIONS-NOUVEAU-FILE)
               END-IF
               IF jours-ecoules > jours-sans-retour
                   MOVE 'Sans retour de la passerelle' TO motif-repli
                   PERFORM 3000-REPLIER-PAPIER
               ELSE
                   ADD 1 TO cpt-sans-retour
               END-IF
           END-IF.

      * Replie l'avis courant sur papier : courrier a l'adresse
      * postale de l'avis, texte du gabarit et champs de fusion,
      * et l'avis est marque replie avec son motif
       3000-REPLIER-PAPIER.
           SET NOT-REPLIE-PAPIER OF NOTIFICATIONS-NOUVEAU-FILE
               TO TRUE.
           MOVE date-jour
               TO NOT-DATE-STATUT OF NOTIFICATIONS-NOUVEAU-FILE.
           MOVE motif-repli
               TO NOT-MOTIF OF NOTIFICATIONS-NOUVEAU-FILE.
           PERFORM 3100-CHERCHER-GABARIT.
           MOVE SPACES TO LIGNE-REPLI.
           STRING '--- Courrier de repli - ' DELIMITED BY SIZE
               NOT-ORIGINE OF NOTIFICATIONS-NOUVEAU-FILE
                   DELIMITED BY SPACE
               ' - avis ' DELIMITED BY SIZE
               NOT-SEQUENCE OF NOTIFICATIONS-NOUVEAU-FILE
                   DELIMITED BY SIZE
               ' ---' DELIMITED BY SIZE
               INTO LIGNE-REPLI.
           WRITE LIGNE-REPLI.
           MOVE SPACES TO LIGNE-REPLI.
           STRING 'A l''attention de ' DELIMITED BY SIZE
               NOT-NOM OF NOTIFICATIONS-NOUVEAU-FILE
                   DELIMITED BY SIZE
               INTO LIGNE-REPLI.
           WRITE LIGNE-REPLI.
           IF NOT-ADRESSE OF NOTIFICATIONS-NOUVEAU-FILE NOT = SPACES
               MOVE NOT-ADRESSE OF NOTIFICATIONS-NOUVEAU-FILE
                   TO LIGNE-REPLI
               WRITE LIGNE-REPLI
           END-IF.
           IF NOT-CODE-POSTAL OF NOTIFICATIONS-NOUVEAU-FILE
                   NOT = SPACES
                   OR NOT-VILLE OF NOTIFICATIONS-NOUVEAU-FILE
                       NOT = SPACES
               MOVE SPACES TO LIGNE-REPLI
               STRING NOT-CODE-POSTAL OF NOTIFICATIONS-NOUVEAU-FILE
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   NOT-VILLE OF NOTIFICATIONS-NOUVEAU-FILE
                       DELIMITED BY SIZE
                   INTO LIGNE-REPLI
               WRITE LIGNE-REPLI
           END-IF.
           MOVE SPACES TO LIGNE-REPLI.
           WRITE LIGNE-REPLI.
           MOVE texte-gabarit TO LIGNE-REPLI.
           WRITE LIGNE-REPLI.
           IF NOT-CHAMP-1 OF NOTIFICATIONS-NOUVEAU-FILE NOT = SPACES
               MOVE SPACES TO LIGNE-REPLI
               MOVE NOT-CHAMP-1 OF NOTIFICATIONS-NOUVEAU-FILE
                   TO LIGNE-REPLI(3:30)
               WRITE LIGNE-REPLI
           END-IF.
           IF NOT-CHAMP-2 OF NOTIFICATIONS-NOUVEAU-FILE NOT = SPACES
               MOVE SPACES TO LIGNE-REPLI
               MOVE NOT-CHAMP-2 OF NOTIFICATIONS-NOUVEAU-FILE
                   TO LIGNE-REPLI(3:30)
               WRITE LIGNE-REPLI
           END-IF.
           IF NOT-CHAMP-3 OF NOTIFICATIONS-NOUVEAU-FILE NOT = SPACES
               MOVE SPACES TO LIGNE-REPLI
               MOVE NOT-CHAMP-3 OF NOTIFICATIONS-NOUVEAU-FILE
                   TO LIGNE-REPLI(3:30)
               WRITE LIGNE-REPLI
           END-IF.
           IF NOT-CHAMP-4 OF NOTIFICATIONS-NOUVEAU-FILE NOT = SPACES
               MOVE SPACES TO LIGNE-REPLI
               MOVE NOT-CHAMP-4 OF NOTIFICATIONS-NOUVEAU-FILE
                   TO LIGNE-REPLI(3:30)
               WRITE LIGNE-REPLI
           END-IF.
           MOVE SPACES TO LIGNE-REPLI.
           WRITE LIGNE-REPLI.
           ADD 1 TO cpt-replis.

      * Reprend le texte francais du gabarit de l'avis courant au
      * catalogue des messages, la derniere ligne faisant foi ; un
      * gabarit absent garde un texte d'introduction par defaut
       3100-CHERCHER-GABARIT.
           MOVE 'Nous vous informons de ce qui suit :'
               TO texte-gabarit.
           MOVE 'N' TO indic-fin-messages.
           OPEN INPUT MESSAGES-FILE.
           IF messages-statut = '00'
               PERFORM 3110-LIRE-MESSAGE
               PERFORM 3120-COMPARER-MESSAGE UNTIL fin-messages
               CLOSE MESSAGES-FILE
           END-IF.

      * Lecture d'un enregistrement MESSAGES.DAT
       3110-LIRE-MESSAGE.
           READ MESSAGES-FILE
               AT END SET fin-messages TO TRUE
           END-READ.

      * Retient le texte du message s'il est le gabarit cherche,
      * puis relit
       3120-COMPARER-MESSAGE.
           IF MSG-LANGUE = 'F'
                   AND MSG-CLE
                       = NOT-GABARIT OF NOTIFICATIONS-NOUVEAU-FILE
               MOVE MSG-TEXTE TO texte-gabarit
           END-IF.
           PERFORM 3110-LIRE-MESSAGE.

      * Bascule de la file mise a jour, compte rendu et trace de fin
      * de job ; des courriers de repli a poster rendent un
      * avertissement
       9000-FINALISER.
           CLOSE PASSERELLE-FILE.
           CLOSE REPLI-FILE.
           IF notifications-statut = '10'
               CLOSE NOTIFICATIONS-FILE
               CLOSE NOTIFICATIONS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "NOTIFICATIONS.DAT"
               CALL "CBL_RENAME_FILE" USING "NOTIFICATIONS.NOUVEAU"
                   "NOTIFICATIONS.DAT"
           END-IF.
           DISPLAY 'EnvoyerNotifications : ' cpt-transmises
               ' avis remis a la passerelle, ' cpt-delivrees
               ' delivre(s), ' cpt-sans-retour ' en attente de retour'.
           IF cpt-replis > ZERO
               DISPLAY 'AVERTISSEMENT : ' cpt-replis
                   ' avis replie(s) sur papier, voir '
                   'LETTRES-REPLI.DAT'
               MOVE 4 TO code-retour
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'EnvoyerNotifications' TO JOB-NOM.
           SET JOB-FIN TO TRUE.
           MOVE CP-HLG-DATE TO JOB-DATE.
           MOVE CP-HLG-HH TO JOB-HEURE(1:2).
           MOVE CP-HLG-MN TO JOB-HEURE(3:2).
           MOVE CP-HLG-SS TO JOB-HEURE(5:2).
           COMPUTE job-secondes-fin =
               (CP-HLG-HH * 3600) + (CP-HLG-MN * 60) + CP-HLG-SS.
           IF job-secondes-fin < job-secondes-debut
               ADD 86400 TO job-secondes-fin
           END-IF.
           MOVE cpt-lues TO JOB-LUS.
           MOVE cpt-transmises TO JOB-ECRITS.
           MOVE cpt-replis TO JOB-REJETS.
           COMPUTE JOB-DUREE-SEC =
               job-secondes-fin - job-secondes-debut.
           OPEN EXTEND JOBLOG-FILE.
           IF joblog-statut = '35'
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           MOVE numero-passage TO JOB-PASSAGE.
           MOVE site-exploitation TO JOB-SITE.
           WRITE JOBLOG-ENREGISTREMENT.
           CLOSE JOBLOG-FILE.
