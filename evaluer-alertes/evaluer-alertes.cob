      * Dernier maillon de la chaine de nuit : evalue les regles de
      * REGLES-ALERTES.DAT sur les chiffres que la chaine vient de
      * produire (ecart de rapprochement, rejets, part des sans
      * mention, visiteurs du jour, anciennete du suspens) et depose
      * les regles declenchees sur ALERTES.DAT, rappelees en tete du
      * menu. Un ecart de rapprochement ne doit plus jamais attendre
      * une semaine qu'on le remarque. Sans regle sur le suspens, une
      * transaction en suspens au-dela du seuil de PARAM-SUSPENS.DAT
      * depose d'office son alerte. La croissance de la nuit la plus
      * forte parmi les fichiers de donnees, relevee par
      * ReleverVolumes dans VOLUMES-HISTORIQUE.DAT, est la metrique
      * CROIS-VOLUME. Chaque alerte deposee est aussi
      * avisee au destinataire d'exploitation de
      * DESTINATAIRE-ALERTES.DAT par la file des notifications.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITEURS-FILE ASSIGN TO "VISITEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS visiteurs-statut.
           SELECT SUSPENS-FILE ASSIGN TO "SUSPENS-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS suspens-statut.
           SELECT PARAM-SUSPENS-FILE ASSIGN TO "PARAM-SUSPENS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-suspens-statut.
           SELECT VOLUMES-FILE ASSIGN TO "VOLUMES-HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS volumes-statut.
           SELECT DESTINATAIRE-FILE
               ASSIGN TO "DESTINATAIRE-ALERTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS destinataire-statut.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "NOTIFICATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notifications-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD VISITEURS-FILE.
       COPY "cpvisiteur.cpy".

       FD SUSPENS-FILE.
       COPY "cpsuspens.cpy".

       FD PARAM-SUSPENS-FILE.
       COPY "cpparamsuspens.cpy".

       FD VOLUMES-FILE.
       COPY "cpvolume.cpy".

       FD DESTINATAIRE-FILE.
       COPY "cpdestalerte.cpy".

       FD NOTIFICATIONS-FILE.
       COPY "cpnotification.cpy".

       WORKING-STORAGE SECTION.
       77 regles-statut PIC X(02).
       77 historique-statut PIC X(02).
       77 notes-rejets-statut PIC X(02).
       77 comptes-statut PIC X(02).
       77 visiteurs-statut PIC X(02).
       77 suspens-statut PIC X(02).
       77 param-suspens-statut PIC X(02).
       77 volumes-statut PIC X(02).
       77 destinataire-statut PIC X(02).
       77 notifications-statut PIC X(02).
       77 indic-fin-fichier PIC X(01) VALUE 'N'.
           88 fin-fichier VALUE 'O'.
       77 indic-fin-regles PIC X(01) VALUE 'N'.
       77 cpt-rejets-notes PIC 9(07) VALUE ZERO.
       77 part-sans-mention PIC 9(03)V99 VALUE ZERO.
       77 cpt-visiteurs PIC 9(05) VALUE ZERO.
       77 anciennete-suspens PIC 9(05) VALUE ZERO.
       77 croissance-volume PIC S9(5)V99 VALUE ZERO.
       77 fichier-croissance PIC X(30) VALUE SPACES.

      * Seuil d'office sur le suspens, ecarte par une regle explicite
       77 jours-alerte-suspens PIC 9(03) VALUE 30.
       77 indic-regle-suspens PIC X(01) VALUE 'N'.
           88 regle-suspens VALUE 'O'.

      * Cumuls de rapprochement par devise
       77 nb-devises PIC 9(02) COMP VALUE ZERO.
       77 rang-devise PIC 9(02) COMP VALUE ZERO.
       77 indic-devise-connue PIC X(01) VALUE 'N'.
           88 devise-connue VALUE 'O'.
      * Destinataire d'exploitation des avis d'alerte
       77 indic-destinataire-connu PIC X(01) VALUE 'N'.
           88 destinataire-connu VALUE 'O'.
       77 canal-destinataire PIC X(01) VALUE SPACE.
       77 adresse-destinataire PIC X(40) VALUE SPACES.
       77 nom-destinataire PIC X(30) VALUE SPACES.
       77 valeur-editee PIC -(7)9.99.
       77 seuil-edite PIC -(7)9.99.
       77 cpt-notifications PIC 9(04) COMP VALUE ZERO.

       01 TABLE-DEVISES.
           05 DEVISE-ENTREE OCCURS 10 TIMES INDEXED BY idx-devise.
               10 DEV-TAB-CODE PIC X(03).

       0000-MAINLINE.
           ACCEPT aujourdhui FROM DATE YYYYMMDD.
           PERFORM 0500-CHARGER-DESTINATAIRE.
           PERFORM 1000-CALCULER-METRIQUES.
           OPEN OUTPUT ALERTES-FILE.
           OPEN INPUT REGLES-FILE.
               PERFORM 2000-EVALUER-REGLE UNTIL fin-regles
               CLOSE REGLES-FILE
           END-IF.
           IF NOT regle-suspens
               PERFORM 2500-CONTROLER-SUSPENS
           END-IF.
           CLOSE ALERTES-FILE.
           IF cpt-alertes > ZERO
               DISPLAY 'EvaluerAlertes : ' cpt-alertes
                   ' alerte(s) declenchee(s)'
           END-IF.
           IF cpt-notifications > ZERO
               DISPLAY 'EvaluerAlertes : ' cpt-notifications
                   ' avis depose(s) dans NOTIFICATIONS.DAT'
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      * Lit le destinataire d'exploitation des avis d'alerte ; sans
      * canal reconnu ni adresse, aucun avis ne part
       0500-CHARGER-DESTINATAIRE.
           MOVE 'N' TO indic-destinataire-connu.
           OPEN INPUT DESTINATAIRE-FILE.
           IF destinataire-statut = '00'
               READ DESTINATAIRE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (DAL-CANAL = 'E' OR DAL-CANAL = 'S')
                               AND DAL-ADRESSE NOT = SPACES
                           SET destinataire-connu TO TRUE
                           MOVE DAL-CANAL TO canal-destinataire
                           MOVE DAL-ADRESSE TO adresse-destinataire
                           MOVE DAL-NOM TO nom-destinataire
                       END-IF
               END-READ
               CLOSE DESTINATAIRE-FILE
           END-IF.

      * Calcule une fois chaque metrique surveillee
       1000-CALCULER-METRIQUES.
           PERFORM 1100-METRIQUE-RAPPROCHEMENT.
           PERFORM 1300-METRIQUE-REJETS-NOTES.
           PERFORM 1400-METRIQUE-SANS-MENTION.
           PERFORM 1500-METRIQUE-VISITEURS.
           PERFORM 1600-METRIQUE-SUSPENS.
           PERFORM 1700-METRIQUE-CROIS-VOLUME.

      * Somme des ecarts entre le cumul de l'historique et le solde
      * tenu, devise par devise
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Cumule le mouvement lu dans sa devise, puis relit ; les
      * lignes de contrepartie, dont les soldes ne sont pas dans
      * SOLDE.DAT, sont ecartees
       1140-CUMULER-HISTO.
           IF HIS-DEVISE = SPACES
               MOVE 'EUR' TO devise-courante
               MOVE HIS-DEVISE TO devise-courante
           END-IF.
           PERFORM 5000-TROUVER-DEVISE.
           IF rang-devise > ZERO AND NOT HIS-LIGNE-CONTREPARTIE
               ADD HIS-MONTANT TO DEV-TAB-CUMUL(rang-devise)
           END-IF.
           PERFORM 1130-LIRE-HISTO.
           END-IF.
           PERFORM 1510-LIRE-VISITEUR.

      * Anciennete en jours de la plus vieille transaction encore
      * en suspens, et seuil d'office de PARAM-SUSPENS.DAT
       1600-METRIQUE-SUSPENS.
           MOVE ZERO TO anciennete-suspens.
           MOVE 30 TO jours-alerte-suspens.
           MOVE 'N' TO indic-regle-suspens.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT SUSPENS-FILE.
           IF suspens-statut = '00'
               PERFORM 1610-LIRE-SUSPENS
               PERFORM 1620-VIEILLIR-SUSPENS UNTIL fin-fichier
               CLOSE SUSPENS-FILE
           END-IF.
           OPEN INPUT PARAM-SUSPENS-FILE.
           IF param-suspens-statut = '00'
               READ PARAM-SUSPENS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PSU-JOURS-ALERTE IS NUMERIC
                               AND PSU-JOURS-ALERTE > ZERO
                           MOVE PSU-JOURS-ALERTE
                               TO jours-alerte-suspens
                       END-IF
               END-READ
               CLOSE PARAM-SUSPENS-FILE
           END-IF.

      * Lecture d'un enregistrement SUSPENS-TRANSACTIONS.DAT
       1610-LIRE-SUSPENS.
           READ SUSPENS-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Retient l'anciennete de la transaction si elle est la plus
      * vieille, puis relit
       1620-VIEILLIR-SUSPENS.
           IF SUS-DATE-SUSPENS IS NUMERIC
                   AND SUS-DATE-SUSPENS > ZERO
                   AND SUS-DATE-SUSPENS < aujourdhui
                   AND FUNCTION INTEGER-OF-DATE(aujourdhui)
                   - FUNCTION INTEGER-OF-DATE(SUS-DATE-SUSPENS)
                   > anciennete-suspens
               COMPUTE anciennete-suspens =
                   FUNCTION INTEGER-OF-DATE(aujourdhui)
                   - FUNCTION INTEGER-OF-DATE(SUS-DATE-SUSPENS)
           END-IF.
           PERFORM 1610-LIRE-SUSPENS.

      * Plus forte croissance de la nuit, en pour cent, parmi les
      * releves de volume dates du jour, et le fichier en cause
       1700-METRIQUE-CROIS-VOLUME.
           MOVE ZERO TO croissance-volume.
           MOVE SPACES TO fichier-croissance.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT VOLUMES-FILE.
           IF volumes-statut = '00'
               PERFORM 1710-LIRE-VOLUME
               PERFORM 1720-COMPARER-VOLUME UNTIL fin-fichier
               CLOSE VOLUMES-FILE
           END-IF.

      * Lecture d'un enregistrement VOLUMES-HISTORIQUE.DAT
       1710-LIRE-VOLUME.
           READ VOLUMES-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Retient la croissance du releve lu si elle est la plus
      * forte du jour, puis relit
       1720-COMPARER-VOLUME.
           IF VOL-DATE = aujourdhui
                   AND VOL-CROISSANCE > croissance-volume
               MOVE VOL-CROISSANCE TO croissance-volume
               MOVE VOL-FICHIER TO fichier-croissance
           END-IF.
           PERFORM 1710-LIRE-VOLUME.

      * Lecture d'un enregistrement REGLES-ALERTES.DAT
       2100-LIRE-REGLE.
           READ REGLES-FILE
                   MOVE part-sans-mention TO valeur-metrique
               WHEN 'VISITEURS'
                   MOVE cpt-visiteurs TO valeur-metrique
               WHEN 'SUSPENS-AGE'
                   MOVE anciennete-suspens TO valeur-metrique
                   SET regle-suspens TO TRUE
               WHEN 'CROIS-VOLUME'
                   MOVE croissance-volume TO valeur-metrique
               WHEN OTHER
                   MOVE 'N' TO indic-metrique-connue
                   DISPLAY 'EvaluerAlertes : metrique inconnue '
           END-IF.
           PERFORM 2100-LIRE-REGLE.

      * Alerte d'office sur le suspens trop ancien
       2500-CONTROLER-SUSPENS.
           IF anciennete-suspens > jours-alerte-suspens
               MOVE 'SUSPENS-AGE' TO ALE-METRIQUE
               MOVE anciennete-suspens TO ALE-VALEUR
               MOVE 'GT' TO ALE-COMPARATEUR
               MOVE jours-alerte-suspens TO ALE-SEUIL
               MOVE aujourdhui TO ALE-DATE
               WRITE ALERTE-ENREGISTREMENT
               ADD 1 TO cpt-alertes
               PERFORM 3100-NOTIFIER-ALERTE
           END-IF.

      * Depose l'alerte declenchee sur ALERTES.DAT
       3000-DEPOSER-ALERTE.
           MOVE REG-METRIQUE TO ALE-METRIQUE.
           MOVE aujourdhui TO ALE-DATE.
           WRITE ALERTE-ENREGISTREMENT.
           ADD 1 TO cpt-alertes.
           IF REG-METRIQUE = 'CROIS-VOLUME'
               DISPLAY 'EvaluerAlertes : croissance la plus forte sur '
                   fichier-croissance
           END-IF.
           PERFORM 3100-NOTIFIER-ALERTE.

      * Depose l'avis de l'alerte qui vient d'etre ecrite dans la
      * file des notifications, au destinataire d'exploitation :
      * metrique, valeur constatee, regle en cause et date
       3100-NOTIFIER-ALERTE.
           IF destinataire-connu
               MOVE SPACES TO NOTIFICATION-ENREGISTREMENT
               MOVE ZERO TO NOT-SEQUENCE
               MOVE 'EvaluerAlertes' TO NOT-ORIGINE
               MOVE aujourdhui TO NOT-DATE
               MOVE canal-destinataire TO NOT-CANAL
               MOVE adresse-destinataire TO NOT-DESTINATAIRE
               MOVE nom-destinataire TO NOT-NOM
               MOVE 'NOT-ALERTE' TO NOT-GABARIT
               MOVE ALE-METRIQUE TO NOT-CHAMP-1
               MOVE ALE-VALEUR TO valeur-editee
               MOVE valeur-editee TO NOT-CHAMP-2
               MOVE ALE-SEUIL TO seuil-edite
               STRING ALE-COMPARATEUR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   seuil-edite DELIMITED BY SIZE
                   INTO NOT-CHAMP-3
               MOVE ALE-DATE TO NOT-CHAMP-4
               SET NOT-EN-ATTENTE TO TRUE
               MOVE aujourdhui TO NOT-DATE-STATUT
               OPEN EXTEND NOTIFICATIONS-FILE
               IF notifications-statut = '35'
                   OPEN OUTPUT NOTIFICATIONS-FILE
               END-IF
               WRITE NOTIFICATION-ENREGISTREMENT
               CLOSE NOTIFICATIONS-FILE
               ADD 1 TO cpt-notifications
           END-IF.
