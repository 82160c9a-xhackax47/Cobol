      * avec sa date sur JOURNAL-LETTRES.DAT. Le journal est relu au
      * demarrage : un etudiant deja lettre pour echec ne recoit pas
      * de nouvelle lettre tant qu'il reste en echec, la famille
      * n'est prevenue qu'une fois. La lettre est adressee au
      * responsable destinataire des courriers scolaires de
      * CONTACTS-ETUDIANTS.DAT ; sans adresse utilisable, elle n'est
      * pas emise ni consignee, l'etudiant part en exception sur
      * ADRESSES-MANQUANTES.DAT et la lettre sera reprise au
      * passage suivant une fois l'adresse completee. Un
      * destinataire qui a un courriel ou un telephone est avise par
      * la file des notifications (NOTIFICATIONS.DAT) au lieu de la
      * lettre, consignee au journal de meme ; le courrier ne
      * repart qu'en cas d'echec d'envoi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JOURNAL-LETTRES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS journal-statut.
           SELECT CONTACTS-FILE ASSIGN TO "CONTACTS-ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS contacts-statut.
           SELECT MANQUANTES-FILE
               ASSIGN TO "ADRESSES-MANQUANTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS manquantes-statut.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "NOTIFICATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notifications-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
       FD JOURNAL-FILE.
       COPY "cpjournallettre.cpy".

       FD CONTACTS-FILE.
       COPY "cpcontact.cpy".

       FD MANQUANTES-FILE.
       COPY "cpadressemanquante.cpy".

       FD NOTIFICATIONS-FILE.
       COPY "cpnotification.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

           05 LETTRE-TABLE OCCURS 2000.
               10 LTB-ID              PIC X(06).

      * Responsables des etudiants charges depuis
      * CONTACTS-ETUDIANTS.DAT, la derniere ligne d'un meme
      * etudiant + rang faisant foi, pour adresser chaque document
      * au responsable designe ; un etudiant sans adresse utilisable
      * part en exception sur ADRESSES-MANQUANTES.DAT
       77 contacts-statut PIC X(02).
       77 manquantes-statut PIC X(02).
       77 indic-fin-contacts PIC X(01) VALUE 'N'.
           88 fin-contacts VALUE 'O'.
       77 indic-contact-trouve PIC X(01) VALUE 'N'.
           88 contact-trouve VALUE 'O'.
       77 indic-responsable-connu PIC X(01) VALUE 'N'.
           88 responsable-connu VALUE 'O'.
       77 nb-contacts PIC 9(04) COMP VALUE ZERO.
       77 ix-contact PIC 9(04) COMP VALUE ZERO.
       77 ix-designe PIC 9(04) COMP VALUE ZERO.
       77 ix-secours PIC 9(04) COMP VALUE ZERO.
       77 ix-retenu PIC 9(04) COMP VALUE ZERO.
       77 limite-contacts PIC 9(04) COMP VALUE 3000.
       77 rang-secours PIC 9(02) VALUE ZERO.
       77 id-contact PIC X(06) VALUE SPACES.
       77 motif-manquant PIC X(30) VALUE SPACES.
       77 cpt-sans-adresse PIC 9(05) COMP VALUE ZERO.

      * Un responsable retenu qui a un courriel, ou a defaut un
      * telephone, est avise par la file des notifications au lieu
      * du courrier ; son adresse postale sert au courrier de repli
       77 notifications-statut PIC X(02).
       77 cpt-notifications PIC 9(05) COMP VALUE ZERO.
       77 indic-avis-electronique PIC X(01) VALUE 'N'.
           88 avis-electronique VALUE 'O'.
       01 TABLE-CONTACTS.
           05 CONTACT-TABLE OCCURS 3000.
               10 CTB-ID              PIC X(06).
               10 CTB-RANG            PIC 9(01).
               10 CTB-NOM             PIC X(30).
               10 CTB-ADRESSE         PIC X(30).
               10 CTB-CODE-POSTAL     PIC X(05).
               10 CTB-VILLE           PIC X(20).
               10 CTB-TELEPHONE       PIC X(15).
               10 CTB-COURRIEL        PIC X(40).
               10 CTB-PAYEUR          PIC X(01).
               10 CTB-DESTINATAIRE    PIC X(01).
               10 CTB-STATUT          PIC X(01).

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
           PERFORM 1100-CHARGER-GABARITS.
           PERFORM 1200-CHARGER-CONSEILLERS.
           PERFORM 1300-CHARGER-JOURNAL.
           PERFORM 8800-CHARGER-CONTACTS.
           OPEN INPUT ECHEC-FILE.
           IF echec-statut NOT = '00'
               SET fin-echec TO TRUE
               ADD 1 TO cpt-deja-lettres
               PERFORM 2100-LIRE-ECHEC
           ELSE
               PERFORM 2050-ADRESSER-LETTRE
           END-IF.

      * Retrouve le destinataire des courriers scolaires de
      * l'etudiant courant ; sans adresse utilisable, l'etudiant
      * part en exception et la lettre attend, puis relit
       2050-ADRESSER-LETTRE.
           MOVE ECH-ID TO id-contact.
           PERFORM 8850-CHOISIR-CONTACT.
           IF ix-retenu = ZERO
               MOVE ECH-ID TO AMQ-ID
               MOVE ECH-NOM TO AMQ-NOM
               MOVE 'ECHEC' TO AMQ-DOCUMENT
               MOVE SPACES TO AMQ-REFERENCE
               PERFORM 8880-SIGNALER-MANQUANT
               PERFORM 2100-LIRE-ECHEC
           ELSE
               PERFORM 8875-EXAMINER-CANAL
               IF avis-electronique
                   PERFORM 2030-NOTIFIER-LETTRE
               ELSE
                   PERFORM 2010-EDITER-LETTRE
               END-IF
           END-IF.

      * Edite la lettre de l'etudiant courant
               ') ---' DELIMITED BY SIZE
               INTO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.
           PERFORM 2020-ECRIRE-ADRESSE.
           MOVE txt-lettre-entete TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.
           MOVE txt-lettre-corps TO LIGNE-LETTRE.
           ADD 1 TO cpt-lettres.
           PERFORM 2100-LIRE-ECHEC.

      * Depose l'avis de l'etudiant courant dans la file des
      * notifications (etudiant, moyenne, conseiller) et le
      * consigne au journal comme une lettre, puis relit
       2030-NOTIFIER-LETTRE.
           PERFORM 2200-CHERCHER-CONSEILLER.
           MOVE SPACES TO NOTIFICATION-ENREGISTREMENT.
           MOVE 'LET-ECH-CRP' TO NOT-GABARIT.
           MOVE ECH-NOM TO NOT-CHAMP-1.
           MOVE ECH-NOTE TO NOT-CHAMP-2.
           MOVE conseiller-trouve TO NOT-CHAMP-3.
           PERFORM 8890-DEPOSER-NOTIFICATION.
           PERFORM 3000-CONSIGNER-JOURNAL.
           ADD 1 TO cpt-lettres.
           PERFORM 2100-LIRE-ECHEC.

      * Bloc d'adresse du responsable retenu
       2020-ECRIRE-ADRESSE.
           MOVE SPACES TO LIGNE-LETTRE.
           STRING 'A l''attention de ' DELIMITED BY SIZE
               CTB-NOM(ix-retenu) DELIMITED BY SIZE
               INTO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.
           MOVE CTB-ADRESSE(ix-retenu) TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.
           MOVE SPACES TO LIGNE-LETTRE.
           STRING CTB-CODE-POSTAL(ix-retenu) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CTB-VILLE(ix-retenu) DELIMITED BY SIZE
               INTO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.
           MOVE SPACES TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.

      * Retrouve le conseiller du dossier ouvert de l'etudiant
       2200-CHERCHER-CONSEILLER.
           MOVE SPACES TO conseiller-trouve.
           WRITE JOURNAL-LETTRE-ENREGISTREMENT.
           CLOSE JOURNAL-FILE.

      * Charge les responsables des etudiants, la derniere ligne
      * d'un meme etudiant + rang recouvrant la precedente
       8800-CHARGER-CONTACTS.
           MOVE ZERO TO nb-contacts.
           MOVE ZERO TO cpt-sans-adresse.
           MOVE 'N' TO indic-fin-contacts.
           OPEN INPUT CONTACTS-FILE.
           IF contacts-statut = '00'
               PERFORM 8810-LIRE-CONTACT
               PERFORM 8820-RETENIR-CONTACT UNTIL fin-contacts
               CLOSE CONTACTS-FILE
           ELSE
               DISPLAY 'AVERTISSEMENT : CONTACTS-ETUDIANTS.DAT '
                   'absent, aucun document ne peut etre adresse'
           END-IF.

      * Lecture d'un enregistrement CONTACTS-ETUDIANTS.DAT
       8810-LIRE-CONTACT.
           READ CONTACTS-FILE
               AT END SET fin-contacts TO TRUE
           END-READ.

      * Range le responsable lu dans la table, en recouvrant la
      * ligne anterieure du meme etudiant + rang, puis relit
       8820-RETENIR-CONTACT.
           MOVE 'N' TO indic-contact-trouve.
           MOVE ZERO TO ix-contact.
           PERFORM 8830-CHERCHER-CONTACT
               UNTIL contact-trouve OR ix-contact >= nb-contacts.
           IF NOT contact-trouve
               IF nb-contacts < limite-contacts
                   ADD 1 TO nb-contacts
                   MOVE nb-contacts TO ix-contact
                   SET contact-trouve TO TRUE
               END-IF
           END-IF.
           IF contact-trouve
               MOVE CTC-ID TO CTB-ID(ix-contact)
               MOVE CTC-RANG TO CTB-RANG(ix-contact)
               MOVE CTC-NOM TO CTB-NOM(ix-contact)
               MOVE CTC-ADRESSE TO CTB-ADRESSE(ix-contact)
               MOVE CTC-CODE-POSTAL TO CTB-CODE-POSTAL(ix-contact)
               MOVE CTC-VILLE TO CTB-VILLE(ix-contact)
               MOVE CTC-TELEPHONE TO CTB-TELEPHONE(ix-contact)
               MOVE CTC-COURRIEL TO CTB-COURRIEL(ix-contact)
               MOVE CTC-PAYEUR TO CTB-PAYEUR(ix-contact)
               MOVE CTC-DESTINATAIRE TO CTB-DESTINATAIRE(ix-contact)
               MOVE CTC-STATUT TO CTB-STATUT(ix-contact)
           END-IF.
           PERFORM 8810-LIRE-CONTACT.

      * Compare la ligne suivante de la table a la cle lue
       8830-CHERCHER-CONTACT.
           ADD 1 TO ix-contact.
           IF CTB-ID(ix-contact) = CTC-ID
                   AND CTB-RANG(ix-contact) = CTC-RANG
               SET contact-trouve TO TRUE
           END-IF.

      * Choisit le responsable a qui adresser le document de
      * l'etudiant id-contact : le responsable actif designe pour ce
      * document, ou a defaut de designation le responsable actif
      * de plus petit rang a adresse complete ; ix-retenu reste a
      * zero, motif a l'appui, quand aucun ne convient
       8850-CHOISIR-CONTACT.
           MOVE 'N' TO indic-responsable-connu.
           MOVE ZERO TO ix-designe.
           MOVE ZERO TO ix-secours.
           MOVE ZERO TO ix-retenu.
           MOVE 10 TO rang-secours.
           MOVE SPACES TO motif-manquant.
           PERFORM 8860-EXAMINER-CONTACT
               VARYING ix-contact FROM 1 BY 1
               UNTIL ix-contact > nb-contacts.
           IF ix-designe > ZERO
               PERFORM 8870-CONTROLER-DESIGNE
           ELSE
               MOVE ix-secours TO ix-retenu
           END-IF.
           IF ix-retenu = ZERO AND motif-manquant = SPACES
               IF responsable-connu
                   MOVE 'Aucune adresse complete' TO motif-manquant
               ELSE
                   MOVE 'Aucun responsable enregistre'
                       TO motif-manquant
               END-IF
           END-IF.

      * Retient le responsable actif courant de l'etudiant, comme
      * designe pour le document ou comme secours
       8860-EXAMINER-CONTACT.
           IF CTB-ID(ix-contact) = id-contact
                   AND CTB-STATUT(ix-contact) = 'A'
               SET responsable-connu TO TRUE
               IF CTB-DESTINATAIRE(ix-contact) = 'O'
                   MOVE ix-contact TO ix-designe
               END-IF
               IF CTB-ADRESSE(ix-contact) NOT = SPACES
                       AND CTB-CODE-POSTAL(ix-contact) NOT = SPACES
                       AND CTB-VILLE(ix-contact) NOT = SPACES
                       AND CTB-RANG(ix-contact) < rang-secours
                   MOVE ix-contact TO ix-secours
                   MOVE CTB-RANG(ix-contact) TO rang-secours
               END-IF
           END-IF.

      * Le responsable designe n'est retenu que si son adresse est
      * complete : le document ne part pas a un autre a sa place
       8870-CONTROLER-DESIGNE.
           IF CTB-ADRESSE(ix-designe) NOT = SPACES
                   AND CTB-CODE-POSTAL(ix-designe) NOT = SPACES
                   AND CTB-VILLE(ix-designe) NOT = SPACES
               MOVE ix-designe TO ix-retenu
           ELSE
               MOVE 'Adresse du designe incomplete' TO motif-manquant
           END-IF.

      * Le responsable retenu peut-il etre avise par courriel ou
      * par SMS ?
       8875-EXAMINER-CANAL.
           MOVE 'N' TO indic-avis-electronique.
           IF CTB-COURRIEL(ix-retenu) NOT = SPACES
                   OR CTB-TELEPHONE(ix-retenu) NOT = SPACES
               SET avis-electronique TO TRUE
           END-IF.

      * Depose l'avis au responsable retenu dans la file des
      * notifications, par courriel de preference, sinon par SMS ;
      * l'appelant a pose le gabarit et les champs de fusion
       8890-DEPOSER-NOTIFICATION.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO NOT-SEQUENCE.
           MOVE 'GenererLettresEchec' TO NOT-ORIGINE.
           MOVE CP-HLG-DATE TO NOT-DATE.
           IF CTB-COURRIEL(ix-retenu) NOT = SPACES
               SET NOT-PAR-COURRIEL TO TRUE
               MOVE CTB-COURRIEL(ix-retenu) TO NOT-DESTINATAIRE
           ELSE
               SET NOT-PAR-SMS TO TRUE
               MOVE CTB-TELEPHONE(ix-retenu) TO NOT-DESTINATAIRE
           END-IF.
           MOVE CTB-NOM(ix-retenu) TO NOT-NOM.
           MOVE CTB-ADRESSE(ix-retenu) TO NOT-ADRESSE.
           MOVE CTB-CODE-POSTAL(ix-retenu) TO NOT-CODE-POSTAL.
           MOVE CTB-VILLE(ix-retenu) TO NOT-VILLE.
           SET NOT-EN-ATTENTE TO TRUE.
           MOVE CP-HLG-DATE TO NOT-DATE-STATUT.
           MOVE SPACES TO NOT-MOTIF.
           OPEN EXTEND NOTIFICATIONS-FILE.
           IF notifications-statut = '35'
               OPEN OUTPUT NOTIFICATIONS-FILE
           END-IF.
           WRITE NOTIFICATION-ENREGISTREMENT.
           CLOSE NOTIFICATIONS-FILE.
           ADD 1 TO cpt-notifications.

      * Consigne l'etudiant sans adresse utilisable sur
      * ADRESSES-MANQUANTES.DAT ; l'appelant a pose l'identifiant,
      * le nom, le document et sa reference
       8880-SIGNALER-MANQUANT.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO AMQ-DATE.
           MOVE 'GenererLettresEchec' TO AMQ-PROGRAMME.
           MOVE motif-manquant TO AMQ-MOTIF.
           OPEN EXTEND MANQUANTES-FILE.
           IF manquantes-statut = '35'
               OPEN OUTPUT MANQUANTES-FILE
           END-IF.
           WRITE ADRESSE-MANQUANTE-ENREGISTREMENT.
           CLOSE MANQUANTES-FILE.
           ADD 1 TO cpt-sans-adresse.

      * Fermeture des fichiers ; trace la fin du job
       9000-FINALISER.
           IF echec-statut = '10'
               CLOSE ECHEC-FILE
               CLOSE LETTRES-FILE
           END-IF.
           IF cpt-sans-adresse > ZERO
               DISPLAY 'AVERTISSEMENT : ' cpt-sans-adresse
                   ' lettre(s) en attente d''adresse, voir '
                   'ADRESSES-MANQUANTES.DAT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF cpt-notifications > ZERO
               DISPLAY 'Avis deposes dans NOTIFICATIONS.DAT : '
                   cpt-notifications
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
           IF job-secondes-fin < job-secondes-debut
               ADD 86400 TO job-secondes-fin
           END-IF.
           COMPUTE JOB-LUS = cpt-lettres + cpt-deja-lettres
               + cpt-sans-adresse.
           MOVE cpt-lettres TO JOB-ECRITS.
           MOVE cpt-sans-adresse TO JOB-REJETS.
           COMPUTE JOB-DUREE-SEC =
               job-secondes-fin - job-secondes-debut.
           OPEN EXTEND JOBLOG-FILE.
