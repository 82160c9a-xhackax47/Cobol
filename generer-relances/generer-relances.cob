      * LET-REL-*), consigne la relance sur la facture (palier et
      * date) pour ne pas renvoyer deux fois la meme, et edite pour
      * l'econome le sommaire des encours par classe et par palier.
      * La relance est adressee au responsable payeur de
      * CONTACTS-ETUDIANTS.DAT ; sans adresse utilisable, elle n'est
      * ni emise ni consignee sur la facture, l'etudiant part en
      * exception sur ADRESSES-MANQUANTES.DAT et la relance sera
      * reprise au passage suivant. Un payeur qui a un courriel ou
      * un telephone recoit la relance ou l'avis de rupture par la
      * file des notifications (NOTIFICATIONS.DAT) au lieu de la
      * lettre, le courrier ne repartant qu'en cas d'echec d'envoi.
      * Une facture sous echeancier actif (ECHEANCIERS.DAT) est
      * relancee et classee sur l'echeance manquee (echeance passee
      * et non couverte) et pour son seul reste ; a la deuxieme
      * echeance manquee l'echeancier est rompu, la famille en est
      * avisee et le solde entier de la facture redevient exigible
      * depuis la premiere echeance manquee.
      * Une facture au dernier palier (90 jours), que la relance ait
      * pu partir ou que la famille soit sans adresse utilisable,
      * fait poser sur l'etudiant un blocage administratif de type
      * impaye dans BLOCAGES.DAT, qui lui fait refuser releve
      * officiel, diplome et deuxieme session jusqu'a sa levee par
      * un superviseur ; un blocage deja pose pour la facture, meme
      * leve, ne l'est pas une seconde fois.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURES-NOUVEAU-FILE
               ASSIGN TO "FACTURES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ECHEANCIERS-FILE ASSIGN TO "ECHEANCIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS echeanciers-statut.
           SELECT ECHEANCIERS-NOUVEAU-FILE
               ASSIGN TO "ECHEANCIERS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MESSAGES-FILE ASSIGN TO "MESSAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS messages-statut.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SOMMAIRE-FILE ASSIGN TO "SOMMAIRE-RELANCES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
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
           SELECT BLOCAGES-FILE ASSIGN TO "BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS blocages-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
       FD FACTURES-NOUVEAU-FILE.
       COPY "cpfacture.cpy".

      * Meme structure pour les echeanciers et leur recopie,
      * qualifiee par OF comme les factures
       FD ECHEANCIERS-FILE.
       COPY "cpecheancier.cpy".

       FD ECHEANCIERS-NOUVEAU-FILE.
       COPY "cpecheancier.cpy".

       FD MESSAGES-FILE.
       COPY "cpmessage.cpy".

       FD SOMMAIRE-FILE.
       01 LIGNE-SOMMAIRE              PIC X(80).

       FD CONTACTS-FILE.
       COPY "cpcontact.cpy".

       FD MANQUANTES-FILE.
       COPY "cpadressemanquante.cpy".

       FD NOTIFICATIONS-FILE.
       COPY "cpnotification.cpy".

       FD BLOCAGES-FILE.
       COPY "cpblocage.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

           'Second rappel : reglement attendu.'.
       77 txt-relance-3 PIC X(40) VALUE
           'Mise en demeure avant poursuites.'.
       77 txt-rupture PIC X(40) VALUE
           'Echeancier rompu : tout le solde est du.'.

      * Echeanciers actifs, une entree par facture ; les paliers
      * de relance sont suivis par echeance, la rupture et les
      * relances reportees sur le fichier en fin de passage
       77 echeanciers-statut PIC X(02).
       77 indic-fin-echeanciers PIC X(01) VALUE 'N'.
           88 fin-echeanciers VALUE 'O'.
       77 indic-relance-echeance PIC X(01) VALUE 'N'.
           88 relance-echeance VALUE 'O'.
       77 nb-echeanciers PIC 9(03) COMP VALUE ZERO.
       77 ix-echeancier PIC 9(03) COMP VALUE ZERO.
       77 ix-trouve PIC 9(03) COMP VALUE ZERO.
       77 ix-tranche PIC 9(01) VALUE ZERO.
       77 ix-manquee PIC 9(01) VALUE ZERO.
       77 nb-manquees PIC 9(01) VALUE ZERO.
       77 numero-cherche PIC 9(06) VALUE ZERO.
       77 date-reference PIC 9(08) VALUE ZERO.
       77 cpt-ruptures PIC 9(05) COMP VALUE ZERO.
       01 TABLE-ECHEANCIERS.
           05 ECHEANCIER-TABLE OCCURS 500.
               10 ETB-FACTURE         PIC 9(06).
               10 ETB-STATUT          PIC X(01).
               10 ETB-NB              PIC 9(01).
               10 ETB-TRANCHE OCCURS 6.
                   15 ETB-ECHEANCE    PIC 9(08).
                   15 ETB-MONTANT     PIC S9(7)V99.
                   15 ETB-REGLE       PIC S9(7)V99.
                   15 ETB-RELANCES    PIC 9(01).

      * Sommaire des encours par classe et par palier
       77 nb-classes PIC 9(03) COMP VALUE ZERO.
               10 ENC-PALIER-MONTANT OCCURS 3
                                      PIC S9(7)V99.

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

      * References des factures ayant deja fait poser un blocage
      * pour impaye, actif ou leve
       77 blocages-statut PIC X(02).
       77 indic-fin-blocages PIC X(01) VALUE 'N'.
           88 fin-blocages VALUE 'O'.
       77 indic-blocage-pose PIC X(01) VALUE 'N'.
           88 blocage-deja-pose VALUE 'O'.
       77 nb-blocages PIC 9(04) COMP VALUE ZERO.
       77 ix-blocage PIC 9(04) COMP VALUE ZERO.
       77 limite-blocages PIC 9(04) COMP VALUE 2000.
       77 reference-blocage PIC X(10) VALUE SPACES.
       77 cpt-blocages PIC 9(05) COMP VALUE ZERO.
       01 TABLE-BLOCAGES.
           05 BLB-REFERENCE OCCURS 2000 PIC X(10).

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           PERFORM 1100-CHARGER-GABARITS.
           PERFORM 1300-CHARGER-ECHEANCIERS.
           PERFORM 8800-CHARGER-CONTACTS.
           PERFORM 1500-CHARGER-BLOCAGES.
           OPEN INPUT FACTURES-FILE.
           IF factures-statut NOT = '00'
               SET fin-factures TO TRUE
                       MOVE MSG-TEXTE TO txt-relance-2
                   WHEN 'LET-REL-3'
                       MOVE MSG-TEXTE TO txt-relance-3
                   WHEN 'LET-REL-RUPT'
                       MOVE MSG-TEXTE TO txt-rupture
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1110-LIRE-MESSAGE.

      * Charge les echeanciers actifs : echeances, regle ventile et
      * palier de relance de chacune
       1300-CHARGER-ECHEANCIERS.
           MOVE ZERO TO nb-echeanciers.
           MOVE 'N' TO indic-fin-echeanciers.
           OPEN INPUT ECHEANCIERS-FILE.
           IF echeanciers-statut = '00'
               PERFORM 1310-LIRE-ECHEANCIER
               PERFORM 1320-RETENIR-ECHEANCIER UNTIL fin-echeanciers
               CLOSE ECHEANCIERS-FILE
           END-IF.

      * Lecture d'un enregistrement ECHEANCIERS.DAT
       1310-LIRE-ECHEANCIER.
           READ ECHEANCIERS-FILE
               AT END SET fin-echeanciers TO TRUE
           END-READ.

      * Retient l'echeancier lu s'il est actif, puis relit
       1320-RETENIR-ECHEANCIER.
           IF ECH-ACTIF OF ECHEANCIERS-FILE AND nb-echeanciers < 500
               ADD 1 TO nb-echeanciers
               MOVE ECH-FACTURE OF ECHEANCIERS-FILE
                   TO ETB-FACTURE(nb-echeanciers)
               MOVE 'A' TO ETB-STATUT(nb-echeanciers)
               MOVE ECH-NB OF ECHEANCIERS-FILE
                   TO ETB-NB(nb-echeanciers)
               PERFORM 1330-RETENIR-TRANCHE
                   VARYING ix-tranche FROM 1 BY 1
                   UNTIL ix-tranche > 6
           END-IF.
           PERFORM 1310-LIRE-ECHEANCIER.

      * Retient l'echeance courante de l'echeancier lu
       1330-RETENIR-TRANCHE.
           MOVE ECT-ECHEANCE OF ECHEANCIERS-FILE(ix-tranche)
               TO ETB-ECHEANCE(nb-echeanciers ix-tranche).
           MOVE ECT-MONTANT OF ECHEANCIERS-FILE(ix-tranche)
               TO ETB-MONTANT(nb-echeanciers ix-tranche).
           MOVE ECT-REGLE OF ECHEANCIERS-FILE(ix-tranche)
               TO ETB-REGLE(nb-echeanciers ix-tranche).
           MOVE ECT-RELANCES OF ECHEANCIERS-FILE(ix-tranche)
               TO ETB-RELANCES(nb-echeanciers ix-tranche).

      * Charge les references des blocages pour impaye deja poses
       1500-CHARGER-BLOCAGES.
           MOVE ZERO TO nb-blocages.
           MOVE ZERO TO cpt-blocages.
           MOVE 'N' TO indic-fin-blocages.
           OPEN INPUT BLOCAGES-FILE.
           IF blocages-statut = '00'
               PERFORM 1510-LIRE-BLOCAGE
               PERFORM 1520-RETENIR-BLOCAGE UNTIL fin-blocages
               CLOSE BLOCAGES-FILE
           END-IF.

      * Lecture d'un enregistrement BLOCAGES.DAT
       1510-LIRE-BLOCAGE.
           READ BLOCAGES-FILE
               AT END SET fin-blocages TO TRUE
           END-READ.

      * Retient la reference du blocage lu s'il est pour impaye,
      * puis relit
       1520-RETENIR-BLOCAGE.
           IF BLQ-IMPAYE AND nb-blocages < limite-blocages
               ADD 1 TO nb-blocages
               MOVE BLQ-REFERENCE TO BLB-REFERENCE(nb-blocages)
           END-IF.
           PERFORM 1510-LIRE-BLOCAGE.

      * Lecture d'un enregistrement FACTURES.DAT
       2100-LIRE-FACTURE.
           READ FACTURES-FILE

      * Classe la facture ouverte courante par anciennete, genere
      * la relance du palier atteint si elle n'est pas deja partie,
      * cumule l'encours, puis recopie et relit ; une facture sous
      * echeancier actif se classe sur son echeance manquee
       2000-EXAMINER-FACTURE.
           IF NOT FAC-SOLDEE OF FACTURES-FILE
               ADD 1 TO cpt-ouvertes
               MOVE 'N' TO indic-relance-echeance
               MOVE FAC-NUMERO OF FACTURES-FILE TO numero-cherche
               PERFORM 2500-CHERCHER-ECHEANCIER
               IF ix-trouve > ZERO
                   PERFORM 2600-EXAMINER-ECHEANCIER
               END-IF
               IF ix-trouve > ZERO
                       AND ETB-STATUT(ix-trouve) = 'A'
                   PERFORM 2800-CLASSER-ECHEANCE
               ELSE
                   PERFORM 2200-CLASSER-FACTURE
               END-IF
           END-IF.
           MOVE FACTURE-ENREGISTREMENT OF FACTURES-FILE
               TO FACTURE-ENREGISTREMENT OF FACTURES-NOUVEAU-FILE.
           WRITE FACTURE-ENREGISTREMENT OF FACTURES-NOUVEAU-FILE.
           PERFORM 2100-LIRE-FACTURE.

      * Classe la facture courante sur son echeance et son restant
      * du, et la relance au palier atteint
       2200-CLASSER-FACTURE.
           MOVE FAC-DATE-ECHEANCE OF FACTURES-FILE TO date-reference.
           PERFORM 2300-EVALUER-PALIER.
           COMPUTE restant-du =
               FAC-MONTANT OF FACTURES-FILE
               - FAC-REGLE OF FACTURES-FILE.
           IF palier-atteint > ZERO
               PERFORM 3000-CUMULER-ENCOURS
               IF palier-atteint
                       > FAC-RELANCES OF FACTURES-FILE
                   PERFORM 3900-ADRESSER-RELANCE
               END-IF
               IF palier-atteint = 3
                   PERFORM 3800-POSER-BLOCAGE
               END-IF
           END-IF.

      * Palier d'anciennete atteint depuis la date de reference
       2300-EVALUER-PALIER.
           COMPUTE jours-retard =
               FUNCTION INTEGER-OF-DATE(date-jour)
               - FUNCTION INTEGER-OF-DATE(date-reference).
           EVALUATE TRUE
               WHEN jours-retard >= 90
                   MOVE 3 TO palier-atteint
               WHEN jours-retard >= 60
                   MOVE 2 TO palier-atteint
               WHEN jours-retard >= 30
                   MOVE 1 TO palier-atteint
               WHEN OTHER
                   MOVE ZERO TO palier-atteint
           END-EVALUATE.

      * Cherche l'echeancier actif de la facture numero-cherche ;
      * ix-trouve reste a zero si elle n'en a pas
       2500-CHERCHER-ECHEANCIER.
           MOVE ZERO TO ix-trouve.
           PERFORM 2510-COMPARER-ECHEANCIER
               VARYING ix-echeancier FROM 1 BY 1
               UNTIL ix-echeancier > nb-echeanciers
                   OR ix-trouve > ZERO.

      * Compare l'echeancier suivant a la facture cherchee
       2510-COMPARER-ECHEANCIER.
           IF ETB-FACTURE(ix-echeancier) = numero-cherche
               MOVE ix-echeancier TO ix-trouve
           END-IF.

      * Compte les echeances manquees (passees et non couvertes) et
      * retient la premiere ; a la deuxieme l'echeancier est rompu
       2600-EXAMINER-ECHEANCIER.
           MOVE ZERO TO nb-manquees.
           MOVE ZERO TO ix-manquee.
           PERFORM 2610-EXAMINER-TRANCHE
               VARYING ix-tranche FROM 1 BY 1
               UNTIL ix-tranche > ETB-NB(ix-trouve).
           IF nb-manquees >= 2
               PERFORM 2700-ROMPRE-ECHEANCIER
           END-IF.

      * Compte l'echeance courante si elle est manquee
       2610-EXAMINER-TRANCHE.
           IF ETB-ECHEANCE(ix-trouve ix-tranche) < date-jour
                   AND ETB-REGLE(ix-trouve ix-tranche)
                       < ETB-MONTANT(ix-trouve ix-tranche)
               ADD 1 TO nb-manquees
               IF ix-manquee = ZERO
                   MOVE ix-tranche TO ix-manquee
               END-IF
           END-IF.

      * Rompt l'echeancier : le solde de la facture est exigible
      * depuis la premiere echeance manquee, la famille en est
      * avisee et la facture reprend le classement ordinaire
       2700-ROMPRE-ECHEANCIER.
           MOVE 'R' TO ETB-STATUT(ix-trouve).
           MOVE ETB-ECHEANCE(ix-trouve ix-manquee)
               TO FAC-DATE-ECHEANCE OF FACTURES-FILE.
           ADD 1 TO cpt-ruptures.
           COMPUTE restant-du =
               FAC-MONTANT OF FACTURES-FILE
               - FAC-REGLE OF FACTURES-FILE.
           MOVE FAC-ID OF FACTURES-FILE TO id-contact.
           PERFORM 8850-CHOISIR-CONTACT.
           IF ix-retenu = ZERO
               MOVE FAC-ID OF FACTURES-FILE TO AMQ-ID
               MOVE FAC-NOM OF FACTURES-FILE TO AMQ-NOM
               MOVE 'RUPTURE' TO AMQ-DOCUMENT
               MOVE FAC-NUMERO OF FACTURES-FILE TO AMQ-REFERENCE
               PERFORM 8880-SIGNALER-MANQUANT
           ELSE
               PERFORM 8875-EXAMINER-CANAL
               IF avis-electronique
                   PERFORM 4300-NOTIFIER-RUPTURE
               ELSE
                   PERFORM 4100-GENERER-AVIS-RUPTURE
               END-IF
           END-IF.

      * Classe la facture sous echeancier sur son echeance
      * manquee, pour le seul reste de celle-ci, et la relance au
      * palier atteint pour cette echeance
       2800-CLASSER-ECHEANCE.
           IF ix-manquee > ZERO
               SET relance-echeance TO TRUE
               MOVE ETB-ECHEANCE(ix-trouve ix-manquee)
                   TO date-reference
               PERFORM 2300-EVALUER-PALIER
               COMPUTE restant-du =
                   ETB-MONTANT(ix-trouve ix-manquee)
                   - ETB-REGLE(ix-trouve ix-manquee)
               IF palier-atteint > ZERO
                   PERFORM 3000-CUMULER-ENCOURS
                   IF palier-atteint
                           > ETB-RELANCES(ix-trouve ix-manquee)
                       PERFORM 3900-ADRESSER-RELANCE
                   END-IF
                   IF palier-atteint = 3
                       PERFORM 3800-POSER-BLOCAGE
                   END-IF
               END-IF
           END-IF.

      * Cumule l'encours de la facture dans sa classe et son palier
       3000-CUMULER-ENCOURS.
               SET classe-trouvee TO TRUE
           END-IF.

      * Pose sur l'etudiant de la facture, au dernier palier, un
      * blocage pour impaye, sauf s'il en a deja un pour cette
      * facture
       3800-POSER-BLOCAGE.
           MOVE FAC-NUMERO OF FACTURES-FILE TO reference-blocage.
           MOVE 'N' TO indic-blocage-pose.
           PERFORM 3810-COMPARER-BLOCAGE
               VARYING ix-blocage FROM 1 BY 1
               UNTIL ix-blocage > nb-blocages
                   OR blocage-deja-pose.
           IF NOT blocage-deja-pose
               MOVE SPACES TO BLOCAGE-ENREGISTREMENT
               MOVE FAC-ID OF FACTURES-FILE TO BLQ-ID
               SET BLQ-IMPAYE TO TRUE
               MOVE 'Impaye au dernier palier' TO BLQ-MOTIF
               MOVE reference-blocage TO BLQ-REFERENCE
               MOVE 'RELANCES' TO BLQ-POSE-PAR
               MOVE date-jour TO BLQ-DATE-POSE
               SET BLQ-ACTIF TO TRUE
               MOVE ZERO TO BLQ-DATE-LEVEE
               OPEN EXTEND BLOCAGES-FILE
               IF blocages-statut = '35'
                   OPEN OUTPUT BLOCAGES-FILE
               END-IF
               WRITE BLOCAGE-ENREGISTREMENT
               CLOSE BLOCAGES-FILE
               IF nb-blocages < limite-blocages
                   ADD 1 TO nb-blocages
                   MOVE reference-blocage TO BLB-REFERENCE(nb-blocages)
               END-IF
               ADD 1 TO cpt-blocages
           END-IF.

      * Compare la reference suivante de la table a la facture
       3810-COMPARER-BLOCAGE.
           IF BLB-REFERENCE(ix-blocage) = reference-blocage
               SET blocage-deja-pose TO TRUE
           END-IF.

      * Retrouve le responsable payeur de la facture ; la relance
      * n'est emise et consignee que s'il a une adresse utilisable,
      * sinon l'etudiant part en exception
       3900-ADRESSER-RELANCE.
           MOVE FAC-ID OF FACTURES-FILE TO id-contact.
           PERFORM 8850-CHOISIR-CONTACT.
           IF ix-retenu = ZERO
               MOVE FAC-ID OF FACTURES-FILE TO AMQ-ID
               MOVE FAC-NOM OF FACTURES-FILE TO AMQ-NOM
               MOVE 'RELANCE' TO AMQ-DOCUMENT
               MOVE FAC-NUMERO OF FACTURES-FILE TO AMQ-REFERENCE
               PERFORM 8880-SIGNALER-MANQUANT
           ELSE
               PERFORM 8875-EXAMINER-CANAL
               IF avis-electronique
                   PERFORM 4200-NOTIFIER-RELANCE
               ELSE
                   PERFORM 4000-GENERER-LETTRE
               END-IF
               IF relance-echeance
                   MOVE palier-atteint
                       TO ETB-RELANCES(ix-trouve ix-manquee)
               ELSE
                   MOVE palier-atteint
                       TO FAC-RELANCES OF FACTURES-FILE
               END-IF
               MOVE date-jour
                   TO FAC-DATE-RELANCE OF FACTURES-FILE
               ADD 1 TO cpt-relances
           END-IF.

      * Genere la lettre de relance du palier atteint
       4000-GENERER-LETTRE.
           MOVE SPACES TO LIGNE-LETTRE.
               ' ---' DELIMITED BY SIZE
               INTO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.
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
           EVALUATE palier-atteint
               WHEN 1
                   MOVE txt-relance-1 TO LIGNE-LETTRE
           WRITE LIGNE-LETTRE.
           MOVE restant-du TO montant-edite.
           MOVE SPACES TO LIGNE-LETTRE.
           IF relance-echeance
               STRING 'Echeance ' DELIMITED BY SIZE
                   ix-manquee DELIMITED BY SIZE
                   ' de la facture ' DELIMITED BY SIZE
                   FAC-NUMERO OF FACTURES-FILE DELIMITED BY SIZE
                   ' echue le ' DELIMITED BY SIZE
                   date-reference DELIMITED BY SIZE
                   INTO LIGNE-LETTRE
               WRITE LIGNE-LETTRE
               MOVE SPACES TO LIGNE-LETTRE
               STRING 'Reste de l''echeance ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   INTO LIGNE-LETTRE
           ELSE
               STRING 'Facture ' DELIMITED BY SIZE
                   FAC-NUMERO OF FACTURES-FILE DELIMITED BY SIZE
                   ' echue le ' DELIMITED BY SIZE
                   date-reference DELIMITED BY SIZE
                   ' restant du ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   INTO LIGNE-LETTRE
           END-IF.
           WRITE LIGNE-LETTRE.
           MOVE SPACES TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.

      * Genere l'avis de rupture de l'echeancier : le solde entier
      * de la facture redevient exigible
       4100-GENERER-AVIS-RUPTURE.
           MOVE SPACES TO LIGNE-LETTRE.
           STRING '--- Rupture d''echeancier - famille de '
                   DELIMITED BY SIZE
               FAC-NOM OF FACTURES-FILE DELIMITED BY SIZE
               ' ---' DELIMITED BY SIZE
               INTO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.
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
           MOVE txt-rupture TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.
           MOVE restant-du TO montant-edite.
           MOVE SPACES TO LIGNE-LETTRE.
           STRING 'Facture ' DELIMITED BY SIZE
               FAC-NUMERO OF FACTURES-FILE DELIMITED BY SIZE
               ' exigible depuis le ' DELIMITED BY SIZE
               FAC-DATE-ECHEANCE OF FACTURES-FILE
               DELIMITED BY SIZE
               ' solde ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.
           MOVE SPACES TO LIGNE-LETTRE.
           WRITE LIGNE-LETTRE.

      * Depose la relance du palier atteint dans la file des
      * notifications : facture, date de reference, restant du et,
      * pour une facture sous echeancier, l'echeance en cause
       4200-NOTIFIER-RELANCE.
           MOVE SPACES TO NOTIFICATION-ENREGISTREMENT.
           EVALUATE palier-atteint
               WHEN 1
                   MOVE 'LET-REL-1' TO NOT-GABARIT
               WHEN 2
                   MOVE 'LET-REL-2' TO NOT-GABARIT
               WHEN OTHER
                   MOVE 'LET-REL-3' TO NOT-GABARIT
           END-EVALUATE.
           MOVE restant-du TO montant-edite.
           MOVE FAC-NUMERO OF FACTURES-FILE TO NOT-CHAMP-1.
           MOVE date-reference TO NOT-CHAMP-2.
           MOVE montant-edite TO NOT-CHAMP-3.
           IF relance-echeance
               STRING 'Echeance ' DELIMITED BY SIZE
                   ix-manquee DELIMITED BY SIZE
                   INTO NOT-CHAMP-4
           END-IF.
           PERFORM 8890-DEPOSER-NOTIFICATION.

      * Depose l'avis de rupture de l'echeancier dans la file des
      * notifications : facture, exigibilite et solde
       4300-NOTIFIER-RUPTURE.
           MOVE SPACES TO NOTIFICATION-ENREGISTREMENT.
           MOVE 'LET-REL-RUPT' TO NOT-GABARIT.
           MOVE restant-du TO montant-edite.
           MOVE FAC-NUMERO OF FACTURES-FILE TO NOT-CHAMP-1.
           MOVE FAC-DATE-ECHEANCE OF FACTURES-FILE TO NOT-CHAMP-2.
           MOVE montant-edite TO NOT-CHAMP-3.
           PERFORM 8890-DEPOSER-NOTIFICATION.

      * Edite pour l'econome le sommaire des encours par classe et
      * par palier
       7000-EDITER-SOMMAIRE.
               INTO LIGNE-SOMMAIRE.
           WRITE LIGNE-SOMMAIRE.

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
               IF CTB-PAYEUR(ix-contact) = 'O'
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
           MOVE 'GenererRelances' TO NOT-ORIGINE.
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
           MOVE 'GenererRelances' TO AMQ-PROGRAMME.
           MOVE motif-manquant TO AMQ-MOTIF.
           OPEN EXTEND MANQUANTES-FILE.
           IF manquantes-statut = '35'
               OPEN OUTPUT MANQUANTES-FILE
           END-IF.
           WRITE ADRESSE-MANQUANTE-ENREGISTREMENT.
           CLOSE MANQUANTES-FILE.
           ADD 1 TO cpt-sans-adresse.

      * Recopie le fichier des echeanciers en reportant les
      * paliers de relance et les ruptures des echeanciers actifs
       6000-REPORTER-ECHEANCIERS.
           IF nb-echeanciers > ZERO
               MOVE 'N' TO indic-fin-echeanciers
               OPEN INPUT ECHEANCIERS-FILE
               OPEN OUTPUT ECHEANCIERS-NOUVEAU-FILE
               PERFORM 1310-LIRE-ECHEANCIER
               PERFORM 6100-RECOPIER-ECHEANCIER UNTIL fin-echeanciers
               CLOSE ECHEANCIERS-FILE
               CLOSE ECHEANCIERS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "ECHEANCIERS.DAT"
               CALL "CBL_RENAME_FILE" USING "ECHEANCIERS.NOUVEAU"
                   "ECHEANCIERS.DAT"
           END-IF.

      * Recopie l'echeancier courant, mis a jour s'il est actif,
      * puis relit
       6100-RECOPIER-ECHEANCIER.
           IF ECH-ACTIF OF ECHEANCIERS-FILE
               MOVE ECH-FACTURE OF ECHEANCIERS-FILE TO numero-cherche
               PERFORM 2500-CHERCHER-ECHEANCIER
               IF ix-trouve > ZERO
                   PERFORM 6200-REPORTER-TRANCHE
                       VARYING ix-tranche FROM 1 BY 1
                       UNTIL ix-tranche > 6
                   IF ETB-STATUT(ix-trouve) = 'R'
                       SET ECH-ROMPU OF ECHEANCIERS-FILE TO TRUE
                       MOVE date-jour
                           TO ECH-DATE-STATUT OF ECHEANCIERS-FILE
                   END-IF
               END-IF
           END-IF.
           MOVE ECHEANCIER-ENREGISTREMENT OF ECHEANCIERS-FILE
               TO ECHEANCIER-ENREGISTREMENT
                   OF ECHEANCIERS-NOUVEAU-FILE.
           WRITE ECHEANCIER-ENREGISTREMENT OF ECHEANCIERS-NOUVEAU-FILE.
           PERFORM 1310-LIRE-ECHEANCIER.

      * Reporte le palier de relance de l'echeance courante
       6200-REPORTER-TRANCHE.
           MOVE ETB-RELANCES(ix-trouve ix-tranche)
               TO ECT-RELANCES OF ECHEANCIERS-FILE(ix-tranche).

      * Bascule du fichier des factures mis a jour et trace de fin
       9000-FINALISER.
           IF factures-statut = '10'
               CALL "CBL_DELETE_FILE" USING "FACTURES.DAT"
               CALL "CBL_RENAME_FILE" USING "FACTURES.NOUVEAU"
                   "FACTURES.DAT"
               PERFORM 6000-REPORTER-ECHEANCIERS
           END-IF.
           IF cpt-ruptures > ZERO
               DISPLAY 'Echeancier(s) rompu(s) : ' cpt-ruptures
           END-IF.
           IF cpt-blocages > ZERO
               DISPLAY 'Blocage(s) administratif(s) pose(s) : '
                   cpt-blocages
           END-IF.
           IF cpt-notifications > ZERO
               DISPLAY 'Avis deposes dans NOTIFICATIONS.DAT : '
                   cpt-notifications
           END-IF.
           IF cpt-sans-adresse > ZERO
               DISPLAY 'AVERTISSEMENT : ' cpt-sans-adresse
                   ' relance(s) en attente d''adresse, voir '
                   'ADRESSES-MANQUANTES.DAT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

           END-IF.
           MOVE cpt-ouvertes TO JOB-LUS.
           MOVE cpt-relances TO JOB-ECRITS.
           MOVE cpt-sans-adresse TO JOB-REJETS.
           COMPUTE JOB-DUREE-SEC =
               job-secondes-fin - job-secondes-debut.
           OPEN EXTEND JOBLOG-FILE.
