      * Code EmettrePrelevements en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. EmettrePrelevements.

      * Etape de la chaine de nuit : presente au prelevement les
      * montants echus des factures de scolarite des familles qui
      * ont signe un mandat (MANDATS-PRELEVEMENT.DAT). Une facture
      * ouverte arrivee a echeance est prelevee de son restant du ;
      * une facture sous echeancier actif est prelevee echeance par
      * echeance, du reste de chaque echeance echue. Chaque
      * prelevement est ecrit dans le fichier de remise de la banque
      * (PRELEVEMENTS-BANQUE.DAT, entete, une ligne par prelevement,
      * total), consigne au registre PRELEVEMENTS.DAT, et
      * l'encaissement attendu est passe dans TRANSACTIONS.DAT au
      * type des paiements de scolarite, reference FACnnnnnn, pour
      * que la chaine le lettre sur la facture. Une facture ou une
      * echeance deja presentee ne l'est jamais une seconde fois,
      * meme rejetee : le rejet la renvoie aux relances. Un mandat
      * signe par un responsable qui n'est plus le payeur n'est pas
      * preleve et part en exception.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURES-FILE ASSIGN TO "FACTURES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS factures-statut.
           SELECT MANDATS-FILE ASSIGN TO "MANDATS-PRELEVEMENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS mandats-statut.
           SELECT CONTACTS-FILE ASSIGN TO "CONTACTS-ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS contacts-statut.
           SELECT ECHEANCIERS-FILE ASSIGN TO "ECHEANCIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS echeanciers-statut.
           SELECT PRELEVEMENTS-FILE ASSIGN TO "PRELEVEMENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS prelevements-statut.
           SELECT PARAM-FILE ASSIGN TO "PARAM-PRELEVEMENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-statut.
           SELECT TYPE-SCOLARITE-FILE
               ASSIGN TO "TYPE-SCOLARITE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS type-scolarite-statut.
           SELECT REMISE-FILE ASSIGN TO "PRELEVEMENTS-BANQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RAPPORT-FILE ASSIGN TO "RAPPORT-PRELEVEMENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transactions-statut.
           SELECT LOT-FILE ASSIGN TO "LOT-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS lot-statut.
           SELECT NUMERO-FILE ASSIGN TO "NUMERO-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS numero-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD FACTURES-FILE.
       COPY "cpfacture.cpy".

       FD MANDATS-FILE.
       COPY "cpmandat.cpy".

       FD CONTACTS-FILE.
       COPY "cpcontact.cpy".

       FD ECHEANCIERS-FILE.
       COPY "cpecheancier.cpy".

       FD PRELEVEMENTS-FILE.
       COPY "cpprelevement.cpy".

       FD PARAM-FILE.
       COPY "cpparamprelev.cpy".

       FD TYPE-SCOLARITE-FILE.
       01 TYPE-SCOLARITE-ENREGISTREMENT.
           05 TSC-TYPE                PIC X(04).

       FD REMISE-FILE.
       01 LIGNE-REMISE                PIC X(200).

       FD RAPPORT-FILE.
       01 LIGNE-RAPPORT               PIC X(80).

       FD TRANSACTIONS-FILE.
       COPY "cptransac.cpy".

       FD LOT-FILE.
       COPY "cplottransac.cpy".

       FD NUMERO-FILE.
       COPY "cpnumerotransac.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 factures-statut PIC X(02).
       77 mandats-statut PIC X(02).
       77 contacts-statut PIC X(02).
       77 echeanciers-statut PIC X(02).
       77 prelevements-statut PIC X(02).
       77 param-statut PIC X(02).
       77 type-scolarite-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 indic-fin-factures PIC X(01) VALUE 'N'.
           88 fin-factures VALUE 'O'.
       77 type-scolarite PIC X(04) VALUE 'SCOL'.
       77 creancier PIC X(13) VALUE SPACES.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 numero-transaction PIC 9(09) VALUE ZERO.
       77 numero-prelevement PIC 9(09) VALUE ZERO.
       77 reference-prelevement PIC X(12) VALUE SPACES.
       77 restant-du PIC S9(7)V99 VALUE ZERO.
       77 montant-preleve PIC S9(7)V99 VALUE ZERO.
       77 tranche-prelevee PIC 9(01) VALUE ZERO.
       77 echeance-prelevee PIC 9(08) VALUE ZERO.
       77 total-preleve PIC S9(9)V99 VALUE ZERO.
       77 cpt-factures PIC 9(05) COMP VALUE ZERO.
       77 cpt-preleves PIC 9(05) COMP VALUE ZERO.
       77 cpt-exceptions PIC 9(05) COMP VALUE ZERO.
       77 montant-edite PIC -(7)9.99.
       77 total-edite PIC -(9)9.99.
       77 montant-remise PIC 9(07).99.
       77 total-remise PIC 9(09).99.
       77 nombre-remise PIC 9(05).
       77 id-cherche PIC X(06) VALUE SPACES.
       77 rang-cherche PIC 9(01) VALUE ZERO.

      * Mandats en vigueur, la derniere ligne d'un meme etudiant
      * faisant foi
       77 indic-fin-mandats PIC X(01) VALUE 'N'.
           88 fin-mandats VALUE 'O'.
       77 indic-mandat-trouve PIC X(01) VALUE 'N'.
           88 mandat-trouve VALUE 'O'.
       77 nb-mandats PIC 9(04) COMP VALUE ZERO.
       77 ix-mandat PIC 9(04) COMP VALUE ZERO.
       77 limite-mandats PIC 9(04) COMP VALUE 3000.
       01 TABLE-MANDATS.
           05 MANDAT-TABLE OCCURS 3000.
               10 MTB-ID              PIC X(06).
               10 MTB-RANG            PIC 9(01).
               10 MTB-REFERENCE       PIC X(20).
               10 MTB-TITULAIRE       PIC X(30).
               10 MTB-IBAN            PIC X(34).
               10 MTB-BIC             PIC X(11).
               10 MTB-SIGNATURE       PIC 9(08).
               10 MTB-STATUT          PIC X(01).

      * Responsables des etudiants, la derniere ligne d'un meme
      * etudiant + rang faisant foi, pour controler que le
      * signataire du mandat est toujours le payeur actif
       77 indic-fin-contacts PIC X(01) VALUE 'N'.
           88 fin-contacts VALUE 'O'.
       77 indic-contact-trouve PIC X(01) VALUE 'N'.
           88 contact-trouve VALUE 'O'.
       77 indic-payeur-valide PIC X(01) VALUE 'N'.
           88 payeur-valide VALUE 'O'.
       77 nb-contacts PIC 9(04) COMP VALUE ZERO.
       77 ix-contact PIC 9(04) COMP VALUE ZERO.
       77 limite-contacts PIC 9(04) COMP VALUE 3000.
       01 TABLE-CONTACTS.
           05 CONTACT-TABLE OCCURS 3000.
               10 CTB-ID              PIC X(06).
               10 CTB-RANG            PIC 9(01).
               10 CTB-PAYEUR          PIC X(01).
               10 CTB-STATUT          PIC X(01).

      * Echeanciers actifs, une entree par facture
       77 indic-fin-echeanciers PIC X(01) VALUE 'N'.
           88 fin-echeanciers VALUE 'O'.
       77 nb-echeanciers PIC 9(03) COMP VALUE ZERO.
       77 ix-echeancier PIC 9(03) COMP VALUE ZERO.
       77 ix-trouve PIC 9(03) COMP VALUE ZERO.
       77 ix-tranche PIC 9(01) VALUE ZERO.
       01 TABLE-ECHEANCIERS.
           05 ECHEANCIER-TABLE OCCURS 500.
               10 ETB-FACTURE         PIC 9(06).
               10 ETB-NB              PIC 9(01).
               10 ETB-TRANCHE OCCURS 6.
                   15 ETB-ECHEANCE    PIC 9(08).
                   15 ETB-MONTANT     PIC S9(7)V99.
                   15 ETB-REGLE       PIC S9(7)V99.

      * Factures et echeances deja presentees au prelevement
       77 indic-fin-prelevements PIC X(01) VALUE 'N'.
           88 fin-prelevements VALUE 'O'.
       77 indic-deja-preleve PIC X(01) VALUE 'N'.
           88 deja-preleve VALUE 'O'.
       77 nb-preleves PIC 9(04) COMP VALUE ZERO.
       77 ix-preleve PIC 9(04) COMP VALUE ZERO.
       77 limite-preleves PIC 9(04) COMP VALUE 5000.
       01 TABLE-PRELEVES.
           05 PRELEVE-TABLE OCCURS 5000.
               10 PTB-FACTURE         PIC 9(06).
               10 PTB-TRANCHE         PIC 9(01).

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
           PERFORM 1000-INITIALISER.
           IF RETURN-CODE < 8
               PERFORM 2000-EXAMINER-FACTURE UNTIL fin-factures
               PERFORM 7000-CLORE-REMISE
           END-IF.
           PERFORM 9000-FINALISER.
           GOBACK.


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
           MOVE 'EmettrePrelevements' TO JOB-NOM.
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

      * Charge les parametres, les mandats, les payeurs, les
      * echeanciers actifs et le registre des prelevements, puis
      * ouvre les factures, la remise et le rapport
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE ZERO TO RETURN-CODE.
           MOVE CP-HLG-DATE TO date-jour.
           PERFORM 1100-CHARGER-PARAMETRES.
           PERFORM 1200-CHARGER-MANDATS.
           PERFORM 1300-CHARGER-CONTACTS.
           PERFORM 1400-CHARGER-ECHEANCIERS.
           PERFORM 1500-CHARGER-REGISTRE.
           IF nb-mandats = ZERO
               SET fin-factures TO TRUE
           ELSE
               OPEN INPUT FACTURES-FILE
               IF factures-statut NOT = '00'
                   SET fin-factures TO TRUE
               ELSE
                   PERFORM 2100-LIRE-FACTURE
               END-IF
           END-IF.
           IF creancier = SPACES AND nb-mandats > ZERO
               DISPLAY 'ERREUR : identifiant creancier absent de '
                   'PARAM-PRELEVEMENT.DAT, aucune remise emise'
               MOVE 8 TO RETURN-CODE
               IF NOT fin-factures
                   CLOSE FACTURES-FILE
               END-IF
           ELSE
               PERFORM 1600-OUVRIR-REMISE
           END-IF.

      * Relit le code type des paiements de scolarite (SCOL par
      * defaut) et l'identifiant creancier de l'etablissement
       1100-CHARGER-PARAMETRES.
           OPEN INPUT TYPE-SCOLARITE-FILE.
           IF type-scolarite-statut = '00'
               READ TYPE-SCOLARITE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TSC-TYPE TO type-scolarite
               END-READ
               CLOSE TYPE-SCOLARITE-FILE
           END-IF.
           OPEN INPUT PARAM-FILE.
           IF param-statut = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PPR-CREANCIER TO creancier
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Charge les mandats, la derniere ligne d'un meme etudiant
      * recouvrant la precedente
       1200-CHARGER-MANDATS.
           MOVE ZERO TO nb-mandats.
           MOVE 'N' TO indic-fin-mandats.
           OPEN INPUT MANDATS-FILE.
           IF mandats-statut = '00'
               PERFORM 1210-LIRE-MANDAT
               PERFORM 1220-RETENIR-MANDAT UNTIL fin-mandats
               CLOSE MANDATS-FILE
           END-IF.

      * Lecture d'un enregistrement MANDATS-PRELEVEMENT.DAT
       1210-LIRE-MANDAT.
           READ MANDATS-FILE
               AT END SET fin-mandats TO TRUE
           END-READ.

      * Range le mandat lu dans la table, en recouvrant celui du
      * meme etudiant, puis relit
       1220-RETENIR-MANDAT.
           MOVE MDT-ID TO id-cherche.
           PERFORM 1230-CHERCHER-MANDAT.
           IF NOT mandat-trouve
               IF nb-mandats < limite-mandats
                   ADD 1 TO nb-mandats
                   MOVE nb-mandats TO ix-mandat
                   SET mandat-trouve TO TRUE
               END-IF
           END-IF.
           IF mandat-trouve
               MOVE MDT-ID TO MTB-ID(ix-mandat)
               MOVE MDT-RANG TO MTB-RANG(ix-mandat)
               MOVE MDT-REFERENCE TO MTB-REFERENCE(ix-mandat)
               MOVE MDT-TITULAIRE TO MTB-TITULAIRE(ix-mandat)
               MOVE MDT-IBAN TO MTB-IBAN(ix-mandat)
               MOVE MDT-BIC TO MTB-BIC(ix-mandat)
               MOVE MDT-DATE-SIGNATURE TO MTB-SIGNATURE(ix-mandat)
               MOVE MDT-STATUT TO MTB-STATUT(ix-mandat)
           END-IF.
           PERFORM 1210-LIRE-MANDAT.

      * Cherche dans la table le mandat de l'etudiant id-cherche ;
      * ix-mandat le designe quand il est trouve
       1230-CHERCHER-MANDAT.
           MOVE 'N' TO indic-mandat-trouve.
           MOVE ZERO TO ix-mandat.
           PERFORM 1240-COMPARER-MANDAT
               UNTIL mandat-trouve OR ix-mandat >= nb-mandats.

      * Compare le mandat suivant de la table a l'etudiant cherche
       1240-COMPARER-MANDAT.
           ADD 1 TO ix-mandat.
           IF MTB-ID(ix-mandat) = id-cherche
               SET mandat-trouve TO TRUE
           END-IF.

      * Charge les responsables des etudiants, la derniere ligne
      * d'un meme etudiant + rang recouvrant la precedente
       1300-CHARGER-CONTACTS.
           MOVE ZERO TO nb-contacts.
           MOVE 'N' TO indic-fin-contacts.
           OPEN INPUT CONTACTS-FILE.
           IF contacts-statut = '00'
               PERFORM 1310-LIRE-CONTACT
               PERFORM 1320-RETENIR-CONTACT UNTIL fin-contacts
               CLOSE CONTACTS-FILE
           END-IF.

      * Lecture d'un enregistrement CONTACTS-ETUDIANTS.DAT
       1310-LIRE-CONTACT.
           READ CONTACTS-FILE
               AT END SET fin-contacts TO TRUE
           END-READ.

      * Range le responsable lu dans la table, en recouvrant la
      * ligne anterieure du meme etudiant + rang, puis relit
       1320-RETENIR-CONTACT.
           MOVE CTC-ID TO id-cherche.
           MOVE CTC-RANG TO rang-cherche.
           PERFORM 1330-CHERCHER-CONTACT.
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
               MOVE CTC-PAYEUR TO CTB-PAYEUR(ix-contact)
               MOVE CTC-STATUT TO CTB-STATUT(ix-contact)
           END-IF.
           PERFORM 1310-LIRE-CONTACT.

      * Cherche dans la table le responsable id-cherche +
      * rang-cherche ;
      * ix-contact le designe quand il est trouve
       1330-CHERCHER-CONTACT.
           MOVE 'N' TO indic-contact-trouve.
           MOVE ZERO TO ix-contact.
           PERFORM 1340-COMPARER-CONTACT
               UNTIL contact-trouve OR ix-contact >= nb-contacts.

      * Compare le responsable suivant de la table a la cle
       1340-COMPARER-CONTACT.
           ADD 1 TO ix-contact.
           IF CTB-ID(ix-contact) = id-cherche
                   AND CTB-RANG(ix-contact) = rang-cherche
               SET contact-trouve TO TRUE
           END-IF.

      * Charge les echeanciers actifs et ce qui est deja regle sur
      * chaque echeance
       1400-CHARGER-ECHEANCIERS.
           MOVE ZERO TO nb-echeanciers.
           MOVE 'N' TO indic-fin-echeanciers.
           OPEN INPUT ECHEANCIERS-FILE.
           IF echeanciers-statut = '00'
               PERFORM 1410-LIRE-ECHEANCIER
               PERFORM 1420-RETENIR-ECHEANCIER UNTIL fin-echeanciers
               CLOSE ECHEANCIERS-FILE
           END-IF.

      * Lecture d'un enregistrement ECHEANCIERS.DAT
       1410-LIRE-ECHEANCIER.
           READ ECHEANCIERS-FILE
               AT END SET fin-echeanciers TO TRUE
           END-READ.

      * Retient l'echeancier lu s'il est actif, puis relit
       1420-RETENIR-ECHEANCIER.
           IF ECH-ACTIF AND nb-echeanciers < 500
               ADD 1 TO nb-echeanciers
               MOVE ECH-FACTURE TO ETB-FACTURE(nb-echeanciers)
               MOVE ECH-NB TO ETB-NB(nb-echeanciers)
               PERFORM 1430-RETENIR-TRANCHE
                   VARYING ix-tranche FROM 1 BY 1
                   UNTIL ix-tranche > 6
           END-IF.
           PERFORM 1410-LIRE-ECHEANCIER.

      * Retient la date, le montant et le regle de l'echeance
      * courante
       1430-RETENIR-TRANCHE.
           MOVE ECT-ECHEANCE(ix-tranche)
               TO ETB-ECHEANCE(nb-echeanciers ix-tranche).
           MOVE ECT-MONTANT(ix-tranche)
               TO ETB-MONTANT(nb-echeanciers ix-tranche).
           MOVE ECT-REGLE(ix-tranche)
               TO ETB-REGLE(nb-echeanciers ix-tranche).

      * Charge les factures et echeances deja presentees et le
      * dernier numero de prelevement attribue
       1500-CHARGER-REGISTRE.
           MOVE ZERO TO nb-preleves.
           MOVE ZERO TO numero-prelevement.
           MOVE 'N' TO indic-fin-prelevements.
           OPEN INPUT PRELEVEMENTS-FILE.
           IF prelevements-statut = '00'
               PERFORM 1510-LIRE-PRELEVEMENT
               PERFORM 1520-RETENIR-PRELEVEMENT
                   UNTIL fin-prelevements
               CLOSE PRELEVEMENTS-FILE
           END-IF.

      * Lecture d'un enregistrement PRELEVEMENTS.DAT
       1510-LIRE-PRELEVEMENT.
           READ PRELEVEMENTS-FILE
               AT END SET fin-prelevements TO TRUE
           END-READ.

      * Retient la facture + echeance du prelevement lu et son
      * numero, puis relit
       1520-RETENIR-PRELEVEMENT.
           IF nb-preleves < limite-preleves
               ADD 1 TO nb-preleves
               MOVE PRL-FACTURE TO PTB-FACTURE(nb-preleves)
               MOVE PRL-TRANCHE TO PTB-TRANCHE(nb-preleves)
           END-IF.
           IF PRL-REFERENCE(4:9) IS NUMERIC
               IF PRL-REFERENCE(4:9) > numero-prelevement
                   MOVE PRL-REFERENCE(4:9) TO numero-prelevement
               END-IF
           END-IF.
           PERFORM 1510-LIRE-PRELEVEMENT.

      * Ouvre la remise de la banque avec sa ligne d'entete, et le
      * rapport du traitement
       1600-OUVRIR-REMISE.
           OPEN OUTPUT REMISE-FILE.
           MOVE SPACES TO LIGNE-REMISE.
           STRING 'ENTETE;' DELIMITED BY SIZE
               creancier DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               numero-passage DELIMITED BY SIZE
               INTO LIGNE-REMISE.
           WRITE LIGNE-REMISE.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'Prelevements de scolarite du ' DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      * Lecture d'un enregistrement FACTURES.DAT
       2100-LIRE-FACTURE.
           READ FACTURES-FILE
               AT END SET fin-factures TO TRUE
           END-READ.

      * Preleve la facture courante si elle n'est pas soldee et
      * que la famille a un mandat actif signe : echeance par
      * echeance sous echeancier actif, sinon son restant du une
      * fois echue ; puis relit
       2000-EXAMINER-FACTURE.
           ADD 1 TO cpt-factures.
           IF NOT FAC-SOLDEE
               MOVE FAC-ID TO id-cherche
               PERFORM 1230-CHERCHER-MANDAT
               IF mandat-trouve
                   IF MTB-STATUT(ix-mandat) = 'A'
                           AND MTB-SIGNATURE(ix-mandat) <= date-jour
                       PERFORM 2200-PRELEVER-FACTURE
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-LIRE-FACTURE.

      * Determine ce qui est echu sur la facture mandatee et le
      * presente, apres controle du signataire
       2200-PRELEVER-FACTURE.
           MOVE ZERO TO ix-trouve.
           PERFORM 2210-COMPARER-ECHEANCIER
               VARYING ix-echeancier FROM 1 BY 1
               UNTIL ix-echeancier > nb-echeanciers
                   OR ix-trouve > ZERO.
           IF ix-trouve > ZERO
               PERFORM 2300-PRELEVER-TRANCHE
                   VARYING ix-tranche FROM 1 BY 1
                   UNTIL ix-tranche > ETB-NB(ix-trouve)
           ELSE
               COMPUTE restant-du = FAC-MONTANT - FAC-REGLE
               IF FAC-DATE-ECHEANCE <= date-jour
                       AND restant-du > ZERO
                   MOVE ZERO TO tranche-prelevee
                   PERFORM 2400-CONTROLER-DEJA-PRELEVE
                   IF NOT deja-preleve
                       MOVE restant-du TO montant-preleve
                       MOVE FAC-DATE-ECHEANCE TO echeance-prelevee
                       PERFORM 2500-CONTROLER-SIGNATAIRE
                   END-IF
               END-IF
           END-IF.

      * Compare l'echeancier suivant a la facture courante
       2210-COMPARER-ECHEANCIER.
           IF ETB-FACTURE(ix-echeancier) = FAC-NUMERO
               MOVE ix-echeancier TO ix-trouve
           END-IF.

      * Presente le reste de l'echeance courante si elle est echue
      * et pas encore presentee
       2300-PRELEVER-TRANCHE.
           IF ETB-ECHEANCE(ix-trouve ix-tranche) <= date-jour
                   AND ETB-REGLE(ix-trouve ix-tranche)
                       < ETB-MONTANT(ix-trouve ix-tranche)
               MOVE ix-tranche TO tranche-prelevee
               PERFORM 2400-CONTROLER-DEJA-PRELEVE
               IF NOT deja-preleve
                   COMPUTE montant-preleve =
                       ETB-MONTANT(ix-trouve ix-tranche)
                       - ETB-REGLE(ix-trouve ix-tranche)
                   MOVE ETB-ECHEANCE(ix-trouve ix-tranche)
                       TO echeance-prelevee
                   PERFORM 2500-CONTROLER-SIGNATAIRE
               END-IF
           END-IF.

      * Cherche la facture + echeance courante au registre
       2400-CONTROLER-DEJA-PRELEVE.
           MOVE 'N' TO indic-deja-preleve.
           MOVE ZERO TO ix-preleve.
           PERFORM 2410-COMPARER-PRELEVE
               UNTIL deja-preleve OR ix-preleve >= nb-preleves.

      * Compare le prelevement suivant du registre
       2410-COMPARER-PRELEVE.
           ADD 1 TO ix-preleve.
           IF PTB-FACTURE(ix-preleve) = FAC-NUMERO
                   AND PTB-TRANCHE(ix-preleve) = tranche-prelevee
               SET deja-preleve TO TRUE
           END-IF.

      * Le mandat ne vaut que si son signataire est toujours le
      * responsable payeur actif ; sinon le montant echu part en
      * exception et reste aux relances
       2500-CONTROLER-SIGNATAIRE.
           MOVE 'N' TO indic-payeur-valide.
           MOVE MTB-ID(ix-mandat) TO id-cherche.
           MOVE MTB-RANG(ix-mandat) TO rang-cherche.
           PERFORM 1330-CHERCHER-CONTACT.
           IF contact-trouve
               IF CTB-PAYEUR(ix-contact) = 'O'
                       AND CTB-STATUT(ix-contact) = 'A'
                   SET payeur-valide TO TRUE
               END-IF
           END-IF.
           IF payeur-valide
               PERFORM 3000-EMETTRE-PRELEVEMENT
           ELSE
               ADD 1 TO cpt-exceptions
               MOVE montant-preleve TO montant-edite
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  NON PRELEVE  FAC' DELIMITED BY SIZE
                   FAC-NUMERO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FAC-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   ' : signataire plus payeur' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

      * Numerote le prelevement, l'ecrit dans la remise, passe
      * l'encaissement attendu au grand livre et le consigne au
      * registre
       3000-EMETTRE-PRELEVEMENT.
           ADD 1 TO numero-prelevement.
           MOVE SPACES TO reference-prelevement.
           STRING 'PRL' DELIMITED BY SIZE
               numero-prelevement DELIMITED BY SIZE
               INTO reference-prelevement.
           PERFORM 3100-ECRIRE-REMISE.
           PERFORM 3200-PASSER-ENCAISSEMENT.
           PERFORM 3300-CONSIGNER-PRELEVEMENT.
           ADD 1 TO cpt-preleves.
           ADD montant-preleve TO total-preleve.
           MOVE montant-preleve TO montant-edite.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING '  ' DELIMITED BY SIZE
               reference-prelevement DELIMITED BY SIZE
               ' FAC' DELIMITED BY SIZE
               FAC-NUMERO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               tranche-prelevee DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FAC-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               MTB-REFERENCE(ix-mandat) DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

      * Ligne de prelevement de la remise : reference de bout en
      * bout, mandat, compte a debiter, montant et echeance
       3100-ECRIRE-REMISE.
           MOVE montant-preleve TO montant-remise.
           MOVE SPACES TO LIGNE-REMISE.
           STRING 'PRELEVEMENT;' DELIMITED BY SIZE
               reference-prelevement DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               MTB-REFERENCE(ix-mandat) DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               MTB-SIGNATURE(ix-mandat) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               MTB-IBAN(ix-mandat) DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               MTB-BIC(ix-mandat) DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               MTB-TITULAIRE(ix-mandat) DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               montant-remise DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               echeance-prelevee DELIMITED BY SIZE
               ';FAC' DELIMITED BY SIZE
               FAC-NUMERO DELIMITED BY SIZE
               INTO LIGNE-REMISE.
           WRITE LIGNE-REMISE.

      * Passe l'encaissement attendu au type des paiements de
      * scolarite, reference FACnnnnnn pour le lettrage, deja
      * approuve puisqu'il repond a un mandat signe
       3200-PASSER-ENCAISSEMENT.
           MOVE montant-preleve TO TRA-MONTANT.
           MOVE type-scolarite TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'FAC' DELIMITED BY SIZE
               FAC-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               reference-prelevement DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           SET TRA-DEJA-APPROUVEE TO TRUE.
           MOVE SPACES TO TRA-COMPTE.
           MOVE SPACES TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ZERO TO TRA-LIGNE.
           MOVE ZERO TO TRA-DATE.
           MOVE SPACES TO TRA-AUTEUR.
           MOVE ZERO TO TRA-DATE-SAISIE.
           MOVE ZERO TO TRA-HEURE-SAISIE.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE numero-transaction TO TRA-NUMERO.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF.
           WRITE TRANSACTION-ENREGISTREMENT.
           CLOSE TRANSACTIONS-FILE.
           PERFORM 8900-MARQUER-LOT.

      * Ajoute le prelevement emis au registre et a la table, pour
      * qu'il ne soit jamais presente deux fois
       3300-CONSIGNER-PRELEVEMENT.
           MOVE SPACES TO PRELEVEMENT-ENREGISTREMENT.
           MOVE reference-prelevement TO PRL-REFERENCE.
           MOVE FAC-NUMERO TO PRL-FACTURE.
           MOVE tranche-prelevee TO PRL-TRANCHE.
           MOVE FAC-ID TO PRL-ID.
           MOVE MTB-REFERENCE(ix-mandat) TO PRL-MANDAT.
           MOVE montant-preleve TO PRL-MONTANT.
           MOVE date-jour TO PRL-DATE.
           MOVE numero-transaction TO PRL-TRANSACTION.
           SET PRL-EMIS TO TRUE.
           MOVE ZERO TO PRL-DATE-RETOUR.
           MOVE ZERO TO PRL-FRAIS.
           OPEN EXTEND PRELEVEMENTS-FILE.
           IF prelevements-statut = '35'
               OPEN OUTPUT PRELEVEMENTS-FILE
           END-IF.
           WRITE PRELEVEMENT-ENREGISTREMENT.
           CLOSE PRELEVEMENTS-FILE.
           IF nb-preleves < limite-preleves
               ADD 1 TO nb-preleves
               MOVE FAC-NUMERO TO PTB-FACTURE(nb-preleves)
               MOVE tranche-prelevee TO PTB-TRANCHE(nb-preleves)
           END-IF.

      * Ferme la remise sur sa ligne de total (nombre et montant)
      * et le rapport sur son bilan
       7000-CLORE-REMISE.
           IF factures-statut = '10'
               CLOSE FACTURES-FILE
           END-IF.
           MOVE cpt-preleves TO nombre-remise.
           MOVE total-preleve TO total-remise.
           MOVE SPACES TO LIGNE-REMISE.
           STRING 'TOTAL;' DELIMITED BY SIZE
               nombre-remise DELIMITED BY SIZE
               ';' DELIMITED BY SIZE
               total-remise DELIMITED BY SIZE
               INTO LIGNE-REMISE.
           WRITE LIGNE-REMISE.
           CLOSE REMISE-FILE.
           MOVE total-preleve TO total-edite.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING '  Prelevements emis : ' DELIMITED BY SIZE
               nombre-remise DELIMITED BY SIZE
               ' pour ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-FILE.
           IF cpt-exceptions > ZERO
               DISPLAY 'AVERTISSEMENT : ' cpt-exceptions
                   ' echeance(s) non prelevee(s), voir '
                   'RAPPORT-PRELEVEMENTS.DAT'
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Alloue le numero de transaction unique suivant, qui suivra
      * le mouvement sur tout ce qu'il produit en aval
       8800-ALLOUER-NUMERO.
           MOVE ZERO TO numero-transaction.
           OPEN INPUT NUMERO-FILE.
           IF numero-statut = '00'
               READ NUMERO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NTR-NUMERO TO numero-transaction
               END-READ
               CLOSE NUMERO-FILE
           END-IF.
           ADD 1 TO numero-transaction.
           MOVE numero-transaction TO NTR-NUMERO.
           OPEN OUTPUT NUMERO-FILE.
           WRITE NUMERO-TRANSAC-ENREGISTREMENT.
           CLOSE NUMERO-FILE.

      * Pose l'identite du lot courant (horodatage de sa creation)
      * si elle n'existe pas encore, pour le controle de
      * retraitement de ManipulationAdd
       8900-MARQUER-LOT.
           OPEN INPUT LOT-FILE.
           IF lot-statut = '00'
               CLOSE LOT-FILE
           ELSE
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               MOVE CP-HLG-DATE TO LOT-DATE
               MOVE CP-HLG-HH TO LOT-HEURE(1:2)
               MOVE CP-HLG-MN TO LOT-HEURE(3:2)
               MOVE CP-HLG-SS TO LOT-HEURE(5:2)
               OPEN OUTPUT LOT-FILE
               WRITE LOT-TRANSAC-ENREGISTREMENT
               CLOSE LOT-FILE
           END-IF.

      * Trace la fin du job
       9000-FINALISER.
           DISPLAY 'Prelevements emis : ' cpt-preleves.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'EmettrePrelevements' TO JOB-NOM.
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
           MOVE cpt-factures TO JOB-LUS.
           MOVE cpt-preleves TO JOB-ECRITS.
           MOVE cpt-exceptions TO JOB-REJETS.
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
