      * Code EtablirAvoir en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. EtablirAvoir.

      * Transaction a la demande : avoir de scolarite au depart
      * d'un etudiant en cours de trimestre. Pour un etudiant parti
      * (INS-PARTI), les factures sans avoir sont listees ; la
      * facture choisie est creditee au prorata des jours restants
      * du trimestre apres la date de depart (par defaut celle du
      * depart enregistre dans TRANSFERTS.DAT), selon les dates du
      * trimestre et la part non remboursable de BAREME-FRAIS.DAT.
      * Apres confirmation, l'avoir est numerote dans sa propre
      * serie sur AVOIRS.DAT, le montant du de la facture est
      * diminue d'autant dans FACTURES.DAT, le trop-percu d'une
      * famille qui avait deja regle part en transaction de
      * remboursement dans TRANSACTIONS.DAT, et l'avoir imprime est
      * adresse au responsable payeur sur IMPRESSION-AVOIRS.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT TRANSFERTS-FILE ASSIGN TO "TRANSFERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transferts-statut.
           SELECT BAREME-FILE ASSIGN TO "BAREME-FRAIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS bareme-statut.
           SELECT FACTURES-FILE ASSIGN TO "FACTURES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS factures-statut.
           SELECT FACTURES-NOUVEAU-FILE
               ASSIGN TO "FACTURES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AVOIRS-FILE ASSIGN TO "AVOIRS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS avoirs-statut.
           SELECT IMPRESSION-FILE
               ASSIGN TO "IMPRESSION-AVOIRS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS impression-statut.
           SELECT CONTACTS-FILE ASSIGN TO "CONTACTS-ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS contacts-statut.
           SELECT MANQUANTES-FILE
               ASSIGN TO "ADRESSES-MANQUANTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS manquantes-statut.
           SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transactions-statut.
           SELECT LOT-FILE ASSIGN TO "LOT-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS lot-statut.
           SELECT NUMERO-FILE ASSIGN TO "NUMERO-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS numero-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD TRANSFERTS-FILE.
       COPY "cptransfert.cpy".

       FD BAREME-FILE.
       COPY "cpbareme.cpy".

      * Meme structure d'enregistrement pour le fichier des
      * factures et sa recopie ; les references sont qualifiees par
      * OF pour lever l'ambiguite
       FD FACTURES-FILE.
       COPY "cpfacture.cpy".

       FD FACTURES-NOUVEAU-FILE.
       COPY "cpfacture.cpy".

       FD AVOIRS-FILE.
       COPY "cpavoir.cpy".

       FD IMPRESSION-FILE.
       01 LIGNE-IMPRESSION            PIC X(80).

       FD CONTACTS-FILE.
       COPY "cpcontact.cpy".

       FD MANQUANTES-FILE.
       COPY "cpadressemanquante.cpy".

       FD TRANSACTIONS-FILE.
       COPY "cptransac.cpy".

       FD LOT-FILE.
       COPY "cplottransac.cpy".

       FD NUMERO-FILE.
       COPY "cpnumerotransac.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 etudiants-statut PIC X(02).
       77 transferts-statut PIC X(02).
       77 bareme-statut PIC X(02).
       77 factures-statut PIC X(02).
       77 avoirs-statut PIC X(02).
       77 impression-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 session-statut PIC X(02).
       77 numero-transaction PIC 9(09) VALUE ZERO.
       77 id-saisi PIC X(06).
       77 depart-texte PIC X(08).
       77 facture-texte PIC X(06).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 etudiant-trouve VALUE 'O'.
       77 indic-erreur PIC X(01) VALUE 'N'.
           88 saisie-en-erreur VALUE 'O'.
       77 message-erreur PIC X(50) VALUE SPACES.
       77 cpt-avoirs PIC 9(05) COMP VALUE ZERO.
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 date-jour-aff PIC 9(08).

      * Date de depart : celle du dernier depart enregistre dans
      * TRANSFERTS.DAT pour l'etudiant, sauf date saisie
       77 indic-fin-transferts PIC X(01) VALUE 'N'.
           88 fin-transferts VALUE 'O'.
       77 depart-enregistre PIC 9(08) VALUE ZERO.
       77 date-depart PIC 9(08) VALUE ZERO.

      * Calcul de l'avoir : jours restants du trimestre apres le
      * jour du depart, rapportes aux jours du trimestre, appliques
      * a la part remboursable du montant facture
       77 jour-debut PIC 9(08) COMP VALUE ZERO.
       77 jour-fin PIC 9(08) COMP VALUE ZERO.
       77 jour-depart PIC 9(08) COMP VALUE ZERO.
       77 jours-restants PIC 9(03) VALUE ZERO.
       77 jours-trimestre PIC 9(03) VALUE ZERO.
       77 montant-remboursable PIC S9(7)V99 VALUE ZERO.
       77 montant-avoir PIC S9(7)V99 VALUE ZERO.
       77 montant-rembourse PIC S9(7)V99 VALUE ZERO.
       77 nouveau-montant PIC S9(7)V99 VALUE ZERO.
       77 numero-avoir PIC 9(06) VALUE ZERO.
       77 numero-choisi PIC 9(06) VALUE ZERO.
       77 avoir-edite PIC -(7)9.99.
       77 rembourse-edite PIC -(7)9.99.
       77 montant-edite PIC -(7)9.99.
       77 regle-edite PIC -(7)9.99.

      * Bareme charge en memoire, la derniere ligne d'une meme
      * classe + trimestre faisant foi ; une ligne sans dates (ancien
      * format) est retenue a zero
       77 indic-fin-bareme PIC X(01) VALUE 'N'.
           88 fin-bareme VALUE 'O'.
       77 indic-bareme-trouve PIC X(01) VALUE 'N'.
           88 bareme-trouve VALUE 'O'.
       77 nb-baremes PIC 9(03) COMP VALUE ZERO.
       77 ix-bareme PIC 9(03) COMP VALUE ZERO.
       01 TABLE-BAREME.
           05 BAREME-TABLE OCCURS 200.
               10 BTB-CLASSE          PIC X(05).
               10 BTB-TRIMESTRE       PIC 9(01).
               10 BTB-DEBUT           PIC 9(08).
               10 BTB-FIN             PIC 9(08).
               10 BTB-NON-REMB        PIC S9(7)V99.

      * Factures de l'etudiant, marquees quand un avoir les vise
      * deja dans AVOIRS.DAT
       77 indic-fin-factures PIC X(01) VALUE 'N'.
           88 fin-factures VALUE 'O'.
       77 indic-fin-avoirs PIC X(01) VALUE 'N'.
           88 fin-avoirs VALUE 'O'.
       77 indic-facture-trouvee PIC X(01) VALUE 'N'.
           88 facture-trouvee VALUE 'O'.
       77 nb-factures PIC 9(02) COMP VALUE ZERO.
       77 nb-creditables PIC 9(02) COMP VALUE ZERO.
       77 ix-facture PIC 9(02) COMP VALUE ZERO.
       77 ix-choisie PIC 9(02) COMP VALUE ZERO.
       01 TABLE-FACTURES.
           05 FACTURE-ETUDIANT OCCURS 40.
               10 FET-NUMERO          PIC 9(06).
               10 FET-CLASSE          PIC X(05).
               10 FET-TRIMESTRE       PIC 9(01).
               10 FET-MONTANT         PIC S9(7)V99.
               10 FET-REGLE           PIC S9(7)V99.
               10 FET-AVOIR           PIC X(01).

      * Responsables des etudiants charges depuis
      * CONTACTS-ETUDIANTS.DAT, la derniere ligne d'un meme
      * etudiant + rang faisant foi, pour adresser l'avoir au
      * responsable payeur ; un etudiant sans adresse utilisable
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
       01 TABLE-CONTACTS.
           05 CONTACT-TABLE OCCURS 3000.
               10 CTB-ID              PIC X(06).
               10 CTB-RANG            PIC 9(01).
               10 CTB-NOM             PIC X(30).
               10 CTB-ADRESSE         PIC X(30).
               10 CTB-CODE-POSTAL     PIC X(05).
               10 CTB-VILLE           PIC X(20).
               10 CTB-PAYEUR          PIC X(01).
               10 CTB-DESTINATAIRE    PIC X(01).
               10 CTB-STATUT          PIC X(01).

      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-id.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Avoir de scolarite au depart'.
           2 LINE 5 COL 10 VALUE 'Identifiant etudiant : '.
           2 PIC X(06) TO id-saisi REQUIRED.

       1 pla-inconnu.
           2 LINE 6 COL 10 VALUE
               'Identifiant absent du fichier des inscriptions.'.

       1 pla-non-parti.
           2 LINE 6 COL 10 VALUE
               'Etudiant toujours inscrit : aucun avoir de depart.'.

       1 pla-fiche.
           2 LINE 6 COL 10 VALUE 'Etudiant : '.
           2 COL 21 PIC X(20) FROM INS-NOM.
           2 COL 43 PIC X(05) FROM INS-CLASSE.
           2 LINE 7 COL 10 VALUE 'Depart enregistre le : '.
           2 COL 33 PIC 9999/99/99 FROM depart-enregistre.

       1 pla-sans-facture.
           2 LINE 8 COL 10 VALUE
               'Aucune facture sans avoir pour cet etudiant.'.

       1 pls-depart.
           2 LINE 14 COL 10 VALUE
               'Date de depart (AAAAMMJJ, vide = enregistree) : '.
           2 PIC X(08) TO depart-texte.

       1 pls-facture.
           2 LINE 15 COL 10 VALUE 'Facture a crediter (numero) : '.
           2 PIC X(06) TO facture-texte REQUIRED.

       1 pla-erreur.
           2 LINE 17 COL 10 PIC X(50) FROM message-erreur.

       1 pla-calcul.
           2 LINE 17 COL 10 VALUE 'Jours restants : '.
           2 COL 27 PIC ZZ9 FROM jours-restants.
           2 COL 31 VALUE 'sur '.
           2 COL 35 PIC ZZ9 FROM jours-trimestre.
           2 COL 40 VALUE 'Avoir : '.
           2 COL 48 PIC X(11) FROM avoir-edite.
           2 LINE 18 COL 10 VALUE 'Remboursement a la famille : '.
           2 COL 39 PIC X(11) FROM rembourse-edite.

       1 pls-confirmer.
           2 LINE 19 COL 10 VALUE 'Confirmer cet avoir (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoute.
           2 LINE 20 COL 10 VALUE 'Avoir No '.
           2 COL 19 PIC 9(06) FROM numero-avoir.
           2 COL 26 VALUE 'enregistre et imprime.'.

       1 pls-continuer.
           2 LINE 21 COL 10 VALUE 'Un autre etudiant ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       1 pla-bilan.
           2 LINE 23 COL 10 VALUE 'Avoirs etablis : '.
           2 COL 28 PIC ZZZZ9 FROM cpt-avoirs.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           PERFORM 0040-CHARGER-BAREME.
           PERFORM 8800-CHARGER-CONTACTS.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut NOT = '00'
               DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT introuvable '
                   '(statut ' etudiants-statut ')'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-TRAITER-ETUDIANT
                   WITH TEST AFTER
                   UNTIL NOT continuer-oui
               DISPLAY pla-bilan
               CLOSE ETUDIANTS-FILE
               IF cpt-sans-adresse > ZERO
                   DISPLAY 'AVERTISSEMENT : ' cpt-sans-adresse
                       ' avoir(s) sans adresse de facturation, '
                       'voir ADRESSES-MANQUANTES.DAT'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-avoirs.
           MOVE ZERO TO cpt-sans-adresse.

      * Reprend l'utilisateur signe au menu, pour le consigner sur
      * chaque avoir
       0030-LIRE-UTILISATEUR-SESSION.
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

      * Charge le bareme en memoire, la derniere ligne d'une meme
      * classe + trimestre recouvrant la precedente
       0040-CHARGER-BAREME.
           MOVE ZERO TO nb-baremes.
           MOVE 'N' TO indic-fin-bareme.
           OPEN INPUT BAREME-FILE.
           IF bareme-statut = '00'
               PERFORM 0041-LIRE-BAREME
               PERFORM 0042-RETENIR-BAREME UNTIL fin-bareme
               CLOSE BAREME-FILE
           END-IF.

      * Lecture d'un enregistrement BAREME-FRAIS.DAT
       0041-LIRE-BAREME.
           READ BAREME-FILE
               AT END SET fin-bareme TO TRUE
           END-READ.

      * Range la ligne de bareme lue dans la table, en recouvrant
      * la ligne anterieure de la meme cle, puis relit
       0042-RETENIR-BAREME.
           MOVE 'N' TO indic-bareme-trouve.
           MOVE ZERO TO ix-bareme.
           PERFORM 0043-CHERCHER-BAREME
               UNTIL bareme-trouve OR ix-bareme >= nb-baremes.
           IF NOT bareme-trouve
               IF nb-baremes < 200
                   ADD 1 TO nb-baremes
                   MOVE nb-baremes TO ix-bareme
                   SET bareme-trouve TO TRUE
               END-IF
           END-IF.
           IF bareme-trouve
               MOVE BAR-CLASSE TO BTB-CLASSE(ix-bareme)
               MOVE BAR-TRIMESTRE TO BTB-TRIMESTRE(ix-bareme)
               MOVE ZERO TO BTB-DEBUT(ix-bareme)
               MOVE ZERO TO BTB-FIN(ix-bareme)
               MOVE ZERO TO BTB-NON-REMB(ix-bareme)
               IF BAR-DEBUT IS NUMERIC AND BAR-FIN IS NUMERIC
                   MOVE BAR-DEBUT TO BTB-DEBUT(ix-bareme)
                   MOVE BAR-FIN TO BTB-FIN(ix-bareme)
               END-IF
               IF BAR-NON-REMBOURSABLE IS NUMERIC
                   MOVE BAR-NON-REMBOURSABLE
                       TO BTB-NON-REMB(ix-bareme)
               END-IF
           END-IF.
           PERFORM 0041-LIRE-BAREME.

      * Compare la ligne suivante de la table a la cle lue
       0043-CHERCHER-BAREME.
           ADD 1 TO ix-bareme.
           IF BTB-CLASSE(ix-bareme) = BAR-CLASSE
                   AND BTB-TRIMESTRE(ix-bareme) = BAR-TRIMESTRE
               SET bareme-trouve TO TRUE
           END-IF.

      * Traite un etudiant parti : factures sans avoir listees,
      * date de depart et facture recueillies, avoir calcule puis
      * enregistre apres confirmation
       1000-TRAITER-ETUDIANT.
           MOVE 'N' TO indic-trouve.
           MOVE 'N' TO indic-confirme.
           MOVE 'N' TO indic-erreur.
           MOVE SPACES TO message-erreur.
           MOVE SPACES TO depart-texte.
           MOVE ZERO TO depart-enregistre.
           DISPLAY pls-id.
           ACCEPT pls-id.
           MOVE id-saisi TO INS-ID.
           READ ETUDIANTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET etudiant-trouve TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT etudiant-trouve
                   DISPLAY pla-inconnu
               WHEN NOT INS-PARTI
                   DISPLAY pla-non-parti
               WHEN OTHER
                   PERFORM 2000-RELIRE-DEPART
                   DISPLAY pla-fiche
                   PERFORM 2100-RELEVER-FACTURES
                   IF nb-creditables = ZERO
                       DISPLAY pla-sans-facture
                   ELSE
                       PERFORM 1100-PREPARER-AVOIR
                   END-IF
           END-EVALUATE.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Recueille la date de depart et la facture, calcule l'avoir,
      * le fait confirmer puis l'enregistre
       1100-PREPARER-AVOIR.
           DISPLAY pls-depart.
           ACCEPT pls-depart.
           DISPLAY pls-facture.
           ACCEPT pls-facture.
           PERFORM 2500-CONTROLER-SAISIE.
           IF NOT saisie-en-erreur
               PERFORM 2600-CALCULER-AVOIR
           END-IF.
           IF saisie-en-erreur
               DISPLAY pla-erreur
           ELSE
               DISPLAY pla-calcul
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
                   WHEN confirmation = 'O' OR confirmation = 'o'
                       SET confirme TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO indic-confirme
               END-EVALUATE
               IF confirme
                   PERFORM 3000-ENREGISTRER-AVOIR
                   DISPLAY pla-ajoute
               END-IF
           END-IF.

      * Releve la date du dernier depart enregistre de l'etudiant
      * dans TRANSFERTS.DAT
       2000-RELIRE-DEPART.
           MOVE 'N' TO indic-fin-transferts.
           OPEN INPUT TRANSFERTS-FILE.
           IF transferts-statut = '00'
               PERFORM 2010-LIRE-TRANSFERT
               PERFORM 2020-RETENIR-DEPART UNTIL fin-transferts
               CLOSE TRANSFERTS-FILE
           END-IF.

      * Lecture d'un enregistrement TRANSFERTS.DAT
       2010-LIRE-TRANSFERT.
           READ TRANSFERTS-FILE
               AT END SET fin-transferts TO TRUE
           END-READ.

      * Retient la date si la ligne lue est un depart de
      * l'etudiant, puis relit
       2020-RETENIR-DEPART.
           IF TRS-ID = id-saisi AND TRS-DEPART
               MOVE TRS-DATE TO depart-enregistre
           END-IF.
           PERFORM 2010-LIRE-TRANSFERT.

      * Releve les factures de l'etudiant, marque celles qu'un avoir
      * vise deja et liste les autres ; retient au passage le
      * dernier numero d'avoir
       2100-RELEVER-FACTURES.
           MOVE ZERO TO nb-factures.
           MOVE ZERO TO nb-creditables.
           MOVE ZERO TO numero-avoir.
           MOVE 'N' TO indic-fin-factures.
           OPEN INPUT FACTURES-FILE.
           IF factures-statut = '00'
               PERFORM 2110-LIRE-FACTURE
               PERFORM 2120-RETENIR-FACTURE UNTIL fin-factures
               CLOSE FACTURES-FILE
           END-IF.
           MOVE 'N' TO indic-fin-avoirs.
           OPEN INPUT AVOIRS-FILE.
           IF avoirs-statut = '00'
               PERFORM 2130-LIRE-AVOIR
               PERFORM 2140-MARQUER-FACTURE UNTIL fin-avoirs
               CLOSE AVOIRS-FILE
           END-IF.
           PERFORM 2160-LISTER-FACTURE
               VARYING ix-facture FROM 1 BY 1
               UNTIL ix-facture > nb-factures.

      * Lecture d'un enregistrement FACTURES.DAT
       2110-LIRE-FACTURE.
           READ FACTURES-FILE
               AT END SET fin-factures TO TRUE
           END-READ.

      * Range la facture lue si elle concerne l'etudiant, puis
      * relit
       2120-RETENIR-FACTURE.
           IF FAC-ID OF FACTURES-FILE = id-saisi
                   AND nb-factures < 40
               ADD 1 TO nb-factures
               MOVE FAC-NUMERO OF FACTURES-FILE
                   TO FET-NUMERO(nb-factures)
               MOVE FAC-CLASSE OF FACTURES-FILE
                   TO FET-CLASSE(nb-factures)
               MOVE FAC-TRIMESTRE OF FACTURES-FILE
                   TO FET-TRIMESTRE(nb-factures)
               MOVE FAC-MONTANT OF FACTURES-FILE
                   TO FET-MONTANT(nb-factures)
               MOVE FAC-REGLE OF FACTURES-FILE
                   TO FET-REGLE(nb-factures)
               MOVE 'N' TO FET-AVOIR(nb-factures)
           END-IF.
           PERFORM 2110-LIRE-FACTURE.

      * Lecture d'un enregistrement AVOIRS.DAT
       2130-LIRE-AVOIR.
           READ AVOIRS-FILE
               AT END SET fin-avoirs TO TRUE
           END-READ.

      * Retient le numero de l'avoir lu et marque la facture qu'il
      * vise, puis relit
       2140-MARQUER-FACTURE.
           MOVE AVR-NUMERO TO numero-avoir.
           PERFORM 2150-COMPARER-AVOIR
               VARYING ix-facture FROM 1 BY 1
               UNTIL ix-facture > nb-factures.
           PERFORM 2130-LIRE-AVOIR.

      * Compare la facture suivante de la table a celle de l'avoir
       2150-COMPARER-AVOIR.
           IF FET-NUMERO(ix-facture) = AVR-FACTURE
               MOVE 'O' TO FET-AVOIR(ix-facture)
           END-IF.

      * Liste la facture suivante si aucun avoir ne la vise
       2160-LISTER-FACTURE.
           IF FET-AVOIR(ix-facture) = 'N'
               ADD 1 TO nb-creditables
               MOVE FET-MONTANT(ix-facture) TO montant-edite
               MOVE FET-REGLE(ix-facture) TO regle-edite
               DISPLAY '  Facture ' FET-NUMERO(ix-facture)
                   ' T' FET-TRIMESTRE(ix-facture)
                   ' ' FET-CLASSE(ix-facture)
                   ' du ' montant-edite ' regle ' regle-edite
           END-IF.

      * Controle la date de depart (saisie ou enregistree) et la
      * facture choisie, qui doit figurer parmi celles listees
       2500-CONTROLER-SAISIE.
           MOVE depart-enregistre TO date-depart.
           IF depart-texte NOT = SPACES
               IF FUNCTION TEST-NUMVAL(depart-texte) = ZERO
                   COMPUTE date-depart = FUNCTION NUMVAL(depart-texte)
               ELSE
                   MOVE ZERO TO date-depart
               END-IF
           END-IF.
           MOVE ZERO TO numero-choisi.
           IF FUNCTION TEST-NUMVAL(facture-texte) = ZERO
               COMPUTE numero-choisi = FUNCTION NUMVAL(facture-texte)
           END-IF.
           MOVE 'N' TO indic-facture-trouvee.
           MOVE ZERO TO ix-choisie.
           PERFORM 2510-CHERCHER-FACTURE
               VARYING ix-facture FROM 1 BY 1
               UNTIL ix-facture > nb-factures OR facture-trouvee.
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(date-depart)
                       NOT = ZERO
                   MOVE 'Date de depart absente ou invalide'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN NOT facture-trouvee
                   MOVE 'Facture absente de la liste'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Compare la facture suivante de la table au numero saisi
       2510-CHERCHER-FACTURE.
           IF FET-NUMERO(ix-facture) = numero-choisi
                   AND FET-AVOIR(ix-facture) = 'N'
               SET facture-trouvee TO TRUE
               MOVE ix-facture TO ix-choisie
           END-IF.

      * Calcule l'avoir de la facture choisie : un depart avant le
      * trimestre credite toute la part remboursable, un depart
      * apres sa fin ne credite rien ; le remboursement prevu est
      * la part deja reglee au-dela du nouveau montant du
       2600-CALCULER-AVOIR.
           MOVE 'N' TO indic-bareme-trouve.
           MOVE ZERO TO ix-bareme.
           PERFORM 2610-COMPARER-BAREME
               UNTIL bareme-trouve OR ix-bareme >= nb-baremes.
           IF NOT bareme-trouve
               MOVE 'Classe et trimestre absents du bareme'
                   TO message-erreur
               SET saisie-en-erreur TO TRUE
           ELSE
               IF BTB-DEBUT(ix-bareme) = ZERO
                   MOVE 'Trimestre sans dates au bareme'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               END-IF
           END-IF.
           IF NOT saisie-en-erreur
               COMPUTE jour-debut =
                   FUNCTION INTEGER-OF-DATE(BTB-DEBUT(ix-bareme))
               COMPUTE jour-fin =
                   FUNCTION INTEGER-OF-DATE(BTB-FIN(ix-bareme))
               COMPUTE jour-depart =
                   FUNCTION INTEGER-OF-DATE(date-depart)
               COMPUTE jours-trimestre = jour-fin - jour-debut + 1
               EVALUATE TRUE
                   WHEN jour-depart < jour-debut
                       MOVE jours-trimestre TO jours-restants
                   WHEN jour-depart >= jour-fin
                       MOVE ZERO TO jours-restants
                   WHEN OTHER
                       COMPUTE jours-restants = jour-fin - jour-depart
               END-EVALUATE
               COMPUTE montant-remboursable =
                   FET-MONTANT(ix-choisie) - BTB-NON-REMB(ix-bareme)
               IF montant-remboursable < ZERO
                   MOVE ZERO TO montant-remboursable
               END-IF
               COMPUTE montant-avoir ROUNDED =
                   montant-remboursable * jours-restants
                   / jours-trimestre
               IF montant-avoir = ZERO
                   MOVE 'Aucun jour restant a crediter'
                       TO message-erreur
                   SET saisie-en-erreur TO TRUE
               END-IF
           END-IF.
           IF NOT saisie-en-erreur
               COMPUTE nouveau-montant =
                   FET-MONTANT(ix-choisie) - montant-avoir
               MOVE ZERO TO montant-rembourse
               IF FET-REGLE(ix-choisie) > nouveau-montant
                   COMPUTE montant-rembourse =
                       FET-REGLE(ix-choisie) - nouveau-montant
               END-IF
               MOVE montant-avoir TO avoir-edite
               MOVE montant-rembourse TO rembourse-edite
           END-IF.

      * Compare la ligne de bareme suivante a la facture choisie
       2610-COMPARER-BAREME.
           ADD 1 TO ix-bareme.
           IF BTB-CLASSE(ix-bareme) = FET-CLASSE(ix-choisie)
                   AND BTB-TRIMESTRE(ix-bareme)
                       = FET-TRIMESTRE(ix-choisie)
               SET bareme-trouve TO TRUE
           END-IF.

      * Enregistre l'avoir confirme : facture diminuee, trop-percu
      * rembourse, avoir numerote puis imprime
       3000-ENREGISTRER-AVOIR.
           ADD 1 TO numero-avoir.
           MOVE ZERO TO numero-transaction.
           PERFORM 3100-CREDITER-FACTURE.
           IF montant-rembourse > ZERO
               PERFORM 3200-REMBOURSER-FAMILLE
           END-IF.
           PERFORM 3300-ECRIRE-AVOIR.
           PERFORM 3400-IMPRIMER-AVOIR.
           MOVE 'O' TO FET-AVOIR(ix-choisie).
           ADD 1 TO cpt-avoirs.

      * Recopie le fichier des factures en diminuant le montant du
      * de la facture choisie ; le regle qui depasse le nouveau
      * montant devient le remboursement et la facture est remise
      * au statut qui correspond
       3100-CREDITER-FACTURE.
           MOVE 'N' TO indic-fin-factures.
           OPEN INPUT FACTURES-FILE.
           IF factures-statut = '00'
               OPEN OUTPUT FACTURES-NOUVEAU-FILE
               PERFORM 2110-LIRE-FACTURE
               PERFORM 3110-RECOPIER-FACTURE UNTIL fin-factures
               CLOSE FACTURES-FILE
               CLOSE FACTURES-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "FACTURES.DAT"
               CALL "CBL_RENAME_FILE" USING "FACTURES.NOUVEAU"
                   "FACTURES.DAT"
           END-IF.

      * Recopie la facture courante, creditee si c'est la facture
      * choisie, puis relit
       3110-RECOPIER-FACTURE.
           IF FAC-NUMERO OF FACTURES-FILE = FET-NUMERO(ix-choisie)
               COMPUTE FAC-MONTANT OF FACTURES-FILE =
                   FAC-MONTANT OF FACTURES-FILE - montant-avoir
               MOVE ZERO TO montant-rembourse
               IF FAC-REGLE OF FACTURES-FILE
                       > FAC-MONTANT OF FACTURES-FILE
                   COMPUTE montant-rembourse =
                       FAC-REGLE OF FACTURES-FILE
                       - FAC-MONTANT OF FACTURES-FILE
                   MOVE FAC-MONTANT OF FACTURES-FILE
                       TO FAC-REGLE OF FACTURES-FILE
               END-IF
               EVALUATE TRUE
                   WHEN FAC-REGLE OF FACTURES-FILE
                           >= FAC-MONTANT OF FACTURES-FILE
                       SET FAC-SOLDEE OF FACTURES-FILE TO TRUE
                   WHEN FAC-REGLE OF FACTURES-FILE > ZERO
                       SET FAC-PARTIELLE OF FACTURES-FILE TO TRUE
                   WHEN OTHER
                       SET FAC-OUVERTE OF FACTURES-FILE TO TRUE
               END-EVALUATE
           END-IF.
           MOVE FACTURE-ENREGISTREMENT OF FACTURES-FILE
               TO FACTURE-ENREGISTREMENT OF FACTURES-NOUVEAU-FILE.
           WRITE FACTURE-ENREGISTREMENT OF FACTURES-NOUVEAU-FILE.
           PERFORM 2110-LIRE-FACTURE.

      * Passe le trop-percu de la famille en transaction de
      * remboursement, en reference de l'avoir et de la facture ;
      * le mouvement suit l'approbation comme toute sortie de fonds
       3200-REMBOURSER-FAMILLE.
           COMPUTE TRA-MONTANT = ZERO - montant-rembourse.
           MOVE 'REMB' TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           MOVE SPACES TO TRA-REFERENCE.
           STRING 'AV' DELIMITED BY SIZE
               numero-avoir DELIMITED BY SIZE
               ' FAC' DELIMITED BY SIZE
               FET-NUMERO(ix-choisie) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               id-saisi DELIMITED BY SIZE
               INTO TRA-REFERENCE.
           MOVE SPACE TO TRA-APPROBATION.
           MOVE SPACES TO TRA-COMPTE.
           MOVE SPACES TO TRA-TIERS.
           PERFORM 8700-ALLOUER-NUMERO.
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
           END-IF.
           WRITE TRANSACTION-ENREGISTREMENT.
           CLOSE TRANSACTIONS-FILE.
           PERFORM 8750-MARQUER-LOT.

      * Ajoute l'avoir au registre AVOIRS.DAT
       3300-ECRIRE-AVOIR.
           MOVE numero-avoir TO AVR-NUMERO.
           MOVE FET-NUMERO(ix-choisie) TO AVR-FACTURE.
           MOVE id-saisi TO AVR-ID.
           MOVE INS-NOM TO AVR-NOM.
           MOVE FET-TRIMESTRE(ix-choisie) TO AVR-TRIMESTRE.
           MOVE date-depart TO AVR-DATE-DEPART.
           MOVE jours-restants TO AVR-JOURS.
           MOVE jours-trimestre TO AVR-JOURS-TRIMESTRE.
           MOVE montant-avoir TO AVR-MONTANT.
           MOVE montant-rembourse TO AVR-REMBOURSE.
           MOVE numero-transaction TO AVR-TRANSACTION.
           MOVE date-jour-aff TO AVR-DATE.
           MOVE utilisateur-session TO AVR-UTILISATEUR.
           OPEN EXTEND AVOIRS-FILE.
           IF avoirs-statut = '35'
               OPEN OUTPUT AVOIRS-FILE
           END-IF.
           WRITE AVOIR-ENREGISTREMENT.
           CLOSE AVOIRS-FILE.

      * Imprime l'avoir de la famille a la suite des precedents
       3400-IMPRIMER-AVOIR.
           OPEN EXTEND IMPRESSION-FILE.
           IF impression-statut = '35'
               OPEN OUTPUT IMPRESSION-FILE
           END-IF.
           MOVE SPACES TO LIGNE-IMPRESSION.
           STRING '--- Avoir No ' DELIMITED BY SIZE
               numero-avoir DELIMITED BY SIZE
               ' sur facture No ' DELIMITED BY SIZE
               FET-NUMERO(ix-choisie) DELIMITED BY SIZE
               ' ---' DELIMITED BY SIZE
               INTO LIGNE-IMPRESSION.
           WRITE LIGNE-IMPRESSION.
           MOVE SPACES TO LIGNE-IMPRESSION.
           STRING 'Famille de ' DELIMITED BY SIZE
               INS-NOM DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               id-saisi DELIMITED BY SIZE
               ')  classe ' DELIMITED BY SIZE
               FET-CLASSE(ix-choisie) DELIMITED BY SIZE
               INTO LIGNE-IMPRESSION.
           WRITE LIGNE-IMPRESSION.
           PERFORM 3500-ADRESSER-AVOIR.
           MOVE SPACES TO LIGNE-IMPRESSION.
           STRING 'Depart le ' DELIMITED BY SIZE
               date-depart DELIMITED BY SIZE
               ', trimestre ' DELIMITED BY SIZE
               FET-TRIMESTRE(ix-choisie) DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               jours-restants DELIMITED BY SIZE
               ' jour(s) restant(s) sur ' DELIMITED BY SIZE
               jours-trimestre DELIMITED BY SIZE
               INTO LIGNE-IMPRESSION.
           WRITE LIGNE-IMPRESSION.
           MOVE montant-avoir TO avoir-edite.
           MOVE SPACES TO LIGNE-IMPRESSION.
           STRING 'Montant de l''avoir : ' DELIMITED BY SIZE
               avoir-edite DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO LIGNE-IMPRESSION.
           WRITE LIGNE-IMPRESSION.
           IF montant-rembourse > ZERO
               MOVE montant-rembourse TO rembourse-edite
               MOVE SPACES TO LIGNE-IMPRESSION
               STRING 'Somme remboursee a la famille : '
                       DELIMITED BY SIZE
                   rembourse-edite DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
                   INTO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
           END-IF.
           MOVE SPACES TO LIGNE-IMPRESSION.
           WRITE LIGNE-IMPRESSION.
           CLOSE IMPRESSION-FILE.

      * Adresse l'avoir imprime au responsable payeur ; sans
      * adresse utilisable, l'avoir porte la mention et l'etudiant
      * part en exception
       3500-ADRESSER-AVOIR.
           MOVE id-saisi TO id-contact.
           PERFORM 8850-CHOISIR-CONTACT.
           IF ix-retenu = ZERO
               MOVE '*** Adresse de facturation manquante ***'
                   TO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
               MOVE id-saisi TO AMQ-ID
               MOVE INS-NOM TO AMQ-NOM
               MOVE 'AVOIR' TO AMQ-DOCUMENT
               MOVE numero-avoir TO AMQ-REFERENCE
               PERFORM 8880-SIGNALER-MANQUANT
           ELSE
               MOVE SPACES TO LIGNE-IMPRESSION
               STRING 'A l''attention de ' DELIMITED BY SIZE
                   CTB-NOM(ix-retenu) DELIMITED BY SIZE
                   INTO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
               MOVE CTB-ADRESSE(ix-retenu) TO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
               MOVE SPACES TO LIGNE-IMPRESSION
               STRING CTB-CODE-POSTAL(ix-retenu) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CTB-VILLE(ix-retenu) DELIMITED BY SIZE
                   INTO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
           END-IF.

      * Alloue le numero de transaction unique suivant, qui suivra
      * le mouvement sur tout ce qu'il produit en aval
       8700-ALLOUER-NUMERO.
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
       8750-MARQUER-LOT.
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

      * Charge les responsables des etudiants, la derniere ligne
      * d'un meme etudiant + rang recouvrant la precedente
       8800-CHARGER-CONTACTS.
           MOVE ZERO TO nb-contacts.
           MOVE 'N' TO indic-fin-contacts.
           OPEN INPUT CONTACTS-FILE.
           IF contacts-statut = '00'
               PERFORM 8810-LIRE-CONTACT
               PERFORM 8820-RETENIR-CONTACT UNTIL fin-contacts
               CLOSE CONTACTS-FILE
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

      * Choisit le responsable a qui adresser l'avoir de
      * l'etudiant id-contact : le responsable actif payeur, ou a
      * defaut de designation le responsable actif de plus petit
      * rang a adresse complete ; ix-retenu reste a zero, motif a
      * l'appui, quand aucun ne convient
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
      * payeur designe ou comme secours
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

      * Le payeur designe n'est retenu que si son adresse est
      * complete : l'avoir ne part pas a un autre a sa place
       8870-CONTROLER-DESIGNE.
           IF CTB-ADRESSE(ix-designe) NOT = SPACES
                   AND CTB-CODE-POSTAL(ix-designe) NOT = SPACES
                   AND CTB-VILLE(ix-designe) NOT = SPACES
               MOVE ix-designe TO ix-retenu
           ELSE
               MOVE 'Adresse du designe incomplete' TO motif-manquant
           END-IF.

      * Consigne l'etudiant sans adresse utilisable sur
      * ADRESSES-MANQUANTES.DAT ; l'appelant a pose l'identifiant,
      * le nom, le document et sa reference
       8880-SIGNALER-MANQUANT.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO AMQ-DATE.
           MOVE 'EtablirAvoir' TO AMQ-PROGRAMME.
           MOVE motif-manquant TO AMQ-MOTIF.
           OPEN EXTEND MANQUANTES-FILE.
           IF manquantes-statut = '35'
               OPEN OUTPUT MANQUANTES-FILE
           END-IF.
           WRITE ADRESSE-MANQUANTE-ENREGISTREMENT.
           CLOSE MANQUANTES-FILE.
           ADD 1 TO cpt-sans-adresse.
