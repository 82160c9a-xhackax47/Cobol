      * partent dans le fichier maitre FACTURES.DAT que le cote
      * encaissement lettre ensuite, et une facture imprimee par
      * famille sort sur IMPRESSION-FACTURES.DAT. Un etudiant deja
      * facture sur le trimestre n'est pas refacture. La facture
      * imprimee est adressee au responsable payeur de
      * CONTACTS-ETUDIANTS.DAT ; sans adresse utilisable elle est
      * tout de meme emise, marquee a l'impression, et l'etudiant
      * part en exception sur ADRESSES-MANQUANTES.DAT.
      * Les reductions de REDUCTIONS-FRAIS.DAT en vigueur a la date
      * de facturation s'appliquent au montant du bareme : rang de
      * l'etudiant dans sa fratrie (freres et soeurs inscrits sous
      * le meme responsable payeur, dans l'ordre des identifiants)
      * et categories attribuees dans REDUCTIONS-ETUDIANTS.DAT. La
      * facture porte le montant net, chaque reduction est
      * imprimee sur sa ligne et consignee dans
      * REDUCTIONS-ACCORDEES.DAT pour RapportReductions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPRESSION-FILE
               ASSIGN TO "IMPRESSION-FACTURES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTACTS-FILE ASSIGN TO "CONTACTS-ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS contacts-statut.
           SELECT MANQUANTES-FILE
               ASSIGN TO "ADRESSES-MANQUANTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS manquantes-statut.
           SELECT REDUCTIONS-FILE ASSIGN TO "REDUCTIONS-FRAIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS reductions-statut.
           SELECT ATTRIBUTIONS-FILE
               ASSIGN TO "REDUCTIONS-ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS attributions-statut.
           SELECT ACCORDEES-FILE
               ASSIGN TO "REDUCTIONS-ACCORDEES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS accordees-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
       FD IMPRESSION-FILE.
       01 LIGNE-IMPRESSION            PIC X(80).

       FD CONTACTS-FILE.
       COPY "cpcontact.cpy".

       FD MANQUANTES-FILE.
       COPY "cpadressemanquante.cpy".

       FD REDUCTIONS-FILE.
       COPY "cpreduction.cpy".

       FD ATTRIBUTIONS-FILE.
       COPY "cpreductionetu.cpy".

       FD ACCORDEES-FILE.
       COPY "cpreductionaccordee.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

               10 FVU-ID              PIC X(06).
               10 FVU-TRIMESTRE       PIC 9(01).

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

      * Regles de reduction, la derniere ligne d'un meme code
      * faisant foi, et categories attribuees aux etudiants, la
      * derniere ligne d'un meme etudiant + categorie faisant foi
       77 reductions-statut PIC X(02).
       77 attributions-statut PIC X(02).
       77 accordees-statut PIC X(02).
       77 indic-fin-reductions PIC X(01) VALUE 'N'.
           88 fin-reductions VALUE 'O'.
       77 indic-fin-attributions PIC X(01) VALUE 'N'.
           88 fin-attributions VALUE 'O'.
       77 indic-regle-trouvee PIC X(01) VALUE 'N'.
           88 regle-trouvee VALUE 'O'.
       77 indic-attribution-trouvee PIC X(01) VALUE 'N'.
           88 attribution-trouvee VALUE 'O'.
       77 indic-eligible PIC X(01) VALUE 'N'.
           88 eligible VALUE 'O'.
       77 nb-regles PIC 9(03) COMP VALUE ZERO.
       77 ix-regle PIC 9(03) COMP VALUE ZERO.
       77 limite-regles PIC 9(03) COMP VALUE 100.
       01 TABLE-REGLES.
           05 REGLE-TABLE OCCURS 100.
               10 RTB-CODE            PIC X(04).
               10 RTB-LIBELLE         PIC X(30).
               10 RTB-MODE            PIC X(01).
               10 RTB-VALEUR          PIC 9(05)V99.
               10 RTB-RANG            PIC 9(01).
               10 RTB-CATEGORIE       PIC X(04).
               10 RTB-DEBUT           PIC 9(08).
               10 RTB-FIN             PIC 9(08).
               10 RTB-STATUT          PIC X(01).
       77 nb-attributions PIC 9(04) COMP VALUE ZERO.
       77 ix-attribution PIC 9(04) COMP VALUE ZERO.
       77 limite-attributions PIC 9(04) COMP VALUE 3000.
       01 TABLE-ATTRIBUTIONS.
           05 ATTRIBUTION-TABLE OCCURS 3000.
               10 ATB-ID              PIC X(06).
               10 ATB-CATEGORIE       PIC X(04).
               10 ATB-DEBUT           PIC 9(08).
               10 ATB-FIN             PIC 9(08).
               10 ATB-STATUT          PIC X(01).

      * Fratries : une famille par responsable payeur (nom et
      * adresse), avec le nombre de ses enfants inscrits deja lus ;
      * le rang d'un etudiant est son ordre d'arrivee dans la
      * famille, en sequence d'identifiants
       77 nb-familles PIC 9(04) COMP VALUE ZERO.
       77 ix-famille PIC 9(04) COMP VALUE ZERO.
       77 limite-familles PIC 9(04) COMP VALUE 3000.
       77 ix-payeur PIC 9(04) COMP VALUE ZERO.
       77 indic-famille-trouvee PIC X(01) VALUE 'N'.
           88 famille-trouvee VALUE 'O'.
       77 cle-famille PIC X(65) VALUE SPACES.
       77 rang-fratrie PIC 9(02) VALUE ZERO.
       01 TABLE-FAMILLES.
           05 FAMILLE-TABLE OCCURS 3000.
               10 FAM-CLE             PIC X(65).
               10 FAM-NB              PIC 9(02).

      * Reductions appliquees a la facture en cours
       77 montant-base PIC S9(7)V99 VALUE ZERO.
       77 montant-reduction PIC S9(7)V99 VALUE ZERO.
       77 total-reductions PIC S9(7)V99 VALUE ZERO.
       77 nb-lignes-reduction PIC 9(02) COMP VALUE ZERO.
       77 ix-ligne PIC 9(02) COMP VALUE ZERO.
       77 cpt-reductions PIC 9(05) COMP VALUE ZERO.
       01 TABLE-LIGNES-REDUCTION.
           05 LIGNE-REDUCTION OCCURS 10.
               10 LRD-CODE            PIC X(04).
               10 LRD-LIBELLE         PIC X(30).
               10 LRD-MONTANT         PIC S9(7)V99.

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           PERFORM 1100-CHARGER-BAREME.
           PERFORM 1200-CHARGER-FACTURES.
           PERFORM 8800-CHARGER-CONTACTS.
           PERFORM 1300-CHARGER-REGLES.
           PERFORM 1400-CHARGER-ATTRIBUTIONS.
           MOVE ZERO TO nb-familles.
           COMPUTE jours-entiers =
               FUNCTION INTEGER-OF-DATE(date-jour-aff) + 30.
           COMPUTE date-echeance =
           END-IF.
           PERFORM 1210-LIRE-FACTURE.

      * Charge les regles de reduction, la derniere ligne d'un meme
      * code recouvrant la precedente
       1300-CHARGER-REGLES.
           MOVE ZERO TO nb-regles.
           MOVE 'N' TO indic-fin-reductions.
           OPEN INPUT REDUCTIONS-FILE.
           IF reductions-statut = '00'
               PERFORM 1310-LIRE-REGLE
               PERFORM 1320-RETENIR-REGLE UNTIL fin-reductions
               CLOSE REDUCTIONS-FILE
           END-IF.

      * Lecture d'un enregistrement REDUCTIONS-FRAIS.DAT
       1310-LIRE-REGLE.
           READ REDUCTIONS-FILE
               AT END SET fin-reductions TO TRUE
           END-READ.

      * Range la regle lue dans la table, en recouvrant la ligne
      * anterieure du meme code, puis relit
       1320-RETENIR-REGLE.
           MOVE 'N' TO indic-regle-trouvee.
           MOVE ZERO TO ix-regle.
           PERFORM 1330-CHERCHER-REGLE
               UNTIL regle-trouvee OR ix-regle >= nb-regles.
           IF NOT regle-trouvee
               IF nb-regles < limite-regles
                   ADD 1 TO nb-regles
                   MOVE nb-regles TO ix-regle
                   SET regle-trouvee TO TRUE
               END-IF
           END-IF.
           IF regle-trouvee
               MOVE RED-CODE TO RTB-CODE(ix-regle)
               MOVE RED-LIBELLE TO RTB-LIBELLE(ix-regle)
               MOVE RED-MODE TO RTB-MODE(ix-regle)
               MOVE RED-VALEUR TO RTB-VALEUR(ix-regle)
               MOVE RED-RANG-FRATRIE TO RTB-RANG(ix-regle)
               MOVE RED-CATEGORIE TO RTB-CATEGORIE(ix-regle)
               MOVE RED-DEBUT TO RTB-DEBUT(ix-regle)
               MOVE RED-FIN TO RTB-FIN(ix-regle)
               MOVE RED-STATUT TO RTB-STATUT(ix-regle)
           END-IF.
           PERFORM 1310-LIRE-REGLE.

      * Compare la ligne suivante de la table a la cle lue
       1330-CHERCHER-REGLE.
           ADD 1 TO ix-regle.
           IF RTB-CODE(ix-regle) = RED-CODE
               SET regle-trouvee TO TRUE
           END-IF.

      * Charge les categories attribuees aux etudiants, la
      * derniere ligne d'un meme etudiant + categorie recouvrant la
      * precedente
       1400-CHARGER-ATTRIBUTIONS.
           MOVE ZERO TO nb-attributions.
           MOVE 'N' TO indic-fin-attributions.
           OPEN INPUT ATTRIBUTIONS-FILE.
           IF attributions-statut = '00'
               PERFORM 1410-LIRE-ATTRIBUTION
               PERFORM 1420-RETENIR-ATTRIBUTION
                   UNTIL fin-attributions
               CLOSE ATTRIBUTIONS-FILE
           END-IF.

      * Lecture d'un enregistrement REDUCTIONS-ETUDIANTS.DAT
       1410-LIRE-ATTRIBUTION.
           READ ATTRIBUTIONS-FILE
               AT END SET fin-attributions TO TRUE
           END-READ.

      * Range l'attribution lue dans la table, en recouvrant la
      * ligne anterieure du meme etudiant + categorie, puis relit
       1420-RETENIR-ATTRIBUTION.
           MOVE 'N' TO indic-attribution-trouvee.
           MOVE ZERO TO ix-attribution.
           PERFORM 1430-CHERCHER-ATTRIBUTION
               UNTIL attribution-trouvee
                   OR ix-attribution >= nb-attributions.
           IF NOT attribution-trouvee
               IF nb-attributions < limite-attributions
                   ADD 1 TO nb-attributions
                   MOVE nb-attributions TO ix-attribution
                   SET attribution-trouvee TO TRUE
               END-IF
           END-IF.
           IF attribution-trouvee
               MOVE RAT-ID TO ATB-ID(ix-attribution)
               MOVE RAT-CATEGORIE TO ATB-CATEGORIE(ix-attribution)
               MOVE RAT-DEBUT TO ATB-DEBUT(ix-attribution)
               MOVE RAT-FIN TO ATB-FIN(ix-attribution)
               MOVE RAT-STATUT TO ATB-STATUT(ix-attribution)
           END-IF.
           PERFORM 1410-LIRE-ATTRIBUTION.

      * Compare la ligne suivante de la table a la cle lue
       1430-CHERCHER-ATTRIBUTION.
           ADD 1 TO ix-attribution.
           IF ATB-ID(ix-attribution) = RAT-ID
                   AND ATB-CATEGORIE(ix-attribution) = RAT-CATEGORIE
               SET attribution-trouvee TO TRUE
           END-IF.

      * Lecture sequentielle du fichier des inscriptions
       5100-LIRE-INSCRIT.
           READ ETUDIANTS-FILE NEXT RECORD
               AT END SET fin-inscrits TO TRUE
           END-READ.

      * Donne a l'inscrit courant son rang dans sa fratrie : la
      * famille est celle de son responsable payeur actif ; sans
      * payeur connu, il est seul de sa famille
       5150-CLASSER-FRATRIE.
           MOVE 1 TO rang-fratrie.
           MOVE SPACES TO cle-famille.
           MOVE ZERO TO ix-payeur.
           PERFORM 5160-CHERCHER-PAYEUR
               VARYING ix-contact FROM 1 BY 1
               UNTIL ix-contact > nb-contacts.
           IF ix-payeur > ZERO
               STRING CTB-NOM(ix-payeur) DELIMITED BY SIZE
                   CTB-ADRESSE(ix-payeur) DELIMITED BY SIZE
                   CTB-CODE-POSTAL(ix-payeur) DELIMITED BY SIZE
                   INTO cle-famille
               MOVE 'N' TO indic-famille-trouvee
               MOVE ZERO TO ix-famille
               PERFORM 5170-COMPARER-FAMILLE
                   UNTIL famille-trouvee OR ix-famille >= nb-familles
               IF NOT famille-trouvee
                   IF nb-familles < limite-familles
                       ADD 1 TO nb-familles
                       MOVE nb-familles TO ix-famille
                       MOVE cle-famille TO FAM-CLE(ix-famille)
                       MOVE ZERO TO FAM-NB(ix-famille)
                       SET famille-trouvee TO TRUE
                   END-IF
               END-IF
               IF famille-trouvee
                   ADD 1 TO FAM-NB(ix-famille)
                   MOVE FAM-NB(ix-famille) TO rang-fratrie
               END-IF
           END-IF.

      * Retient le responsable payeur actif de l'inscrit courant
       5160-CHERCHER-PAYEUR.
           IF CTB-ID(ix-contact) = INS-ID
                   AND CTB-STATUT(ix-contact) = 'A'
                   AND CTB-PAYEUR(ix-contact) = 'O'
               MOVE ix-contact TO ix-payeur
           END-IF.

      * Compare la famille suivante de la table a celle de
      * l'inscrit
       5170-COMPARER-FAMILLE.
           ADD 1 TO ix-famille.
           IF FAM-CLE(ix-famille) = cle-famille
               SET famille-trouvee TO TRUE
           END-IF.

      * Facture l'inscrit courant au bareme de sa classe, sauf
      * s'il est deja facture sur le trimestre, puis relit
       5000-FACTURER-INSCRIT.
           IF INS-INSCRIT
               PERFORM 5150-CLASSER-FRATRIE
               PERFORM 5200-CONTROLER-DOUBLE
               IF NOT deja-facture
                   PERFORM 5300-CHERCHER-MONTANT
                   IF bareme-trouve
                       PERFORM 5400-APPLIQUER-REDUCTIONS
                       PERFORM 6000-EMETTRE-FACTURE
                   ELSE
                       ADD 1 TO cpt-sans-bareme
               MOVE BTB-MONTANT(ix-bareme) TO montant-du
           END-IF.

      * Applique au montant du bareme les reductions en vigueur
      * dont l'inscrit remplit les criteres, chacune calculee sur
      * le montant du bareme ; le total ne depasse jamais ce montant
       5400-APPLIQUER-REDUCTIONS.
           MOVE montant-du TO montant-base.
           MOVE ZERO TO total-reductions.
           MOVE ZERO TO nb-lignes-reduction.
           PERFORM 5410-EXAMINER-REGLE
               VARYING ix-regle FROM 1 BY 1
               UNTIL ix-regle > nb-regles.
           COMPUTE montant-du = montant-base - total-reductions.

      * Retient la regle courante si elle est en vigueur et que
      * l'inscrit en remplit les criteres
       5410-EXAMINER-REGLE.
           SET eligible TO TRUE.
           EVALUATE TRUE
               WHEN RTB-STATUT(ix-regle) NOT = 'A'
                   MOVE 'N' TO indic-eligible
               WHEN RTB-DEBUT(ix-regle) > date-jour-aff
                       OR RTB-FIN(ix-regle) < date-jour-aff
                   MOVE 'N' TO indic-eligible
               WHEN RTB-RANG(ix-regle) = ZERO
                       AND RTB-CATEGORIE(ix-regle) = SPACES
                   MOVE 'N' TO indic-eligible
               WHEN RTB-RANG(ix-regle) > rang-fratrie
                   MOVE 'N' TO indic-eligible
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF eligible AND RTB-CATEGORIE(ix-regle) NOT = SPACES
               MOVE 'N' TO indic-attribution-trouvee
               MOVE ZERO TO ix-attribution
               PERFORM 5420-COMPARER-ATTRIBUTION
                   UNTIL attribution-trouvee
                       OR ix-attribution >= nb-attributions
               IF NOT attribution-trouvee
                   MOVE 'N' TO indic-eligible
               END-IF
           END-IF.
           IF eligible
               PERFORM 5430-CALCULER-REDUCTION
           END-IF.

      * Cherche une attribution en vigueur de la categorie de la
      * regle a l'inscrit courant
       5420-COMPARER-ATTRIBUTION.
           ADD 1 TO ix-attribution.
           IF ATB-ID(ix-attribution) = INS-ID
                   AND ATB-CATEGORIE(ix-attribution)
                       = RTB-CATEGORIE(ix-regle)
                   AND ATB-STATUT(ix-attribution) = 'A'
                   AND ATB-DEBUT(ix-attribution) <= date-jour-aff
                   AND ATB-FIN(ix-attribution) >= date-jour-aff
               SET attribution-trouvee TO TRUE
           END-IF.

      * Calcule la reduction de la regle courante, plafonnee au
      * reste du montant, et la retient pour la facture
       5430-CALCULER-REDUCTION.
           IF RTB-MODE(ix-regle) = 'P'
               COMPUTE montant-reduction ROUNDED =
                   montant-base * RTB-VALEUR(ix-regle) / 100
           ELSE
               MOVE RTB-VALEUR(ix-regle) TO montant-reduction
           END-IF.
           IF montant-reduction > montant-base - total-reductions
               COMPUTE montant-reduction =
                   montant-base - total-reductions
           END-IF.
           IF montant-reduction > ZERO AND nb-lignes-reduction < 10
               ADD montant-reduction TO total-reductions
               ADD 1 TO nb-lignes-reduction
               MOVE RTB-CODE(ix-regle)
                   TO LRD-CODE(nb-lignes-reduction)
               MOVE RTB-LIBELLE(ix-regle)
                   TO LRD-LIBELLE(nb-lignes-reduction)
               MOVE montant-reduction
                   TO LRD-MONTANT(nb-lignes-reduction)
           END-IF.

      * Emet la facture : numero alloue, fichier maitre complete,
      * facture imprimee pour la famille
       6000-EMETTRE-FACTURE.
           MOVE ZERO TO FAC-REGLE.
           MOVE date-jour-aff TO FAC-DATE-EMISSION.
           MOVE date-echeance TO FAC-DATE-ECHEANCE.
           IF montant-du > ZERO
               SET FAC-OUVERTE TO TRUE
           ELSE
               SET FAC-SOLDEE TO TRUE
           END-IF.
           MOVE ZERO TO FAC-RELANCES.
           MOVE ZERO TO FAC-DATE-RELANCE.
           OPEN EXTEND FACTURES-FILE.
               MOVE INS-ID TO FVU-ID(nb-factures)
               MOVE trimestre-saisi TO FVU-TRIMESTRE(nb-factures)
           END-IF.
           IF nb-lignes-reduction > ZERO
               PERFORM 6050-CONSIGNER-REDUCTION
                   VARYING ix-ligne FROM 1 BY 1
                   UNTIL ix-ligne > nb-lignes-reduction
           END-IF.
           PERFORM 6100-IMPRIMER-FACTURE.

      * Consigne une reduction accordee sur la facture
       6050-CONSIGNER-REDUCTION.
           MOVE SPACES TO REDUCTION-ACCORDEE-ENREGISTREMENT.
           MOVE FAC-NUMERO TO RAC-FACTURE.
           MOVE INS-ID TO RAC-ID.
           MOVE INS-CLASSE TO RAC-CLASSE.
           MOVE trimestre-saisi TO RAC-TRIMESTRE.
           MOVE LRD-CODE(ix-ligne) TO RAC-CODE.
           MOVE LRD-MONTANT(ix-ligne) TO RAC-MONTANT.
           MOVE date-jour-aff TO RAC-DATE.
           OPEN EXTEND ACCORDEES-FILE.
           IF accordees-statut = '35'
               OPEN OUTPUT ACCORDEES-FILE
           END-IF.
           WRITE REDUCTION-ACCORDEE-ENREGISTREMENT.
           CLOSE ACCORDEES-FILE.
           ADD 1 TO cpt-reductions.

      * Imprime la facture de la famille
       6100-IMPRIMER-FACTURE.
           MOVE SPACES TO LIGNE-IMPRESSION.
               INS-CLASSE DELIMITED BY SIZE
               INTO LIGNE-IMPRESSION.
           WRITE LIGNE-IMPRESSION.
           PERFORM 6200-ADRESSER-FACTURE.
           IF nb-lignes-reduction = ZERO
               MOVE montant-du TO montant-edite
               MOVE SPACES TO LIGNE-IMPRESSION
               STRING 'Scolarite trimestre ' DELIMITED BY SIZE
                   trimestre-saisi DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   ' EUR, echeance ' DELIMITED BY SIZE
                   date-echeance DELIMITED BY SIZE
                   INTO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
           ELSE
               MOVE montant-base TO montant-edite
               MOVE SPACES TO LIGNE-IMPRESSION
               STRING 'Scolarite trimestre ' DELIMITED BY SIZE
                   trimestre-saisi DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
                   INTO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
               PERFORM 6150-IMPRIMER-REDUCTION
                   VARYING ix-ligne FROM 1 BY 1
                   UNTIL ix-ligne > nb-lignes-reduction
               MOVE montant-du TO montant-edite
               MOVE SPACES TO LIGNE-IMPRESSION
               STRING 'Net a payer : ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   ' EUR, echeance ' DELIMITED BY SIZE
                   date-echeance DELIMITED BY SIZE
                   INTO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
           END-IF.
           MOVE SPACES TO LIGNE-IMPRESSION.
           WRITE LIGNE-IMPRESSION.

      * Imprime une ligne de reduction de la facture
       6150-IMPRIMER-REDUCTION.
           COMPUTE montant-edite = ZERO - LRD-MONTANT(ix-ligne).
           MOVE SPACES TO LIGNE-IMPRESSION.
           STRING '  Reduction ' DELIMITED BY SIZE
               LRD-CODE(ix-ligne) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LRD-LIBELLE(ix-ligne) DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO LIGNE-IMPRESSION.
           WRITE LIGNE-IMPRESSION.

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

      * Consigne l'etudiant sans adresse utilisable sur
      * ADRESSES-MANQUANTES.DAT ; l'appelant a pose l'identifiant,
      * le nom, le document et sa reference
       8880-SIGNALER-MANQUANT.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO AMQ-DATE.
           MOVE 'GenererFactures' TO AMQ-PROGRAMME.
           MOVE motif-manquant TO AMQ-MOTIF.
           OPEN EXTEND MANQUANTES-FILE.
           IF manquantes-statut = '35'
               OPEN OUTPUT MANQUANTES-FILE
           END-IF.
           WRITE ADRESSE-MANQUANTE-ENREGISTREMENT.
           CLOSE MANQUANTES-FILE.
           ADD 1 TO cpt-sans-adresse.

      * Adresse la facture imprimee au responsable payeur ; sans
      * adresse utilisable, la facture porte la mention et
      * l'etudiant part en exception
       6200-ADRESSER-FACTURE.
           MOVE INS-ID TO id-contact.
           PERFORM 8850-CHOISIR-CONTACT.
           IF ix-retenu = ZERO
               MOVE '*** Adresse de facturation manquante ***'
                   TO LIGNE-IMPRESSION
               WRITE LIGNE-IMPRESSION
               MOVE INS-ID TO AMQ-ID
               MOVE INS-NOM TO AMQ-NOM
               MOVE 'FACTURE' TO AMQ-DOCUMENT
               MOVE FAC-NUMERO TO AMQ-REFERENCE
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

      * Fermeture des fichiers et bilan ; trace la fin du job
       9000-FINALISER.
               CLOSE ETUDIANTS-FILE
               MOVE cpt-facturees TO cpt-facturees-edite
               DISPLAY pla-bilan
               IF cpt-reductions > ZERO
                   DISPLAY 'Reductions accordees : ' cpt-reductions
               END-IF
               IF cpt-sans-adresse > ZERO
                   DISPLAY 'AVERTISSEMENT : ' cpt-sans-adresse
                       ' facture(s) sans adresse de facturation, '
                       'voir ADRESSES-MANQUANTES.DAT'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

