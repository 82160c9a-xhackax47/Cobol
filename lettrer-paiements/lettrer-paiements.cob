      * LETTRAGE-PAIEMENTS.DAT pour ne jamais etre rejoue, et les
      * paiements sans facture sortent sur le rapport des paiements
      * non rapproches a rechercher a la main.
      * Sur une facture sous echeancier actif (ECHEANCIERS.DAT), un
      * paiement sans numero de facture se rapproche aussi quand il
      * egale l'echeance attendue, et chaque paiement lettre est
      * ventile sur les echeances dans l'ordre ; l'echeancier passe
      * solde avec la facture.
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
           SELECT TYPE-SCOLARITE-FILE
               ASSIGN TO "TYPE-SCOLARITE.DAT"
               ORGANIZATION LINE SEQUENTIAL
       FD FACTURES-NOUVEAU-FILE.
       COPY "cpfacture.cpy".

      * Meme structure pour les echeanciers et leur recopie,
      * qualifiee par OF comme les factures
       FD ECHEANCIERS-FILE.
       COPY "cpecheancier.cpy".

       FD ECHEANCIERS-NOUVEAU-FILE.
       COPY "cpecheancier.cpy".

       FD TYPE-SCOLARITE-FILE.
       01 TYPE-SCOLARITE-ENREGISTREMENT.
           05 TSC-TYPE                PIC X(04).
               10 LTT-HEURE           PIC 9(06).
               10 LTT-MONTANT         PIC S9(7)V99.

      * Echeanciers actifs, une entree par facture, ventiles en
      * memoire au fil du lettrage puis reportes sur le fichier
       77 echeanciers-statut PIC X(02).
       77 indic-fin-echeanciers PIC X(01) VALUE 'N'.
           88 fin-echeanciers VALUE 'O'.
       77 nb-echeanciers PIC 9(03) COMP VALUE ZERO.
       77 ix-echeancier PIC 9(03) COMP VALUE ZERO.
       77 ix-trouve PIC 9(03) COMP VALUE ZERO.
       77 ix-tranche PIC 9(01) VALUE ZERO.
       77 echeance-attendue PIC S9(7)V99 VALUE ZERO.
       77 reste-a-ventiler PIC S9(7)V99 VALUE ZERO.
       77 part-tranche PIC S9(7)V99 VALUE ZERO.
       77 date-jour PIC 9(08) VALUE ZERO.
       01 TABLE-ECHEANCIERS.
           05 ECHEANCIER-TABLE OCCURS 500.
               10 ETB-FACTURE         PIC 9(06).
               10 ETB-STATUT          PIC X(01).
               10 ETB-NB              PIC 9(01).
               10 ETB-TRANCHE OCCURS 6.
                   15 ETB-MONTANT     PIC S9(7)V99.
                   15 ETB-REGLE       PIC S9(7)V99.

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
           IF RETURN-CODE = ZERO
               PERFORM 3000-RELEVER-PAIEMENTS UNTIL fin-historique
               PERFORM 5000-LETTRER-FACTURES
               PERFORM 6000-REPORTER-ECHEANCIERS
               PERFORM 7000-SIGNALER-NON-RAPPROCHES
           END-IF.
           PERFORM 9000-FINALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           PERFORM 1100-CHARGER-TYPE.
           PERFORM 1200-CHARGER-LETTRAGES.
           MOVE CP-HLG-DATE TO date-jour.
           PERFORM 1300-CHARGER-ECHEANCIERS.
           OPEN INPUT HISTORIQUE-FILE.
           IF historique-statut NOT = '00'
               SET fin-historique TO TRUE
           END-IF.
           PERFORM 1210-LIRE-LETTRAGE.

      * Charge les echeanciers actifs et ce qui est deja ventile
      * sur chaque echeance
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

      * Retient le montant et le regle de l'echeance courante
       1330-RETENIR-TRANCHE.
           MOVE ECT-MONTANT OF ECHEANCIERS-FILE(ix-tranche)
               TO ETB-MONTANT(nb-echeanciers ix-tranche).
           MOVE ECT-REGLE OF ECHEANCIERS-FILE(ix-tranche)
               TO ETB-REGLE(nb-echeanciers ix-tranche).

      * Lecture d'un enregistrement HISTORIQUE.DAT
       3100-LIRE-HISTORIQUE.
           READ HISTORIQUE-FILE
      * Retient le mouvement courant s'il est un paiement de
      * scolarite positif pas encore lettre, puis relit
      * les credits de bourse (type BOUR) se lettrent comme des
      * paiements de scolarite ; une ligne de contrepartie n'est
      * jamais un paiement
       3000-RELEVER-PAIEMENTS.
           IF (HIS-TYPE = type-scolarite OR HIS-TYPE = 'BOUR')
                   AND HIS-MONTANT > ZERO
                   AND NOT HIS-LIGNE-CONTREPARTIE
               PERFORM 3200-CONTROLER-DEJA-LETTRE
               IF NOT paiement-deja-lettre
                       AND nb-paiements < 500
      * recopie, puis relit
       5200-LETTRER-UNE-FACTURE.
           IF NOT FAC-SOLDEE OF FACTURES-FILE
               MOVE FAC-NUMERO OF FACTURES-FILE TO numero-reference
               PERFORM 5250-CHERCHER-ECHEANCIER
               MOVE ZERO TO ix-paiement
               PERFORM 5300-APPLIQUER-PAIEMENT
                   UNTIL ix-paiement >= nb-paiements
           WRITE FACTURE-ENREGISTREMENT OF FACTURES-NOUVEAU-FILE.
           PERFORM 5100-LIRE-FACTURE.

      * Cherche l'echeancier, actif au chargement, de la facture
      * numero-reference ; ix-trouve reste a zero si elle n'en a pas
       5250-CHERCHER-ECHEANCIER.
           MOVE ZERO TO ix-trouve.
           PERFORM 5260-COMPARER-ECHEANCIER
               VARYING ix-echeancier FROM 1 BY 1
               UNTIL ix-echeancier > nb-echeanciers
                   OR ix-trouve > ZERO.

      * Compare l'echeancier suivant a la facture cherchee
       5260-COMPARER-ECHEANCIER.
           IF ETB-FACTURE(ix-echeancier) = numero-reference
               MOVE ix-echeancier TO ix-trouve
           END-IF.

      * Releve le reste de la premiere echeance non couverte de
      * l'echeancier de la facture courante
       5270-CALCULER-ATTENDUE.
           MOVE ZERO TO echeance-attendue.
           PERFORM 5280-EXAMINER-TRANCHE
               VARYING ix-tranche FROM 1 BY 1
               UNTIL ix-tranche > ETB-NB(ix-trouve)
                   OR echeance-attendue > ZERO.

      * Retient le reste de l'echeance courante si elle n'est pas
      * couverte
       5280-EXAMINER-TRANCHE.
           IF ETB-REGLE(ix-trouve ix-tranche)
                   < ETB-MONTANT(ix-trouve ix-tranche)
               COMPUTE echeance-attendue =
                   ETB-MONTANT(ix-trouve ix-tranche)
                   - ETB-REGLE(ix-trouve ix-tranche)
           END-IF.

      * Applique le paiement suivant s'il vise la facture courante ;
      * sous echeancier, le montant de l'echeance attendue vaut
      * aussi rapprochement
       5300-APPLIQUER-PAIEMENT.
           ADD 1 TO ix-paiement.
           IF PAI-UTILISE(ix-paiement) = 'N'
               COMPUTE restant-du =
                   FAC-MONTANT OF FACTURES-FILE
                   - FAC-REGLE OF FACTURES-FILE
               MOVE ZERO TO echeance-attendue
               IF ix-trouve > ZERO
                   PERFORM 5270-CALCULER-ATTENDUE
               END-IF
               IF PAI-FACTURE(ix-paiement)
                       = FAC-NUMERO OF FACTURES-FILE
                   OR (PAI-FACTURE(ix-paiement) = ZERO
                   AND PAI-ETUDIANT(ix-paiement)
                       = FAC-ID OF FACTURES-FILE
                   AND (PAI-MONTANT(ix-paiement) = restant-du
                   OR (echeance-attendue > ZERO
                   AND PAI-MONTANT(ix-paiement) = echeance-attendue)))
                   ADD PAI-MONTANT(ix-paiement)
                       TO FAC-REGLE OF FACTURES-FILE
                   IF FAC-REGLE OF FACTURES-FILE
                   ELSE
                       SET FAC-PARTIELLE OF FACTURES-FILE TO TRUE
                   END-IF
                   IF ix-trouve > ZERO
                       PERFORM 5500-VENTILER-PAIEMENT
                   END-IF
                   MOVE 'O' TO PAI-UTILISE(ix-paiement)
                   ADD 1 TO cpt-rapproches
                   PERFORM 5400-CONSIGNER-LETTRAGE
           WRITE LETTRAGE-ENREGISTREMENT.
           CLOSE LETTRAGE-FILE.

      * Ventile le paiement lettre sur les echeances dans l'ordre,
      * le trop-verse allant a la derniere ; l'echeancier est solde
      * avec la facture
       5500-VENTILER-PAIEMENT.
           MOVE PAI-MONTANT(ix-paiement) TO reste-a-ventiler.
           PERFORM 5510-VENTILER-TRANCHE
               VARYING ix-tranche FROM 1 BY 1
               UNTIL ix-tranche > ETB-NB(ix-trouve)
                   OR reste-a-ventiler = ZERO.
           IF reste-a-ventiler > ZERO
               MOVE ETB-NB(ix-trouve) TO ix-tranche
               ADD reste-a-ventiler
                   TO ETB-REGLE(ix-trouve ix-tranche)
           END-IF.
           IF FAC-SOLDEE OF FACTURES-FILE
               MOVE 'S' TO ETB-STATUT(ix-trouve)
           END-IF.

      * Couvre l'echeance courante avec ce qui reste du paiement
       5510-VENTILER-TRANCHE.
           COMPUTE part-tranche =
               ETB-MONTANT(ix-trouve ix-tranche)
               - ETB-REGLE(ix-trouve ix-tranche).
           IF part-tranche > reste-a-ventiler
               MOVE reste-a-ventiler TO part-tranche
           END-IF.
           IF part-tranche > ZERO
               ADD part-tranche TO ETB-REGLE(ix-trouve ix-tranche)
               SUBTRACT part-tranche FROM reste-a-ventiler
           END-IF.

      * Recopie le fichier des echeanciers en reportant la
      * ventilation des echeanciers actifs
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
               MOVE ECH-FACTURE OF ECHEANCIERS-FILE
                   TO numero-reference
               PERFORM 5250-CHERCHER-ECHEANCIER
               IF ix-trouve > ZERO
                   PERFORM 6200-REPORTER-TRANCHE
                       VARYING ix-tranche FROM 1 BY 1
                       UNTIL ix-tranche > 6
                   IF ETB-STATUT(ix-trouve) = 'S'
                       SET ECH-SOLDE OF ECHEANCIERS-FILE TO TRUE
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

      * Reporte le regle ventile sur l'echeance courante
       6200-REPORTER-TRANCHE.
           MOVE ETB-REGLE(ix-trouve ix-tranche)
               TO ECT-REGLE OF ECHEANCIERS-FILE(ix-tranche).

      * Edite le rapport quotidien des paiements restes sans
      * facture, a rechercher a la main
       7000-SIGNALER-NON-RAPPROCHES.
