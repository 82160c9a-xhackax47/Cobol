      * RELEVE-OFFICIEL.DAT. Chaque emission recoit un numero
      * officiel sequentiel tire du registre REGISTRE-RELEVES.DAT,
      * ou sont consignes l'etudiant, l'horodatage et l'utilisateur
      * emetteur, pour authentifier le releve plus tard. Les notes
      * reprises de l'etablissement d'origine d'un etudiant
      * transfere (NOTES-TRANSFERT.DAT) y figurent dans une section
      * propre, marquees transferees. Un etudiant sous blocage
      * administratif actif (BLOCAGES.DAT) n'obtient pas de releve ;
      * le refus est consigne dans REFUS-BLOCAGES.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-CLE
               FILE STATUS IS maitre-statut.
           SELECT NOTES-TRANSFERT-FILE ASSIGN TO "NOTES-TRANSFERT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-transfert-statut.
           SELECT REGISTRE-FILE ASSIGN TO "REGISTRE-RELEVES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS registre-statut.
           SELECT RELEVE-FILE ASSIGN TO "RELEVE-OFFICIEL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BLOCAGES-FILE ASSIGN TO "BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS blocages-statut.
           SELECT REFUS-FILE ASSIGN TO "REFUS-BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS refus-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
       FD NOTES-MAITRE-FILE.
       COPY "cpnotemaitre.cpy".

       FD NOTES-TRANSFERT-FILE.
       COPY "cpnotetransfert.cpy".

       FD REGISTRE-FILE.
       COPY "cpregistrereleve.cpy".

       FD RELEVE-FILE.
       01 LIGNE-RELEVE                PIC X(80).

       FD BLOCAGES-FILE.
       COPY "cpblocage.cpy".

       FD REFUS-FILE.
       COPY "cprefusblocage.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       77 histoterme-statut PIC X(02).
       77 maitre-statut PIC X(02).
       77 registre-statut PIC X(02).
       77 notes-transfert-statut PIC X(02).
       77 indic-fin-transferts PIC X(01) VALUE 'N'.
           88 fin-transferts VALUE 'O'.
       77 cpt-transferts PIC 9(03) COMP VALUE ZERO.
       77 session-statut PIC X(02).
       77 id-saisi PIC X(06).
       77 confirmation PIC X(01).
       77 note-edite PIC Z9.99.
       77 coef-edite PIC 9.9.
       77 date-jour-aff PIC 9(08).
      * Blocage administratif actif de l'etudiant demande
       77 blocages-statut PIC X(02).
       77 refus-statut PIC X(02).
       77 indic-fin-blocages PIC X(01) VALUE 'N'.
           88 fin-blocages VALUE 'O'.
       77 indic-bloque PIC X(01) VALUE 'N'.
           88 etudiant-bloque VALUE 'O'.
       77 type-blocage PIC X(01).
       77 motif-blocage PIC X(30).
       COPY "cphorlog.cpy".

      * Section d'affichage
           2 COL 21 PIC X(20) FROM INS-NOM.
           2 COL 43 PIC X(05) FROM INS-CLASSE.

       1 pla-bloque.
           2 LINE 8 COL 10 VALUE
               'Blocage administratif actif : releve refuse.'.
           2 LINE 9 COL 10 VALUE 'Motif : '.
           2 COL 18 PIC X(01) FROM type-blocage.
           2 COL 20 PIC X(30) FROM motif-blocage.

       1 pls-confirmer.
           2 LINE 8 COL 10 VALUE
               'Emettre le releve officiel (O/N) ? '.
           END-IF.

      * Recueille l'identifiant, affiche la fiche pour verification
      * et emet le releve confirme, sauf blocage administratif
       1000-TRAITER-DEMANDE.
           MOVE 'N' TO indic-trouve.
           MOVE 'N' TO indic-confirme.
               DISPLAY pla-inconnu
           ELSE
               DISPLAY pla-fiche
               PERFORM 8000-CONTROLER-BLOCAGE
               IF etudiant-bloque
                   DISPLAY pla-bloque
                   PERFORM 8100-CONSIGNER-REFUS
               ELSE
                   DISPLAY pls-confirmer
                   ACCEPT pls-confirmer
                   EVALUATE TRUE
                       WHEN confirmation = 'O' OR confirmation = 'o'
                           SET confirme TO TRUE
                       WHEN OTHER
                           MOVE 'N' TO indic-confirme
                   END-EVALUATE
                   IF confirme
                       PERFORM 2000-EMETTRE-RELEVE
                   END-IF
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           PERFORM 3000-ENTETE-RELEVE.
           PERFORM 4000-SECTION-TERMES.
           PERFORM 5000-SECTION-MATIERES.
           PERFORM 5500-SECTION-TRANSFERTS.
           PERFORM 6000-PIED-RELEVE.
           CLOSE RELEVE-FILE.
           PERFORM 7000-CONSIGNER-REGISTRE.
               PERFORM 5100-LIRE-MAITRE
           END-IF.

      * Section des notes transferees de l'etablissement
      * d'origine, editee seulement si l'etudiant en a
       5500-SECTION-TRANSFERTS.
           MOVE ZERO TO cpt-transferts.
           MOVE 'N' TO indic-fin-transferts.
           OPEN INPUT NOTES-TRANSFERT-FILE.
           IF notes-transfert-statut = '00'
               PERFORM 5510-LIRE-TRANSFERT
               PERFORM 5520-EDITER-TRANSFERT UNTIL fin-transferts
               CLOSE NOTES-TRANSFERT-FILE
           END-IF.
           IF cpt-transferts > ZERO
               MOVE SPACES TO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF.

      * Lecture d'un enregistrement NOTES-TRANSFERT.DAT
       5510-LIRE-TRANSFERT.
           READ NOTES-TRANSFERT-FILE
               AT END SET fin-transferts TO TRUE
           END-READ.

      * Edite la note transferee courante si elle porte sur
      * l'etudiant, precedee du titre de section a la premiere,
      * puis relit
       5520-EDITER-TRANSFERT.
           IF NTR-ID = id-saisi
               IF cpt-transferts = ZERO
                   MOVE 'Notes transferees d''un autre etablissement :'
                       TO LIGNE-RELEVE
                   WRITE LIGNE-RELEVE
               END-IF
               ADD 1 TO cpt-transferts
               MOVE NTR-VALEUR TO note-edite
               MOVE NTR-COEF TO coef-edite
               MOVE SPACES TO LIGNE-RELEVE
               STRING '  ' DELIMITED BY SIZE
                   NTR-TERME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   NTR-COURS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   note-edite DELIMITED BY SIZE
                   ' coef ' DELIMITED BY SIZE
                   coef-edite DELIMITED BY SIZE
                   ' transferee : ' DELIMITED BY SIZE
                   NTR-ECOLE DELIMITED BY SIZE
                   INTO LIGNE-RELEVE
               WRITE LIGNE-RELEVE
           END-IF.
           PERFORM 5510-LIRE-TRANSFERT.

      * Pied officiel du releve
       6000-PIED-RELEVE.
           MOVE 'Document officiel : toute emission est consignee'
           END-IF.
           WRITE REGISTRE-RELEVE-ENREGISTREMENT.
           CLOSE REGISTRE-FILE.

      * Recherche un blocage administratif actif sur l'etudiant
      * demande et en retient le type et le motif
       8000-CONTROLER-BLOCAGE.
           MOVE 'N' TO indic-bloque.
           MOVE 'N' TO indic-fin-blocages.
           OPEN INPUT BLOCAGES-FILE.
           IF blocages-statut = '00'
               PERFORM 8010-LIRE-BLOCAGE
               PERFORM 8020-COMPARER-BLOCAGE
                   UNTIL fin-blocages OR etudiant-bloque
               CLOSE BLOCAGES-FILE
           END-IF.

      * Lecture d'un enregistrement BLOCAGES.DAT
       8010-LIRE-BLOCAGE.
           READ BLOCAGES-FILE
               AT END SET fin-blocages TO TRUE
           END-READ.

      * Retient le blocage courant s'il est actif sur l'etudiant,
      * sinon relit
       8020-COMPARER-BLOCAGE.
           IF BLQ-ID = id-saisi AND BLQ-ACTIF
               SET etudiant-bloque TO TRUE
               MOVE BLQ-TYPE TO type-blocage
               MOVE BLQ-MOTIF TO motif-blocage
           ELSE
               PERFORM 8010-LIRE-BLOCAGE
           END-IF.

      * Consigne le releve refuse pour blocage dans
      * REFUS-BLOCAGES.DAT
       8100-CONSIGNER-REFUS.
           MOVE SPACES TO REFUS-BLOCAGE-ENREGISTREMENT.
           MOVE date-jour-aff TO RFB-DATE.
           MOVE 'GenererReleveNotes' TO RFB-PROGRAMME.
           MOVE id-saisi TO RFB-ID.
           MOVE INS-NOM TO RFB-NOM.
           MOVE 'RELEVE' TO RFB-DOCUMENT.
           MOVE type-blocage TO RFB-TYPE.
           MOVE utilisateur-session TO RFB-UTILISATEUR.
           OPEN EXTEND REFUS-FILE.
           IF refus-statut = '35'
               OPEN OUTPUT REFUS-FILE
           END-IF.
           WRITE REFUS-BLOCAGE-ENREGISTREMENT.
           CLOSE REFUS-FILE.
