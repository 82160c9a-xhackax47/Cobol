      * admis a s'inscrire ; une session pleine refuse toute
      * inscription supplementaire. Chaque inscription confirmee
      * imprime sa convocation sur CONVOCATIONS-RATTRAPAGE.DAT.
      * Un etudiant sous blocage administratif actif (BLOCAGES.DAT)
      * est refuse ; le refus est consigne dans REFUS-BLOCAGES.DAT
      * au nom de l'utilisateur signe au menu.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "CONVOCATIONS-RATTRAPAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS convocations-statut.
           SELECT BLOCAGES-FILE ASSIGN TO "BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS blocages-statut.
           SELECT REFUS-FILE ASSIGN TO "REFUS-BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS refus-statut.
           SELECT SESSION-UTILISATEUR-FILE
               ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-utilisateur-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD CONVOCATIONS-FILE.
       01 LIGNE-CONVOCATION           PIC X(80).

       FD BLOCAGES-FILE.
       COPY "cpblocage.cpy".

       FD REFUS-FILE.
       COPY "cprefusblocage.cpy".

       FD SESSION-UTILISATEUR-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 sessions-statut PIC X(02).
       77 inscriptions-statut PIC X(02).
       77 salle-session PIC X(10) VALUE SPACES.
       77 cpt-inscrits PIC 9(04) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).
      * Blocage administratif actif de l'etudiant a inscrire
       77 blocages-statut PIC X(02).
       77 refus-statut PIC X(02).
       77 session-utilisateur-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-blocages PIC X(01) VALUE 'N'.
           88 fin-blocages VALUE 'O'.
       77 indic-bloque PIC X(01) VALUE 'N'.
           88 etudiant-bloque VALUE 'O'.
       77 type-blocage PIC X(01).
       77 motif-blocage PIC X(30).
       COPY "cphorlog.cpy".

      * Section d'affichage
           2 LINE 10 COL 10 VALUE
               'Etudiant deja inscrit a cette session.'.

       1 pla-bloque.
           2 LINE 10 COL 10 VALUE
               'Blocage administratif actif, inscription refusee.'.
           2 LINE 11 COL 10 VALUE 'Motif : '.
           2 COL 18 PIC X(01) FROM type-blocage.
           2 COL 20 PIC X(30) FROM motif-blocage.

       1 pla-session-pleine.
           2 LINE 10 COL 10 VALUE
               'Session pleine, inscription refusee.'.
           MOVE ZERO TO cpt-inscrits.
           MOVE 'O' TO reponse-continuer.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           PERFORM 1000-TRAITER-ACTION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Reprend l'utilisateur signe au menu, pour le consigner sur
      * les refus pour blocage
       0030-LIRE-UTILISATEUR-SESSION.
           OPEN INPUT SESSION-UTILISATEUR-FILE.
           IF session-utilisateur-statut = '00'
               READ SESSION-UTILISATEUR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-UTILISATEUR TO utilisateur-session
               END-READ
               CLOSE SESSION-UTILISATEUR-FILE
           END-IF.

      * Recueille l'action demandee et la traite
       1000-TRAITER-ACTION.
           DISPLAY pls-action.
               DISPLAY pla-session-creee
           END-IF.

      * Inscrit un etudiant de ECHEC.DAT sans blocage administratif
      * a une session, dans la limite de la capacite de la salle
       3000-INSCRIRE-ETUDIANT.
           MOVE 'N' TO indic-confirme.
           DISPLAY pls-code.
                   DISPLAY pla-pas-en-echec
               ELSE
                   PERFORM 3300-COMPTER-PLACES
                   PERFORM 3400-CONTROLER-BLOCAGE
                   EVALUATE TRUE
                       WHEN etudiant-bloque
                           DISPLAY pla-bloque
                           PERFORM 3450-CONSIGNER-REFUS
                       WHEN deja-inscrit
                           DISPLAY pla-deja-inscrit
                       WHEN places-prises >= capacite-session
           END-IF.
           PERFORM 3310-LIRE-INSCRIPTION.

      * Recherche un blocage administratif actif sur l'etudiant
      * saisi et en retient le type et le motif
       3400-CONTROLER-BLOCAGE.
           MOVE 'N' TO indic-bloque.
           MOVE 'N' TO indic-fin-blocages.
           OPEN INPUT BLOCAGES-FILE.
           IF blocages-statut = '00'
               PERFORM 3410-LIRE-BLOCAGE
               PERFORM 3420-COMPARER-BLOCAGE
                   UNTIL fin-blocages OR etudiant-bloque
               CLOSE BLOCAGES-FILE
           END-IF.

      * Lecture d'un enregistrement BLOCAGES.DAT
       3410-LIRE-BLOCAGE.
           READ BLOCAGES-FILE
               AT END SET fin-blocages TO TRUE
           END-READ.

      * Retient le blocage courant s'il est actif sur l'etudiant,
      * sinon relit
       3420-COMPARER-BLOCAGE.
           IF BLQ-ID = id-saisi AND BLQ-ACTIF
               SET etudiant-bloque TO TRUE
               MOVE BLQ-TYPE TO type-blocage
               MOVE BLQ-MOTIF TO motif-blocage
           ELSE
               PERFORM 3410-LIRE-BLOCAGE
           END-IF.

      * Consigne l'inscription refusee pour blocage dans
      * REFUS-BLOCAGES.DAT
       3450-CONSIGNER-REFUS.
           MOVE SPACES TO REFUS-BLOCAGE-ENREGISTREMENT.
           MOVE date-jour-aff TO RFB-DATE.
           MOVE 'InscrireRattrapage' TO RFB-PROGRAMME.
           MOVE id-saisi TO RFB-ID.
           MOVE nom-echec TO RFB-NOM.
           MOVE 'RATTRAPAGE' TO RFB-DOCUMENT.
           MOVE type-blocage TO RFB-TYPE.
           MOVE utilisateur-session TO RFB-UTILISATEUR.
           OPEN EXTEND REFUS-FILE.
           IF refus-statut = '35'
               OPEN OUTPUT REFUS-FILE
           END-IF.
           WRITE REFUS-BLOCAGE-ENREGISTREMENT.
           CLOSE REFUS-FILE.

      * Ajoute l'inscription confirmee au fichier
       4000-ENREGISTRER-INSCRIPTION.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
