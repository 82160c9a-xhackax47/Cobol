      * consignes l'etudiant, la mention, la date et l'utilisateur
      * emetteur ; la liste des diplomes part sur
      * LISTE-DIPLOMES.DAT. Un etudiant deja au registre n'est pas
      * reemis sans la marque explicite de duplicata. Quand le
      * suivi des stages est en place (STAGES.DAT), le diplome est
      * refuse a l'etudiant dont le stage manque, est rompu ou n'a
      * pas encore ete evalue par l'entreprise. Il l'est aussi a
      * l'etudiant sous blocage administratif actif (BLOCAGES.DAT),
      * refus consigne dans REFUS-BLOCAGES.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRE-FILE ASSIGN TO "REGISTRE-DIPLOMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS registre-statut.
           SELECT STAGES-FILE ASSIGN TO "STAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS stages-statut.
           SELECT BLOCAGES-FILE ASSIGN TO "BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS blocages-statut.
           SELECT REFUS-FILE ASSIGN TO "REFUS-BLOCAGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS refus-statut.
           SELECT LISTE-FILE ASSIGN TO "LISTE-DIPLOMES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
       FD REGISTRE-FILE.
       COPY "cpregistrediplome.cpy".

       FD STAGES-FILE.
       COPY "cpstage.cpy".

       FD BLOCAGES-FILE.
       COPY "cpblocage.cpy".

       FD REFUS-FILE.
       COPY "cprefusblocage.cpy".

       FD LISTE-FILE.
       01 LIGNE-LISTE                 PIC X(80).

       77 ix-emis PIC 9(04) COMP VALUE ZERO.
       01 TABLE-EMIS.
           05 EMIS-ID OCCURS 2000 TIMES PIC X(06).

      * Etat courant du stage de chaque etudiant, la derniere ligne
      * de STAGES.DAT faisant foi : E evalue, N en attente
      * d'evaluation, R rompu ; sans fichier, le controle est
      * desarme
       77 stages-statut PIC X(02).
       77 indic-stages PIC X(01) VALUE 'N'.
           88 stages-suivis VALUE 'O'.
       77 indic-fin-stages PIC X(01) VALUE 'N'.
           88 fin-stages VALUE 'O'.
       77 indic-stage-trouve PIC X(01) VALUE 'N'.
           88 stage-trouve VALUE 'O'.
       77 motif-refus PIC X(20) VALUE SPACES.
       77 id-stage PIC X(06) VALUE SPACES.
       77 nb-stages PIC 9(04) COMP VALUE ZERO.
       77 ix-stage PIC 9(04) COMP VALUE ZERO.
       01 TABLE-STAGES.
           05 STAGE-TABLE OCCURS 2000.
               10 STB-ID              PIC X(06).
               10 STB-ETAT            PIC X(01).
      * Blocages administratifs actifs, charges au demarrage
       77 blocages-statut PIC X(02).
       77 refus-statut PIC X(02).
       77 indic-fin-blocages PIC X(01) VALUE 'N'.
           88 fin-blocages VALUE 'O'.
       77 indic-bloque PIC X(01) VALUE 'N'.
           88 etudiant-bloque VALUE 'O'.
       77 nb-blocages PIC 9(04) COMP VALUE ZERO.
       77 ix-blocage PIC 9(04) COMP VALUE ZERO.
       01 TABLE-BLOCAGES.
           05 BLOCAGE-TABLE OCCURS 2000.
               10 BLB-ID              PIC X(06).
               10 BLB-TYPE            PIC X(01).
       COPY "cphorlog.cpy".

      * Section d'affichage
               MOVE 'O' TO marque-duplicata
           END-IF.
           PERFORM 1000-CHARGER-REGISTRE.
           PERFORM 1500-CHARGER-STAGES.
           PERFORM 1600-CHARGER-BLOCAGES.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut NOT = '00'
               DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT introuvable '
           END-IF.
           PERFORM 1100-LIRE-REGISTRE.

      * Charge l'etat courant des stages ; la presence de
      * STAGES.DAT arme le controle
       1500-CHARGER-STAGES.
           MOVE ZERO TO nb-stages.
           MOVE 'N' TO indic-stages.
           MOVE 'N' TO indic-fin-stages.
           OPEN INPUT STAGES-FILE.
           IF stages-statut = '00'
               SET stages-suivis TO TRUE
               PERFORM 1510-LIRE-STAGE
               PERFORM 1520-RETENIR-STAGE UNTIL fin-stages
               CLOSE STAGES-FILE
           END-IF.

      * Lecture d'un enregistrement STAGES.DAT
       1510-LIRE-STAGE.
           READ STAGES-FILE
               AT END SET fin-stages TO TRUE
           END-READ.

      * Range l'etat du stage lu dans la table, en recouvrant la
      * ligne anterieure du meme etudiant, puis relit
       1520-RETENIR-STAGE.
           MOVE STG-ID TO id-stage.
           PERFORM 2600-CHERCHER-STAGE.
           IF NOT stage-trouve
               IF nb-stages < 2000
                   ADD 1 TO nb-stages
                   MOVE nb-stages TO ix-stage
                   SET stage-trouve TO TRUE
               END-IF
           END-IF.
           IF stage-trouve
               MOVE STG-ID TO STB-ID(ix-stage)
               EVALUATE TRUE
                   WHEN STG-ROMPU
                       MOVE 'R' TO STB-ETAT(ix-stage)
                   WHEN STG-EVALUE
                       MOVE 'E' TO STB-ETAT(ix-stage)
                   WHEN OTHER
                       MOVE 'N' TO STB-ETAT(ix-stage)
               END-EVALUATE
           END-IF.
           PERFORM 1510-LIRE-STAGE.

      * Charge les blocages administratifs actifs
       1600-CHARGER-BLOCAGES.
           MOVE ZERO TO nb-blocages.
           MOVE 'N' TO indic-fin-blocages.
           OPEN INPUT BLOCAGES-FILE.
           IF blocages-statut = '00'
               PERFORM 1610-LIRE-BLOCAGE
               PERFORM 1620-RETENIR-BLOCAGE UNTIL fin-blocages
               CLOSE BLOCAGES-FILE
           END-IF.

      * Lecture d'un enregistrement BLOCAGES.DAT
       1610-LIRE-BLOCAGE.
           READ BLOCAGES-FILE
               AT END SET fin-blocages TO TRUE
           END-READ.

      * Range le blocage lu dans la table s'il est actif, puis
      * relit
       1620-RETENIR-BLOCAGE.
           IF BLQ-ACTIF AND nb-blocages < 2000
               ADD 1 TO nb-blocages
               MOVE BLQ-ID TO BLB-ID(nb-blocages)
               MOVE BLQ-TYPE TO BLB-TYPE(nb-blocages)
           END-IF.
           PERFORM 1610-LIRE-BLOCAGE.

      * Parcourt les inscrits de la classe choisie et emet les
      * eligibles
       2000-PARCOURIR-CLASSE.
           END-READ.

      * Controle l'eligibilite de l'inscrit courant : classe
      * choisie, mention au classement, stage evalue quand les
      * stages sont suivis, pas de seconde emission sans
      * duplicata, pas de blocage administratif, puis relit
       2200-EXAMINER-INSCRIT.
           IF INS-CLASSE = classe-saisie AND INS-INSCRIT
               PERFORM 2300-LIRE-RESULTAT
               IF resultat-trouve
                       AND RM-MENTION NOT = 'Pas de mention'
                   PERFORM 2400-CONTROLER-DOUBLE
                   PERFORM 2650-CONTROLER-STAGE
                   IF deja-emis AND NOT duplicata-autorise
                       MOVE 'deja emis' TO motif-refus
                   ELSE
                       PERFORM 2700-CONTROLER-BLOCAGE
                   END-IF
                   IF motif-refus NOT = SPACES
                       ADD 1 TO cpt-refuses
                       MOVE SPACES TO LIGNE-LISTE
                       STRING '  ' DELIMITED BY SIZE
                           INS-ID DELIMITED BY SIZE
                           '  ' DELIMITED BY SIZE
                           INS-NOM DELIMITED BY SIZE
                           '  REFUSE : ' DELIMITED BY SIZE
                           motif-refus DELIMITED BY SIZE
                           INTO LIGNE-LISTE
                       WRITE LIGNE-LISTE
                   ELSE
               SET deja-emis TO TRUE
           END-IF.

      * Cherche l'etudiant courant dans la table des stages
       2600-CHERCHER-STAGE.
           MOVE 'N' TO indic-stage-trouve.
           MOVE ZERO TO ix-stage.
           PERFORM 2610-COMPARER-STAGE
               UNTIL stage-trouve OR ix-stage >= nb-stages.

      * Compare la ligne suivante de la table des stages
       2610-COMPARER-STAGE.
           ADD 1 TO ix-stage.
           IF STB-ID(ix-stage) = id-stage
               SET stage-trouve TO TRUE
           END-IF.

      * Pose le motif de refus du stage de l'inscrit courant : un
      * stage absent ou rompu, ou encore sans evaluation, bloque le
      * diplome
       2650-CONTROLER-STAGE.
           MOVE SPACES TO motif-refus.
           IF stages-suivis
               MOVE INS-ID TO id-stage
               PERFORM 2600-CHERCHER-STAGE
               EVALUATE TRUE
                   WHEN NOT stage-trouve
                       MOVE 'stage absent' TO motif-refus
                   WHEN STB-ETAT(ix-stage) = 'R'
                       MOVE 'stage rompu' TO motif-refus
                   WHEN STB-ETAT(ix-stage) = 'N'
                       MOVE 'stage non evalue' TO motif-refus
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Un blocage administratif actif sur l'inscrit courant
      * l'emporte sur tout autre motif ; le refus est consigne
       2700-CONTROLER-BLOCAGE.
           MOVE 'N' TO indic-bloque.
           MOVE ZERO TO ix-blocage.
           PERFORM 2710-COMPARER-BLOCAGE
               UNTIL etudiant-bloque OR ix-blocage >= nb-blocages.
           IF etudiant-bloque
               MOVE 'blocage admin.' TO motif-refus
               PERFORM 2750-CONSIGNER-REFUS
           END-IF.

      * Compare la ligne suivante de la table des blocages
       2710-COMPARER-BLOCAGE.
           ADD 1 TO ix-blocage.
           IF BLB-ID(ix-blocage) = INS-ID
               SET etudiant-bloque TO TRUE
           END-IF.

      * Consigne le diplome refuse pour blocage dans
      * REFUS-BLOCAGES.DAT
       2750-CONSIGNER-REFUS.
           MOVE SPACES TO REFUS-BLOCAGE-ENREGISTREMENT.
           MOVE date-jour-aff TO RFB-DATE.
           MOVE 'EmettreDiplomes' TO RFB-PROGRAMME.
           MOVE INS-ID TO RFB-ID.
           MOVE INS-NOM TO RFB-NOM.
           MOVE 'DIPLOME' TO RFB-DOCUMENT.
           MOVE BLB-TYPE(ix-blocage) TO RFB-TYPE.
           MOVE utilisateur-session TO RFB-UTILISATEUR.
           OPEN EXTEND REFUS-FILE.
           IF refus-statut = '35'
               OPEN OUTPUT REFUS-FILE
           END-IF.
           WRITE REFUS-BLOCAGE-ENREGISTREMENT.
           CLOSE REFUS-FILE.

      * Emet le diplome : numero de serie alloue, registre
      * complete, ligne imprimee sur la liste
       3000-EMETTRE-DIPLOME.
