      * Transaction a la demande : recherche un etudiant par
      * identifiant dans le fichier maitre indexe NOTES-MASTER.DAT et
      * permet de corriger son nom et sa note directement en place.
      * La note d'une classe dont le trimestre est gele apres le
      * conseil (GELS-TERMES.DAT) n'est pas modifiable ; pendant une
      * reouverture, chaque note modifiee est tracee sur
      * MODIFS-REOUVERTURE.DAT pour le dossier de jury suivant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS verrous-statut.
           SELECT VERROUS-NOUVEAU-FILE ASSIGN TO "VERROUS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GELS-FILE ASSIGN TO "GELS-TERMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS gels-statut.
           SELECT MODIFS-REOUV-FILE
               ASSIGN TO "MODIFS-REOUVERTURE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS modifs-reouv-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD VERROUS-NOUVEAU-FILE.
       COPY "cpverrou.cpy".

       FD GELS-FILE.
       COPY "cpgelterme.cpy".

       FD MODIFS-REOUV-FILE.
       COPY "cpmodifrouverture.cpy".

       WORKING-STORAGE SECTION.
       77 maitre-statut PIC X(02).
       77 id-recherche PIC X(06).
           88 verrou-refuse VALUE 'O'.
       77 porteur-verrou PIC X(08) VALUE SPACES.
       77 langue-session PIC X(01) VALUE 'F'.
       77 utilisateur-session PIC X(08) VALUE SPACES.

      * Etat de gel des notes par classe, la derniere ligne de
      * GELS-TERMES.DAT pour une classe faisant foi : une classe
      * gelee refuse la correction, une classe rouverte la trace
       77 gels-statut PIC X(02).
       77 modifs-reouv-statut PIC X(02).
       77 indic-fin-gels PIC X(01) VALUE 'N'.
           88 fin-gels VALUE 'O'.
       77 indic-gel-trouve PIC X(01) VALUE 'N'.
           88 gel-trouve VALUE 'O'.
       77 nb-gels PIC 9(03) COMP VALUE ZERO.
       77 ix-gel PIC 9(03) COMP VALUE ZERO.
       77 limite-gels PIC 9(03) COMP VALUE 200.
       77 classe-controle PIC X(05) VALUE SPACES.
       77 etat-classe PIC X(01) VALUE 'O'.
           88 classe-gelee VALUE 'G'.
           88 classe-rouverte VALUE 'R'.
       77 terme-classe PIC 9(01) VALUE ZERO.
       01 TABLE-GELS.
           05 GEL-TABLE OCCURS 200.
               10 GTB-CLASSE          PIC X(05).
               10 GTB-TERME           PIC 9(01).
               10 GTB-STATUT          PIC X(01).
       77 msg-mnm-confirmer PIC X(32) VALUE
           'Confirmer la correction (O/N) ? '.
       77 msg-mnm-corrige PIC X(25) VALUE
           2 LINE 9 COL 10 VALUE 'Note actuelle : '.
           2 COL 27 PIC Z9.99 FROM NM-VALEUR.

       1 pla-classe-gelee.
           2 LINE 10 COL 10 VALUE
               'Trimestre gele pour la classe : correction refusee.'.

       1 pls-nom.
           2 LINE 11 COL 10 VALUE 'Nouveau nom (vide = inchange) : '.
           2 PIC X(20) TO nouveau-nom.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0030-LIRE-LANGUE-SESSION.
           PERFORM 0040-CHARGER-MESSAGES.
           PERFORM 8700-CHARGER-GELS.
           MOVE 'MAINTEN' TO porteur-verrou.
           PERFORM 0060-PRENDRE-VERROU.
           IF verrou-refuse
           END-IF.
           PERFORM 0061-LIRE-VERROU.

      * Reprend l'utilisateur et la langue choisie a l'ouverture de
      * session ; le francais reste la langue par defaut
       0030-LIRE-LANGUE-SESSION.
           OPEN INPUT SESSION-FILE.
           IF session-statut = '00'
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-UTILISATEUR TO utilisateur-session
                       IF SES-LANGUE = 'E'
                           MOVE 'E' TO langue-session
                       END-IF
                   SET etudiant-trouve TO TRUE
           END-READ.
           IF etudiant-trouve
               MOVE NM-CLASSE TO classe-controle
               PERFORM 8750-ETAT-CLASSE
               IF classe-gelee
                   DISPLAY pla-actuel
                   DISPLAY pla-classe-gelee
               ELSE
                   PERFORM 2000-SAISIR-CORRECTION
               END-IF
           ELSE
               DISPLAY pla-non-trouve
           END-IF.

      * Applique les champs modifies sur l'enregistrement lu, puis le
      * reecrit a la meme place dans le fichier maitre ; trace le
      * nom et la note avant/apres sur CORRECTIONS-NOTES.DAT, et la
      * note modifiee d'une classe rouverte sur MODIFS-REOUVERTURE
       3000-APPLIQUER-CORRECTION.
           MOVE NM-NOM TO COR-NOM-AVANT.
           MOVE NM-VALEUR TO COR-VALEUR-AVANT.
           MOVE NM-VALEUR TO MRO-AVANT.
           IF nouveau-nom NOT = SPACES
               MOVE nouveau-nom TO NM-NOM
           END-IF.
           END-IF.
           REWRITE NOTE-MAITRE-ENREGISTREMENT.
           PERFORM 3100-TRACER-CORRECTION.
           IF classe-rouverte AND NM-VALEUR NOT = MRO-AVANT
               MOVE NM-ID TO MRO-ID
               MOVE NM-COURS TO MRO-COURS
               MOVE NM-VALEUR TO MRO-APRES
               MOVE 'MaintenirNotesMaitre' TO MRO-PROGRAMME
               PERFORM 8760-TRACER-REOUVERTURE
           END-IF.
           DISPLAY pla-corrige.

      * Ecrit la ligne avant/apres de la correction qui vient d'etre
           END-IF.
           WRITE CORRECTION-ENREGISTREMENT.
           CLOSE CORRECTION-LOG-FILE.

      * Charge l'etat courant des classes depuis GELS-TERMES.DAT, la
      * derniere ligne d'une classe recouvrant la precedente ; sans
      * fichier, aucune classe n'est gelee
       8700-CHARGER-GELS.
           MOVE ZERO TO nb-gels.
           MOVE 'N' TO indic-fin-gels.
           OPEN INPUT GELS-FILE.
           IF gels-statut = '00'
               PERFORM 8710-LIRE-GEL
               PERFORM 8720-RETENIR-GEL UNTIL fin-gels
               CLOSE GELS-FILE
           END-IF.

      * Lecture d'un enregistrement GELS-TERMES.DAT
       8710-LIRE-GEL.
           READ GELS-FILE
               AT END SET fin-gels TO TRUE
           END-READ.

      * Range l'etat lu dans la table, en recouvrant la ligne
      * anterieure de la classe, puis relit
       8720-RETENIR-GEL.
           MOVE GTE-CLASSE TO classe-controle.
           PERFORM 8730-CHERCHER-GEL.
           IF NOT gel-trouve
               IF nb-gels < limite-gels
                   ADD 1 TO nb-gels
                   MOVE nb-gels TO ix-gel
                   SET gel-trouve TO TRUE
               END-IF
           END-IF.
           IF gel-trouve
               MOVE GTE-CLASSE TO GTB-CLASSE(ix-gel)
               MOVE GTE-TERME TO GTB-TERME(ix-gel)
               MOVE GTE-STATUT TO GTB-STATUT(ix-gel)
           END-IF.
           PERFORM 8710-LIRE-GEL.

      * Cherche la classe a controler dans la table en memoire
       8730-CHERCHER-GEL.
           MOVE 'N' TO indic-gel-trouve.
           MOVE ZERO TO ix-gel.
           PERFORM 8740-COMPARER-GEL
               UNTIL gel-trouve OR ix-gel >= nb-gels.

      * Compare la ligne suivante de la table a la classe
       8740-COMPARER-GEL.
           ADD 1 TO ix-gel.
           IF GTB-CLASSE(ix-gel) = classe-controle
               SET gel-trouve TO TRUE
           END-IF.

      * Donne l'etat et le trimestre de la classe a controler ; une
      * classe sans ligne est ouverte
       8750-ETAT-CLASSE.
           MOVE 'O' TO etat-classe.
           MOVE ZERO TO terme-classe.
           PERFORM 8730-CHERCHER-GEL.
           IF gel-trouve
               MOVE GTB-STATUT(ix-gel) TO etat-classe
               MOVE GTB-TERME(ix-gel) TO terme-classe
           END-IF.

      * Ajoute la note modifiee pendant la reouverture en fin de
      * MODIFS-REOUVERTURE.DAT (cree au premier passage), a signaler
      * au dossier de jury suivant
       8760-TRACER-REOUVERTURE.
           MOVE classe-controle TO MRO-CLASSE.
           MOVE terme-classe TO MRO-TERME.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO MRO-DATE.
           MOVE utilisateur-session TO MRO-UTILISATEUR.
           MOVE 'N' TO MRO-SIGNALEE.
           OPEN EXTEND MODIFS-REOUV-FILE.
           IF modifs-reouv-statut = '35'
               OPEN OUTPUT MODIFS-REOUV-FILE
           END-IF.
           WRITE MODIF-REOUVERTURE-ENREGISTREMENT.
           CLOSE MODIFS-REOUV-FILE.
