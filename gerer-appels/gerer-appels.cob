      * pedagogique. Un recours accepte corrige la note au maitre et
      * trace la correction avant/apres sur CORRECTIONS-NOTES.DAT,
      * exactement comme MaintenirNotesMaitre, pour garder la piste
      * d'audit intacte. Le recours d'une classe dont le trimestre
      * est gele apres le conseil (GELS-TERMES.DAT) ne peut etre
      * accepte ; pendant une reouverture, la correction est aussi
      * tracee sur MODIFS-REOUVERTURE.DAT pour le jury suivant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "CORRECTIONS-NOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS correction-log-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
           SELECT GELS-FILE ASSIGN TO "GELS-TERMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS gels-statut.
           SELECT MODIFS-REOUV-FILE
               ASSIGN TO "MODIFS-REOUVERTURE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS modifs-reouv-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD CORRECTION-LOG-FILE.
       COPY "cpcorrectionnote.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       FD GELS-FILE.
       COPY "cpgelterme.cpy".

       FD MODIFS-REOUV-FILE.
       COPY "cpmodifrouverture.cpy".

       WORKING-STORAGE SECTION.
       77 appels-statut PIC X(02).
       77 maitre-statut PIC X(02).
       77 cpt-acceptes PIC 9(04) COMP VALUE ZERO.
       77 cpt-rejetes PIC 9(04) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.

      * Etat de gel des notes par classe, la derniere ligne de
      * GELS-TERMES.DAT pour une classe faisant foi : une classe
      * gelee laisse le recours ouvert, une classe rouverte trace
      * la correction
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
       COPY "cphorlog.cpy".

      * Section d'affichage
               'Note corrigee (ex. 12.50) : '.
           2 PIC X(05) TO nouvelle-note REQUIRED.

       1 pla-classe-gelee.
           2 LINE 10 COL 10 VALUE
               'Trimestre gele pour la classe : recours laisse ouvert.'.

       1 pla-corrige.
           2 LINE 11 COL 10 VALUE
               'Note corrigee au maitre, correction tracee.'.
           MOVE ZERO TO cpt-rejetes.
           MOVE 'O' TO reponse-continuer.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 8600-LIRE-AUTEUR-SESSION.
           PERFORM 8700-CHARGER-GELS.
           PERFORM 1000-TRAITER-ACTION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.

      * Accepte le recours courant : la note corrigee est saisie,
      * appliquee au maitre et tracee avant/apres sur le journal des
      * corrections ; le recours d'une classe gelee reste ouvert
       5000-ACCEPTER-APPEL.
           OPEN I-O NOTES-MAITRE-FILE.
           IF maitre-statut NOT = '00'
               DISPLAY 'ERREUR : NOTES-MASTER.DAT introuvable '
                   INVALID KEY
                       DISPLAY pla-note-inconnue
                   NOT INVALID KEY
                       MOVE NM-CLASSE TO classe-controle
                       PERFORM 8750-ETAT-CLASSE
                       IF classe-gelee
                           DISPLAY pla-classe-gelee
                       ELSE
                           PERFORM 5100-APPLIQUER-CORRECTION
                           SET APP-ACCEPTE OF APPELS-FILE TO TRUE
                           ADD 1 TO cpt-acceptes
                       END-IF
               END-READ
               CLOSE NOTES-MAITRE-FILE
           END-IF.

      * Recueille la note corrigee, l'applique sur l'enregistrement
      * lu, puis le reecrit a la meme place dans le fichier maitre ;
      * trace la note avant/apres sur CORRECTIONS-NOTES.DAT, et sur
      * MODIFS-REOUVERTURE.DAT pour une classe rouverte
       5100-APPLIQUER-CORRECTION.
           DISPLAY pls-nouvelle-note.
           ACCEPT pls-nouvelle-note.
           MOVE NM-NOM TO COR-NOM-AVANT.
           MOVE NM-VALEUR TO COR-VALEUR-AVANT.
           MOVE NM-VALEUR TO MRO-AVANT.
           IF FUNCTION TEST-NUMVAL(nouvelle-note) = ZERO
               COMPUTE NM-VALEUR = FUNCTION NUMVAL(nouvelle-note)
           END-IF.
           END-IF.
           WRITE CORRECTION-ENREGISTREMENT.
           CLOSE CORRECTION-LOG-FILE.
           IF classe-rouverte
               MOVE NM-ID TO MRO-ID
               MOVE NM-COURS TO MRO-COURS
               MOVE NM-VALEUR TO MRO-APRES
               MOVE 'GererAppels' TO MRO-PROGRAMME
               PERFORM 8760-TRACER-REOUVERTURE
           END-IF.
           DISPLAY pla-corrige.

      * Reprend l'utilisateur signe au menu, auteur des corrections
      * tracees pendant une reouverture
       8600-LIRE-AUTEUR-SESSION.
           MOVE SPACES TO utilisateur-session.
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

