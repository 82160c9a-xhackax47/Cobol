      * Code LeverAnonymat en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. LeverAnonymat.

      * Traitement par lots : levee d'anonymat des notes d'examen,
      * a lancer avant le classement (conditions). Chaque note de
      * NOTES-ANONYMES.DAT est rapprochee de son etudiant par le
      * numero d'anonymat de la session dans ANONYMATS.DAT ; le nom
      * et la classe sont repris de ETUDIANTS-MASTER.DAT et la ligne
      * part sur NOTES.DAT, marquee deuxieme session s'il y a lieu.
      * Les notes dont le numero ou l'etudiant est introuvable
      * restent seules dans NOTES-ANONYMES.DAT pour correction. La
      * levee n'est faite que pour un utilisateur signe au menu, et
      * chaque execution est tracee sur LEVEES-ANONYMAT.DAT avec cet
      * utilisateur, la date et l'heure. Une note de premiere
      * session d'une classe dont le trimestre est gele apres le
      * conseil (GELS-TERMES.DAT) reste aussi en attente ; pendant
      * une reouverture, la note versee est tracee sur
      * MODIFS-REOUVERTURE.DAT pour le dossier de jury suivant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTES-ANONYMES-FILE ASSIGN TO "NOTES-ANONYMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-anonymes-statut.
           SELECT EN-ATTENTE-FILE ASSIGN TO "NOTES-ANONYMES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ANONYMATS-FILE ASSIGN TO "ANONYMATS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS anonymats-statut.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT NOTES-FILE ASSIGN TO "NOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notes-statut.
           SELECT LEVEES-FILE ASSIGN TO "LEVEES-ANONYMAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS levees-statut.
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
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD NOTES-ANONYMES-FILE.
       COPY "cpnoteanonyme.cpy".

      * Notes laissees en attente, meme disposition que
      * NOTES-ANONYMES.DAT
       FD EN-ATTENTE-FILE.
       01 LIGNE-EN-ATTENTE            PIC X(30).

       FD ANONYMATS-FILE.
       COPY "cpanonymat.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD NOTES-FILE.
       COPY "cpnote.cpy".

       FD LEVEES-FILE.
       COPY "cpleveeanonymat.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       FD GELS-FILE.
       COPY "cpgelterme.cpy".

       FD MODIFS-REOUV-FILE.
       COPY "cpmodifrouverture.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 notes-anonymes-statut PIC X(02).
       77 anonymats-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 notes-statut PIC X(02).
       77 levees-statut PIC X(02).
       77 session-statut PIC X(02).
       77 indic-fin-notes PIC X(01) VALUE 'N'.
           88 fin-notes VALUE 'O'.
       77 indic-fin-anonymats PIC X(01) VALUE 'N'.
           88 fin-anonymats VALUE 'O'.
       77 indic-anonymat-trouve PIC X(01) VALUE 'N'.
           88 anonymat-trouve VALUE 'O'.
       77 indic-etudiant-trouve PIC X(01) VALUE 'N'.
           88 etudiant-trouve VALUE 'O'.
       77 cpt-lus PIC 9(05) COMP VALUE ZERO.
       77 cpt-versees PIC 9(05) COMP VALUE ZERO.
       77 cpt-en-attente PIC 9(05) COMP VALUE ZERO.
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 cpt-gelees PIC 9(05) COMP VALUE ZERO.

      * Etat de gel des notes par classe, la derniere ligne de
      * GELS-TERMES.DAT pour une classe faisant foi : une classe
      * gelee garde la note en attente, une classe rouverte la
      * trace
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

      * Numeros d'anonymat de toutes les sessions
       77 nb-anonymats PIC 9(04) COMP VALUE ZERO.
       77 ix-anonymat PIC 9(04) COMP VALUE ZERO.
       77 limite-anonymats PIC 9(04) COMP VALUE 4000.
       01 TABLE-ANONYMATS.
           05 ANONYMAT-TABLE OCCURS 4000.
               10 ATB-SESSION         PIC X(01).
               10 ATB-NUMERO          PIC 9(06).
               10 ATB-ID              PIC X(06).

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
           IF utilisateur-session = SPACES
               DISPLAY 'ERREUR : levee d''anonymat reservee a un '
                   'utilisateur signe au menu'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-LEVER-ANONYMAT
               PERFORM 3000-JOURNALISER-LEVEE
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
           MOVE 'LeverAnonymat' TO JOB-NOM.
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

      * Releve l'utilisateur signe et charge les numeros d'anonymat
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-versees.
           MOVE ZERO TO cpt-en-attente.
           MOVE ZERO TO cpt-gelees.
           MOVE SPACES TO utilisateur-session.
           PERFORM 8600-LIRE-AUTEUR-SESSION.
           PERFORM 8700-CHARGER-GELS.
           MOVE ZERO TO nb-anonymats.
           MOVE 'N' TO indic-fin-anonymats.
           OPEN INPUT ANONYMATS-FILE.
           IF anonymats-statut = '00'
               PERFORM 1100-LIRE-ANONYMAT
               PERFORM 1200-RETENIR-ANONYMAT UNTIL fin-anonymats
               CLOSE ANONYMATS-FILE
           END-IF.

      * Lecture d'un enregistrement ANONYMATS.DAT
       1100-LIRE-ANONYMAT.
           READ ANONYMATS-FILE
               AT END SET fin-anonymats TO TRUE
           END-READ.

      * Range le numero lu dans la table, puis relit
       1200-RETENIR-ANONYMAT.
           IF nb-anonymats < limite-anonymats
               ADD 1 TO nb-anonymats
               MOVE ANO-SESSION TO ATB-SESSION(nb-anonymats)
               MOVE ANO-NUMERO TO ATB-NUMERO(nb-anonymats)
               MOVE ANO-ID TO ATB-ID(nb-anonymats)
           END-IF.
           PERFORM 1100-LIRE-ANONYMAT.

      * Verse les notes rapprochees sur NOTES.DAT et recopie les
      * autres dans le fichier d'attente, qui remplace ensuite
      * NOTES-ANONYMES.DAT
       2000-LEVER-ANONYMAT.
           MOVE 'N' TO indic-fin-notes.
           OPEN INPUT NOTES-ANONYMES-FILE.
           IF notes-anonymes-statut = '00'
               OPEN INPUT ETUDIANTS-FILE
               OPEN EXTEND NOTES-FILE
               IF notes-statut = '35'
                   OPEN OUTPUT NOTES-FILE
               END-IF
               OPEN OUTPUT EN-ATTENTE-FILE
               PERFORM 2100-LIRE-NOTE
               PERFORM 2200-TRAITER-NOTE UNTIL fin-notes
               CLOSE NOTES-ANONYMES-FILE
               CLOSE EN-ATTENTE-FILE
               CLOSE NOTES-FILE
               IF etudiants-statut = '00'
                   CLOSE ETUDIANTS-FILE
               END-IF
               CALL "CBL_DELETE_FILE" USING "NOTES-ANONYMES.DAT"
               CALL "CBL_RENAME_FILE" USING "NOTES-ANONYMES.NOUVEAU"
                   "NOTES-ANONYMES.DAT"
           ELSE
               DISPLAY 'NOTES-ANONYMES.DAT absent : aucune note a '
                   'verser'
           END-IF.

      * Lecture d'un enregistrement NOTES-ANONYMES.DAT
       2100-LIRE-NOTE.
           READ NOTES-ANONYMES-FILE
               AT END SET fin-notes TO TRUE
           END-READ.

      * Rapproche la note courante de son etudiant et la verse, ou
      * la laisse en attente (etudiant introuvable, ou classe gelee
      * en premiere session), puis relit
       2200-TRAITER-NOTE.
           ADD 1 TO cpt-lus.
           MOVE 'N' TO indic-anonymat-trouve.
           MOVE ZERO TO ix-anonymat.
           PERFORM 2300-COMPARER-NUMERO
               UNTIL anonymat-trouve OR ix-anonymat >= nb-anonymats.
           MOVE 'N' TO indic-etudiant-trouve.
           IF anonymat-trouve AND etudiants-statut = '00'
               MOVE ATB-ID(ix-anonymat) TO INS-ID
               READ ETUDIANTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET etudiant-trouve TO TRUE
               END-READ
           END-IF.
           MOVE 'O' TO etat-classe.
           IF etudiant-trouve AND NAN-SESSION NOT = '2'
               MOVE INS-CLASSE TO classe-controle
               PERFORM 8750-ETAT-CLASSE
           END-IF.
           IF classe-gelee
               ADD 1 TO cpt-gelees
           END-IF.
           IF etudiant-trouve AND NOT classe-gelee
               PERFORM 2400-VERSER-NOTE
           ELSE
               MOVE NOTE-ANONYME-ENREGISTREMENT TO LIGNE-EN-ATTENTE
               WRITE LIGNE-EN-ATTENTE
               ADD 1 TO cpt-en-attente
           END-IF.
           PERFORM 2100-LIRE-NOTE.

      * Compare la ligne suivante de la table a la session et au
      * numero de la note courante
       2300-COMPARER-NUMERO.
           ADD 1 TO ix-anonymat.
           IF ATB-SESSION(ix-anonymat) = NAN-SESSION
                   AND ATB-NUMERO(ix-anonymat) = NAN-NUMERO
               SET anonymat-trouve TO TRUE
           END-IF.

      * Ecrit la note nominative sur NOTES.DAT
       2400-VERSER-NOTE.
           MOVE INS-ID TO NOTE-ID.
           MOVE INS-NOM TO NOTE-NOM.
           MOVE NAN-VALEUR TO NOTE-VALEUR.
           MOVE NAN-COURS TO NOTE-COURS.
           MOVE NAN-COEF TO NOTE-COEF.
           MOVE INS-CLASSE TO NOTE-CLASSE.
           IF NAN-SESSION = '2'
               MOVE '2' TO NOTE-SESSION
           ELSE
               MOVE SPACE TO NOTE-SESSION
           END-IF.
           WRITE NOTE-ENREGISTREMENT.
           ADD 1 TO cpt-versees.
           IF classe-rouverte
               MOVE INS-ID TO MRO-ID
               MOVE NAN-COURS TO MRO-COURS
               MOVE ZERO TO MRO-AVANT
               MOVE NAN-VALEUR TO MRO-APRES
               MOVE 'LeverAnonymat' TO MRO-PROGRAMME
               PERFORM 8760-TRACER-REOUVERTURE
           END-IF.

      * Trace la levee sur LEVEES-ANONYMAT.DAT
       3000-JOURNALISER-LEVEE.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE SPACES TO LEVEE-ANONYMAT-ENREGISTREMENT.
           MOVE utilisateur-session TO LVA-UTILISATEUR.
           MOVE CP-HLG-DATE TO LVA-DATE.
           MOVE CP-HLG-HH TO LVA-HEURE(1:2).
           MOVE CP-HLG-MN TO LVA-HEURE(3:2).
           MOVE CP-HLG-SS TO LVA-HEURE(5:2).
           MOVE cpt-lus TO LVA-LUES.
           MOVE cpt-versees TO LVA-VERSEES.
           MOVE cpt-en-attente TO LVA-EN-ATTENTE.
           OPEN EXTEND LEVEES-FILE.
           IF levees-statut = '35'
               OPEN OUTPUT LEVEES-FILE
           END-IF.
           WRITE LEVEE-ANONYMAT-ENREGISTREMENT.
           CLOSE LEVEES-FILE.
           IF cpt-en-attente > ZERO
               DISPLAY 'AVERTISSEMENT : ' cpt-en-attente
                   ' notes laissees dans NOTES-ANONYMES.DAT, dont '
                   cpt-gelees ' de classe gelee'
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Releve l'utilisateur signe au menu
       8600-LIRE-AUTEUR-SESSION.
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

      * Trace la fin du job
       9000-FINALISER.
           DISPLAY 'Levee d''anonymat : ' cpt-versees
               ' notes versees, ' cpt-en-attente ' en attente'.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'LeverAnonymat' TO JOB-NOM.
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
           MOVE cpt-lus TO JOB-LUS.
           MOVE cpt-versees TO JOB-ECRITS.
           MOVE cpt-en-attente TO JOB-REJETS.
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
