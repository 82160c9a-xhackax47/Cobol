      * Code ReleverVolumes en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ReleverVolumes.

      * Etape de la chaine de nuit : releve le volume de chaque
      * fichier de donnees du dictionnaire des fichiers, et de tout
      * fichier nomme dans LIMITES-VOLUMES.DAT, soit son nombre
      * d'enregistrements et sa taille en octets, et l'ajoute a
      * VOLUMES-HISTORIQUE.DAT avec la croissance de la taille
      * depuis le releve precedent du meme fichier. La croissance
      * la plus forte de la nuit est la metrique CROIS-VOLUME
      * d'EvaluerAlertes ; RapportVolumes en tire chaque semaine
      * le rythme de croissance et la date d'atteinte des limites.
      * Un fichier encore absent n'est pas releve.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONNEES-FILE ASSIGN USING nom-fichier
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS donnees-statut.
           SELECT VOLUMES-FILE ASSIGN TO "VOLUMES-HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS volumes-statut.
           SELECT LIMITES-FILE ASSIGN TO "LIMITES-VOLUMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS limites-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD DONNEES-FILE.
       01 LIGNE-DONNEES               PIC X(1000).

       FD VOLUMES-FILE.
       COPY "cpvolume.cpy".

       FD LIMITES-FILE.
       COPY "cplimitevolume.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 donnees-statut PIC X(02).
       77 volumes-statut PIC X(02).
       77 limites-statut PIC X(02).
       77 nom-fichier PIC X(30) VALUE SPACES.
       77 indic-fin-donnees PIC X(01) VALUE 'N'.
           88 fin-donnees VALUE 'O'.
       77 indic-fin-volumes PIC X(01) VALUE 'N'.
           88 fin-volumes VALUE 'O'.
       77 indic-fin-limites PIC X(01) VALUE 'N'.
           88 fin-limites VALUE 'O'.
       77 date-jour PIC 9(08).
       77 code-fichier PIC S9(09) COMP VALUE ZERO.
       77 cpt-enregistrements PIC 9(09) VALUE ZERO.
       77 croissance PIC S9(5)V99 VALUE ZERO.
       77 cpt-releves PIC 9(05) COMP VALUE ZERO.
       77 cpt-absents PIC 9(05) COMP VALUE ZERO.
       77 ix-dictionnaire PIC 9(02) COMP VALUE ZERO.

      * Taille et date du fichier rendues par le systeme ; seule la
      * taille, sur huit octets binaires, est reprise
       01 INFOS-FICHIER.
           05 INF-OCTETS              PIC 9(18) COMP.
           05 FILLER                  PIC X(08).

      * Fichiers a relever, avec leur dernier releve anterieur au
      * jour
       77 nb-suivis PIC 9(02) COMP VALUE ZERO.
       77 ix-suivi PIC 9(02) COMP VALUE ZERO.
       77 ix-trouve PIC 9(02) COMP VALUE ZERO.
       77 ix-recherche PIC 9(02) COMP VALUE ZERO.
       77 limite-suivis PIC 9(02) COMP VALUE 60.
       01 TABLE-SUIVIS.
           05 SUIVI-ENTREE OCCURS 60.
               10 SUI-FICHIER         PIC X(30).
               10 SUI-OCTETS-AVANT    PIC 9(12).
               10 SUI-RELEVE-AVANT    PIC X(01).
                   88 SUI-DEJA-RELEVE VALUE 'O'.

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
       COPY "cpdictionnaire.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-RELEVER-UN-FICHIER
               VARYING ix-suivi FROM 1 BY 1
               UNTIL ix-suivi > nb-suivis.
           PERFORM 9000-FINALISER.
           MOVE ZERO TO RETURN-CODE.
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
           MOVE 'ReleverVolumes' TO JOB-NOM.
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

      * Dresse la liste des fichiers a relever, du dictionnaire
      * puis des limites parametrees, et y reporte le dernier
      * releve de chacun ; l'historique est ensuite ouvert en ajout
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           MOVE ZERO TO cpt-releves.
           MOVE ZERO TO cpt-absents.
           MOVE ZERO TO nb-suivis.
           PERFORM 1100-RETENIR-DICTIONNAIRE
               VARYING ix-dictionnaire FROM 1 BY 1
               UNTIL ix-dictionnaire > nb-fichiers-dictionnaire.
           PERFORM 1200-CHARGER-LIMITES.
           PERFORM 1300-CHARGER-RELEVES.
           OPEN EXTEND VOLUMES-FILE.
           IF volumes-statut = '35'
               OPEN OUTPUT VOLUMES-FILE
           END-IF.

      * Ajoute un fichier du dictionnaire a la liste
       1100-RETENIR-DICTIONNAIRE.
           MOVE DIC-NOM(ix-dictionnaire) TO nom-fichier.
           PERFORM 1500-AJOUTER-SUIVI.

      * Ajoute a la liste les fichiers des limites parametrees qui
      * n'y sont pas encore
       1200-CHARGER-LIMITES.
           MOVE 'N' TO indic-fin-limites.
           OPEN INPUT LIMITES-FILE.
           IF limites-statut = '00'
               PERFORM 1210-LIRE-LIMITE
               PERFORM 1220-RETENIR-LIMITE UNTIL fin-limites
               CLOSE LIMITES-FILE
           END-IF.

      * Lecture d'un enregistrement LIMITES-VOLUMES.DAT
       1210-LIRE-LIMITE.
           READ LIMITES-FILE
               AT END SET fin-limites TO TRUE
           END-READ.

      * Retient le fichier de la limite lue, puis relit
       1220-RETENIR-LIMITE.
           IF LIM-FICHIER NOT = SPACES
               MOVE LIM-FICHIER TO nom-fichier
               PERFORM 1500-AJOUTER-SUIVI
           END-IF.
           PERFORM 1210-LIRE-LIMITE.

      * Reporte sur chaque fichier suivi la taille de son dernier
      * releve anterieur au jour ; un second passage le meme jour
      * mesure donc encore la croissance depuis la veille
       1300-CHARGER-RELEVES.
           MOVE 'N' TO indic-fin-volumes.
           OPEN INPUT VOLUMES-FILE.
           IF volumes-statut = '00'
               PERFORM 1310-LIRE-RELEVE
               PERFORM 1320-RETENIR-RELEVE UNTIL fin-volumes
               CLOSE VOLUMES-FILE
           END-IF.

      * Lecture d'un enregistrement VOLUMES-HISTORIQUE.DAT
       1310-LIRE-RELEVE.
           READ VOLUMES-FILE
               AT END SET fin-volumes TO TRUE
           END-READ.

      * Retient le releve lu sur son fichier s'il precede le jour,
      * puis relit
       1320-RETENIR-RELEVE.
           IF VOL-DATE < date-jour
               MOVE VOL-FICHIER TO nom-fichier
               PERFORM 1600-CHERCHER-SUIVI
               IF ix-trouve > ZERO
                   MOVE VOL-OCTETS TO SUI-OCTETS-AVANT(ix-trouve)
                   MOVE 'O' TO SUI-RELEVE-AVANT(ix-trouve)
               END-IF
           END-IF.
           PERFORM 1310-LIRE-RELEVE.

      * Ajoute le fichier courant a la liste s'il n'y est pas
       1500-AJOUTER-SUIVI.
           PERFORM 1600-CHERCHER-SUIVI.
           IF ix-trouve = ZERO AND nb-suivis < limite-suivis
               ADD 1 TO nb-suivis
               MOVE nom-fichier TO SUI-FICHIER(nb-suivis)
               MOVE ZERO TO SUI-OCTETS-AVANT(nb-suivis)
               MOVE 'N' TO SUI-RELEVE-AVANT(nb-suivis)
           END-IF.

      * Cherche le fichier courant dans la liste
       1600-CHERCHER-SUIVI.
           MOVE ZERO TO ix-trouve.
           PERFORM 1610-COMPARER-SUIVI
               VARYING ix-recherche FROM 1 BY 1
               UNTIL ix-recherche > nb-suivis
               OR ix-trouve > ZERO.

      * Compare une entree de la liste au fichier courant
       1610-COMPARER-SUIVI.
           IF SUI-FICHIER(ix-recherche) = nom-fichier
               MOVE ix-recherche TO ix-trouve
           END-IF.

      * Mesure un fichier suivi et ajoute son releve a
      * l'historique ; un fichier absent est seulement compte
       2000-RELEVER-UN-FICHIER.
           MOVE SUI-FICHIER(ix-suivi) TO nom-fichier.
           CALL "CBL_CHECK_FILE_EXIST" USING nom-fichier
               INFOS-FICHIER
               RETURNING code-fichier.
           IF code-fichier NOT = ZERO
               ADD 1 TO cpt-absents
           ELSE
               PERFORM 2100-COMPTER-ENREGISTREMENTS
               PERFORM 2200-ECRIRE-RELEVE
           END-IF.

      * Compte les enregistrements du fichier courant
       2100-COMPTER-ENREGISTREMENTS.
           MOVE ZERO TO cpt-enregistrements.
           MOVE 'N' TO indic-fin-donnees.
           OPEN INPUT DONNEES-FILE.
           IF donnees-statut = '00'
               PERFORM 2110-LIRE-DONNEES
               PERFORM 2120-COMPTER-DONNEES UNTIL fin-donnees
               CLOSE DONNEES-FILE
           END-IF.

      * Lecture d'un enregistrement du fichier courant
       2110-LIRE-DONNEES.
           READ DONNEES-FILE
               AT END SET fin-donnees TO TRUE
           END-READ.

      * Compte l'enregistrement lu, puis relit
       2120-COMPTER-DONNEES.
           ADD 1 TO cpt-enregistrements.
           PERFORM 2110-LIRE-DONNEES.

      * Ecrit le releve du fichier courant, avec sa croissance en
      * pour cent depuis le releve precedent
       2200-ECRIRE-RELEVE.
           MOVE ZERO TO croissance.
           IF SUI-DEJA-RELEVE(ix-suivi)
                   AND SUI-OCTETS-AVANT(ix-suivi) > ZERO
               COMPUTE croissance ROUNDED =
                   ((INF-OCTETS - SUI-OCTETS-AVANT(ix-suivi)) * 100)
                   / SUI-OCTETS-AVANT(ix-suivi)
                   ON SIZE ERROR
                       MOVE 99999.99 TO croissance
               END-COMPUTE
           END-IF.
           MOVE SPACES TO VOLUME-ENREGISTREMENT.
           MOVE date-jour TO VOL-DATE.
           MOVE nom-fichier TO VOL-FICHIER.
           MOVE cpt-enregistrements TO VOL-ENREGISTREMENTS.
           MOVE INF-OCTETS TO VOL-OCTETS.
           MOVE croissance TO VOL-CROISSANCE.
           MOVE numero-passage TO VOL-PASSAGE.
           WRITE VOLUME-ENREGISTREMENT.
           ADD 1 TO cpt-releves.

      * Ferme l'historique et trace la fin du job
       9000-FINALISER.
           CLOSE VOLUMES-FILE.
           DISPLAY 'ReleverVolumes : ' cpt-releves
               ' fichier(s) releve(s), ' cpt-absents ' absent(s)'.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'ReleverVolumes' TO JOB-NOM.
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
           COMPUTE JOB-DUREE-SEC =
               job-secondes-fin - job-secondes-debut.
           MOVE nb-suivis TO JOB-LUS.
           MOVE cpt-releves TO JOB-ECRITS.
           MOVE ZERO TO JOB-REJETS.
           OPEN EXTEND JOBLOG-FILE.
           IF joblog-statut = '35'
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           MOVE numero-passage TO JOB-PASSAGE.
           MOVE site-exploitation TO JOB-SITE.
           WRITE JOBLOG-ENREGISTREMENT.
           CLOSE JOBLOG-FILE.
