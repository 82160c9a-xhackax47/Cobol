      * Code IndexerHistorique en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. IndexerHistorique.

      * Traitement quotidien de la chaine, apres la cloture du mois :
      * reconstruit HISTORIQUE-INDEX.DAT, la copie indexee de
      * HISTORIQUE.DAT ou ConsulterHistorique cherche un mouvement
      * par numero, reference, tiers ou plage de montant sans
      * balayer tout l'historique. L'index est refait en entier a
      * chaque passage, l'historique pouvant etre reecrit par la
      * cloture, la conversion du journal ou la purge ; il peut
      * aussi etre relance depuis le menu pour y voir les
      * mouvements passes depuis la derniere chaine.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS historique-statut.
           SELECT HISTO-INDEX-FILE ASSIGN TO "HISTORIQUE-INDEX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIX-RANG
               ALTERNATE RECORD KEY IS HIX-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIX-REFERENCE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIX-TIERS WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIX-MONTANT-ABS
                   WITH DUPLICATES
               FILE STATUS IS histo-index-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD HISTORIQUE-FILE.
       COPY "cphistorique.cpy".

       FD HISTO-INDEX-FILE.
       COPY "cphistoindex.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 historique-statut PIC X(02).
       77 histo-index-statut PIC X(02).
       77 indic-fin-historique PIC X(01) VALUE 'N'.
           88 fin-historique VALUE 'O'.
       77 cpt-lus PIC 9(09) COMP VALUE ZERO.
       77 cpt-indexes PIC 9(09) COMP VALUE ZERO.
       77 cpt-erreurs PIC 9(09) COMP VALUE ZERO.

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
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-indexes.
           MOVE ZERO TO cpt-erreurs.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           OPEN OUTPUT HISTO-INDEX-FILE.
           IF histo-index-statut NOT = '00'
               DISPLAY 'IndexerHistorique : ouverture de '
                   'HISTORIQUE-INDEX.DAT impossible, statut '
                   histo-index-statut
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO indic-fin-historique
               OPEN INPUT HISTORIQUE-FILE
               IF historique-statut = '00'
                   PERFORM 1000-LIRE-HISTORIQUE
                   PERFORM 2000-INDEXER-MOUVEMENT
                       UNTIL fin-historique
                   CLOSE HISTORIQUE-FILE
               END-IF
               CLOSE HISTO-INDEX-FILE
               IF cpt-erreurs > ZERO
                   DISPLAY 'AVERTISSEMENT : mouvements non indexes : '
                       cpt-erreurs
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'IndexerHistorique : ' cpt-indexes
               ' mouvement(s) indexe(s)'.
           PERFORM 9900-ECRIRE-FIN-JOB.
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
           MOVE 'IndexerHistorique' TO JOB-NOM.
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

      * Lecture d'un enregistrement HISTORIQUE.DAT
       1000-LIRE-HISTORIQUE.
           READ HISTORIQUE-FILE
               AT END SET fin-historique TO TRUE
           END-READ.

      * Range le mouvement lu dans l'index sous son rang et ses cles
      * de recherche, puis relit ; un numero absent (ancien format)
      * est indexe a zero
       2000-INDEXER-MOUVEMENT.
           ADD 1 TO cpt-lus.
           MOVE cpt-lus TO HIX-RANG.
           IF HIS-NUMERO IS NUMERIC
               MOVE HIS-NUMERO TO HIX-NUMERO
           ELSE
               MOVE ZERO TO HIX-NUMERO
           END-IF.
           MOVE HIS-REFERENCE TO HIX-REFERENCE.
           INSPECT HIX-REFERENCE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE HIS-TIERS TO HIX-TIERS.
           IF HIS-MONTANT IS NUMERIC
               MOVE HIS-MONTANT TO HIX-MONTANT-ABS
           ELSE
               MOVE ZERO TO HIX-MONTANT-ABS
           END-IF.
           MOVE HISTORIQUE-ENREGISTREMENT TO HIX-HISTORIQUE.
           WRITE HISTO-INDEX-ENREGISTREMENT
               INVALID KEY
                   ADD 1 TO cpt-erreurs
               NOT INVALID KEY
                   ADD 1 TO cpt-indexes
           END-WRITE.
           PERFORM 1000-LIRE-HISTORIQUE.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'IndexerHistorique' TO JOB-NOM.
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
           MOVE cpt-indexes TO JOB-ECRITS.
           MOVE cpt-erreurs TO JOB-REJETS.
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
