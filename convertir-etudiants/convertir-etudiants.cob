      * Code ConvertirEtudiants en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ConvertirEtudiants.

      * Traitement par lots de reprise : met au format courant le
      * fichier maitre ETUDIANTS-MASTER.DAT ecrit avant l'ajout de
      * la date de naissance (enregistrement de 32 octets au lieu de
      * 40). Chaque ancien enregistrement est recopie avec la date
      * de naissance a zero (inconnue) dans un nouveau maitre, qui
      * remplace l'ancien ; celui-ci est garde sous le nom
      * ETUDIANTS-MASTER.ANCIEN. A passer une fois sur le maitre en
      * place, puis apres chaque restauration par RestaurerMaitre
      * d'une sauvegarde de l'ancien format. Une seconde execution
      * ne trouve plus rien a convertir et laisse le maitre en
      * l'etat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCIEN-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-ID
               FILE STATUS IS ancien-statut.
           SELECT ETUDIANTS-NOUVEAU-FILE
               ASSIGN TO "ETUDIANTS-MASTER.NOUVEAU"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INS-ID
               FILE STATUS IS nouveau-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Maitre en place, lu dans l'un ou l'autre format : la
      * longueur lue distingue l'ancien enregistrement (32 octets)
      * de l'enregistrement courant (40 octets)
       FD ANCIEN-FILE
           RECORD VARYING IN SIZE FROM 32 TO 40 CHARACTERS
               DEPENDING ON longueur-lue.
       01 ANCIEN-ENREGISTREMENT.
           05 ANC-ID                  PIC X(06).
           05 ANC-NOM                 PIC X(20).
           05 ANC-CLASSE              PIC X(05).
           05 ANC-STATUT              PIC X(01).
           05 ANC-DATE-NAISSANCE      PIC 9(08).

       FD ETUDIANTS-NOUVEAU-FILE.
       COPY "cpetudiant.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 ancien-statut PIC X(02).
       77 nouveau-statut PIC X(02).
       77 longueur-lue PIC 9(04) COMP VALUE ZERO.
       77 longueur-ancienne PIC 9(04) COMP VALUE 32.
       77 indic-fin-ancien PIC X(01) VALUE 'N'.
           88 fin-ancien VALUE 'O'.
       77 indic-maitre-ouvert PIC X(01) VALUE 'N'.
           88 maitre-ouvert VALUE 'O'.
       77 code-fichier PIC S9(09) COMP VALUE ZERO.
       77 cpt-lus PIC 9(07) COMP VALUE ZERO.
       77 cpt-convertis PIC 9(07) COMP VALUE ZERO.

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
           PERFORM 0010-RAZ-EXECUTION.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-CONVERTIR-ETUDIANT UNTIL fin-ancien.
           PERFORM 9000-FINALISER.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO indic-fin-ancien.
           MOVE 'N' TO indic-maitre-ouvert.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-convertis.

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
           MOVE 'ConvertirEtudiants' TO JOB-NOM.
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

      * Ouvre le maitre en place et le nouveau maitre ; sans
      * ETUDIANTS-MASTER.DAT, rien a convertir
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           OPEN INPUT ANCIEN-FILE.
           IF ancien-statut NOT = '00'
               DISPLAY 'ETUDIANTS-MASTER.DAT absent : rien a convertir'
               SET fin-ancien TO TRUE
           ELSE
               SET maitre-ouvert TO TRUE
               OPEN OUTPUT ETUDIANTS-NOUVEAU-FILE
               PERFORM 2100-LIRE-ETUDIANT
           END-IF.

      * Recopie l'etudiant courant au nouveau maitre, la date de
      * naissance a zero s'il est de l'ancien format, puis relit
       2000-CONVERTIR-ETUDIANT.
           MOVE ANC-ID TO INS-ID.
           MOVE ANC-NOM TO INS-NOM.
           MOVE ANC-CLASSE TO INS-CLASSE.
           MOVE ANC-STATUT TO INS-STATUT.
           IF longueur-lue > longueur-ancienne
               MOVE ANC-DATE-NAISSANCE TO INS-DATE-NAISSANCE
           ELSE
               MOVE ZERO TO INS-DATE-NAISSANCE
               ADD 1 TO cpt-convertis
           END-IF.
           WRITE ETUDIANT-ENREGISTREMENT
               INVALID KEY
                   DISPLAY 'ERREUR : ecriture de ' INS-ID
                       ' refusee (statut ' nouveau-statut ')'
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
           PERFORM 2100-LIRE-ETUDIANT.

      * Lecture sequentielle du maitre en place
       2100-LIRE-ETUDIANT.
           READ ANCIEN-FILE NEXT RECORD
               AT END
                   SET fin-ancien TO TRUE
               NOT AT END
                   ADD 1 TO cpt-lus
           END-READ.

      * Remplace le maitre en place par le nouveau s'il y a eu
      * conversion et qu'aucune ecriture n'a echoue, l'ancien etant
      * garde ; sinon le nouveau est ecarte
       9000-FINALISER.
           IF maitre-ouvert
               CLOSE ANCIEN-FILE
               CLOSE ETUDIANTS-NOUVEAU-FILE
               IF cpt-convertis > ZERO AND RETURN-CODE = ZERO
                   CALL "CBL_DELETE_FILE"
                       USING "ETUDIANTS-MASTER.ANCIEN"
                       RETURNING code-fichier
                   CALL "CBL_RENAME_FILE"
                       USING "ETUDIANTS-MASTER.DAT"
                       "ETUDIANTS-MASTER.ANCIEN"
                       RETURNING code-fichier
                   CALL "CBL_RENAME_FILE"
                       USING "ETUDIANTS-MASTER.NOUVEAU"
                       "ETUDIANTS-MASTER.DAT"
                       RETURNING code-fichier
               ELSE
                   CALL "CBL_DELETE_FILE"
                       USING "ETUDIANTS-MASTER.NOUVEAU"
                       RETURNING code-fichier
               END-IF
           END-IF.
           DISPLAY 'ConvertirEtudiants : ' cpt-lus
               ' etudiant(s) lu(s), ' cpt-convertis
               ' converti(s) au format courant'.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'ConvertirEtudiants' TO JOB-NOM.
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
           MOVE cpt-convertis TO JOB-ECRITS.
           MOVE ZERO TO JOB-REJETS.
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
