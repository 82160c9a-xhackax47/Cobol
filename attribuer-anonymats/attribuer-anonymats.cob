      * Code AttribuerAnonymats en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. AttribuerAnonymats.

      * Traitement par lots : tire au hasard un numero d'anonymat
      * pour chaque etudiant et chaque session d'examens, afin que
      * les copies soient corrigees a l'aveugle. La premiere session
      * (1) couvre les etudiants inscrits de ETUDIANTS-MASTER.DAT,
      * la deuxieme session (2) les etudiants de
      * INSCRIPTIONS-RATTRAPAGE.DAT. Un etudiant qui a deja son
      * numero pour la session le garde ; les nouveaux numeros, a
      * six chiffres et uniques dans la session, sont ajoutes a
      * ANONYMATS.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANONYMATS-FILE ASSIGN TO "ANONYMATS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS anonymats-statut.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT RATTRAPAGE-FILE
               ASSIGN TO "INSCRIPTIONS-RATTRAPAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS rattrapage-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD ANONYMATS-FILE.
       COPY "cpanonymat.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD RATTRAPAGE-FILE.
       COPY "cpinscriptionrat.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 anonymats-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 rattrapage-statut PIC X(02).
       77 indic-fin-anonymats PIC X(01) VALUE 'N'.
           88 fin-anonymats VALUE 'O'.
       77 indic-fin-etudiants PIC X(01) VALUE 'N'.
           88 fin-etudiants VALUE 'O'.
       77 indic-fin-rattrapage PIC X(01) VALUE 'N'.
           88 fin-rattrapage VALUE 'O'.
       77 indic-anonymat-trouve PIC X(01) VALUE 'N'.
           88 anonymat-trouve VALUE 'O'.
       77 indic-numero-pris PIC X(01) VALUE 'N'.
           88 numero-pris VALUE 'O'.
       77 cpt-lus PIC 9(05) COMP VALUE ZERO.
       77 cpt-attribues PIC 9(05) COMP VALUE ZERO.
       77 cpt-rejets PIC 9(05) COMP VALUE ZERO.
       77 session-courante PIC X(01) VALUE SPACE.
       77 id-courant PIC X(06) VALUE SPACES.
       77 numero-tire PIC 9(06) VALUE ZERO.
       77 graine-hasard PIC 9(08) VALUE ZERO.
       77 valeur-hasard PIC V9(09) VALUE ZERO.

      * Numeros deja attribues, ceux de ANONYMATS.DAT puis ceux de
      * l'execution
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
           OPEN EXTEND ANONYMATS-FILE.
           IF anonymats-statut = '35'
               OPEN OUTPUT ANONYMATS-FILE
           END-IF.
           PERFORM 2000-PREMIERE-SESSION.
           PERFORM 3000-DEUXIEME-SESSION.
           CLOSE ANONYMATS-FILE.
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
           MOVE 'AttribuerAnonymats' TO JOB-NOM.
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

      * Charge les numeros deja attribues et amorce le tirage au
      * hasard sur l'heure du lancement
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-attribues.
           MOVE ZERO TO cpt-rejets.
           MOVE ZERO TO nb-anonymats.
           MOVE 'N' TO indic-fin-anonymats.
           OPEN INPUT ANONYMATS-FILE.
           IF anonymats-statut = '00'
               PERFORM 1100-LIRE-ANONYMAT
               PERFORM 1200-RETENIR-ANONYMAT UNTIL fin-anonymats
               CLOSE ANONYMATS-FILE
           END-IF.
           MOVE CP-HLG-HEURE TO graine-hasard.
           COMPUTE valeur-hasard = FUNCTION RANDOM(graine-hasard).

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

      * Premiere session : chaque etudiant inscrit du maitre
       2000-PREMIERE-SESSION.
           MOVE '1' TO session-courante.
           MOVE 'N' TO indic-fin-etudiants.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut = '00'
               PERFORM 2100-LIRE-ETUDIANT
               PERFORM 2200-TRAITER-ETUDIANT UNTIL fin-etudiants
               CLOSE ETUDIANTS-FILE
           ELSE
               DISPLAY 'AVERTISSEMENT : ETUDIANTS-MASTER.DAT absent, '
                   'aucun numero de premiere session'
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Lecture d'un enregistrement ETUDIANTS-MASTER.DAT
       2100-LIRE-ETUDIANT.
           READ ETUDIANTS-FILE
               AT END SET fin-etudiants TO TRUE
           END-READ.

      * Attribue son numero a l'etudiant inscrit courant, puis relit
       2200-TRAITER-ETUDIANT.
           IF INS-INSCRIT
               ADD 1 TO cpt-lus
               MOVE INS-ID TO id-courant
               PERFORM 4000-ATTRIBUER-NUMERO
           END-IF.
           PERFORM 2100-LIRE-ETUDIANT.

      * Deuxieme session : chaque etudiant inscrit au rattrapage
       3000-DEUXIEME-SESSION.
           MOVE '2' TO session-courante.
           MOVE 'N' TO indic-fin-rattrapage.
           OPEN INPUT RATTRAPAGE-FILE.
           IF rattrapage-statut = '00'
               PERFORM 3100-LIRE-RATTRAPAGE
               PERFORM 3200-TRAITER-RATTRAPAGE UNTIL fin-rattrapage
               CLOSE RATTRAPAGE-FILE
           END-IF.

      * Lecture d'un enregistrement INSCRIPTIONS-RATTRAPAGE.DAT
       3100-LIRE-RATTRAPAGE.
           READ RATTRAPAGE-FILE
               AT END SET fin-rattrapage TO TRUE
           END-READ.

      * Attribue son numero a l'inscrit au rattrapage courant, puis
      * relit ; un etudiant inscrit a plusieurs epreuves n'a qu'un
      * numero pour la session
       3200-TRAITER-RATTRAPAGE.
           ADD 1 TO cpt-lus.
           MOVE IRA-ID TO id-courant.
           PERFORM 4000-ATTRIBUER-NUMERO.
           PERFORM 3100-LIRE-RATTRAPAGE.

      * Tire un numero libre pour l'etudiant courant s'il n'en a pas
      * encore dans la session courante, l'ajoute a ANONYMATS.DAT et
      * a la table
       4000-ATTRIBUER-NUMERO.
           MOVE 'N' TO indic-anonymat-trouve.
           MOVE ZERO TO ix-anonymat.
           PERFORM 4100-COMPARER-ETUDIANT
               UNTIL anonymat-trouve OR ix-anonymat >= nb-anonymats.
           IF NOT anonymat-trouve
               IF nb-anonymats < limite-anonymats
                   SET numero-pris TO TRUE
                   PERFORM 4200-TIRER-NUMERO UNTIL NOT numero-pris
                   ADD 1 TO nb-anonymats
                   MOVE session-courante TO ATB-SESSION(nb-anonymats)
                   MOVE numero-tire TO ATB-NUMERO(nb-anonymats)
                   MOVE id-courant TO ATB-ID(nb-anonymats)
                   MOVE SPACES TO ANONYMAT-ENREGISTREMENT
                   MOVE session-courante TO ANO-SESSION
                   MOVE numero-tire TO ANO-NUMERO
                   MOVE id-courant TO ANO-ID
                   MOVE CP-HLG-DATE TO ANO-DATE
                   WRITE ANONYMAT-ENREGISTREMENT
                   ADD 1 TO cpt-attribues
               ELSE
                   ADD 1 TO cpt-rejets
                   DISPLAY 'AVERTISSEMENT : table des anonymats '
                       'pleine, ' id-courant ' sans numero'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Compare la ligne suivante de la table a l'etudiant courant
       4100-COMPARER-ETUDIANT.
           ADD 1 TO ix-anonymat.
           IF ATB-SESSION(ix-anonymat) = session-courante
                   AND ATB-ID(ix-anonymat) = id-courant
               SET anonymat-trouve TO TRUE
           END-IF.

      * Tire un numero a six chiffres et verifie qu'il n'est pas
      * deja pris dans la session courante
       4200-TIRER-NUMERO.
           COMPUTE valeur-hasard = FUNCTION RANDOM.
           COMPUTE numero-tire = 100000 + (valeur-hasard * 900000).
           MOVE 'N' TO indic-numero-pris.
           MOVE ZERO TO ix-anonymat.
           PERFORM 4300-COMPARER-NUMERO
               UNTIL numero-pris OR ix-anonymat >= nb-anonymats.

      * Compare la ligne suivante de la table au numero tire
       4300-COMPARER-NUMERO.
           ADD 1 TO ix-anonymat.
           IF ATB-SESSION(ix-anonymat) = session-courante
                   AND ATB-NUMERO(ix-anonymat) = numero-tire
               SET numero-pris TO TRUE
           END-IF.

      * Trace la fin du job
       9000-FINALISER.
           DISPLAY 'Anonymats : ' cpt-attribues ' numeros attribues'.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'AttribuerAnonymats' TO JOB-NOM.
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
           MOVE cpt-attribues TO JOB-ECRITS.
           MOVE cpt-rejets TO JOB-REJETS.
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
