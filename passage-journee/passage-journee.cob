      * Code PassageJournee en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. PassageJournee.

      * Passation de mi-journee : les mouvements saisis au guichet
      * depuis la derniere passation sont appliques au solde sans
      * attendre la chaine de nuit. Le fichier des saisies en cours
      * est coupe a l'heure de coupure de PARAM-JOURNEE.DAT : les
      * mouvements saisis avant elle sont mis de cote sous
      * TRANSACTIONS.JOURNEE avec l'identite de leur lot, passes par
      * DetecterDoublons puis ManipulationAdd ; ceux saisis apres,
      * avec toutes les lignes de leur ecriture, retournent au
      * fichier des saisies et attendent la nuit. La passation prend
      * son propre verrou, refuse de partir pendant la chaine de nuit
      * ou une mise a jour du solde, et se voit allouer un numero de
      * passage a elle, trace sur PASSAGES-JOURNEE.DAT pour que le
      * sommaire de fin de journee distingue ses passations de celles
      * de la nuit. Tout ce que la mise a jour n'a pas consomme
      * (refus, mode simulation) est rendu au fichier des saisies.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transactions-statut.
           SELECT COUPURE-FILE ASSIGN TO "TRANSACTIONS.COUPURE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS coupure-statut.
           SELECT JOURNEE-FILE ASSIGN TO "TRANSACTIONS.JOURNEE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS journee-statut.
           SELECT LOT-FILE ASSIGN TO "LOT-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS lot-statut.
           SELECT PARAM-JOURNEE-FILE ASSIGN TO "PARAM-JOURNEE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-journee-statut.
           SELECT PASSAGES-JOURNEE-FILE
               ASSIGN TO "PASSAGES-JOURNEE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passages-journee-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT INCIDENTS-FILE ASSIGN TO "INCIDENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incidents-statut.
           SELECT VERROUS-FILE ASSIGN TO "VERROUS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS verrous-statut.
           SELECT VERROUS-NOUVEAU-FILE ASSIGN TO "VERROUS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTIONS-FILE.
       COPY "cptransac.cpy".

       FD COUPURE-FILE.
       COPY "cptransac.cpy".

       FD JOURNEE-FILE.
       01 JOURNEE-ENREGISTREMENT      PIC X(118).

       FD LOT-FILE.
       COPY "cplottransac.cpy".

       FD PARAM-JOURNEE-FILE.
       COPY "cpparamjournee.cpy".

       FD PASSAGES-JOURNEE-FILE.
       COPY "cppassjournee.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD INCIDENTS-FILE.
       COPY "cpincident.cpy".

       FD VERROUS-FILE.
       COPY "cpverrou.cpy".

       FD VERROUS-NOUVEAU-FILE.
       COPY "cpverrou.cpy".

       WORKING-STORAGE SECTION.
       77 transactions-statut PIC X(02).
       77 coupure-statut PIC X(02).
       77 journee-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 param-journee-statut PIC X(02).
       77 passages-journee-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 joblog-statut PIC X(02).
       77 incidents-statut PIC X(02).
       77 indic-fin-coupure PIC X(01) VALUE 'N'.
           88 fin-coupure VALUE 'O'.
       77 indic-fin-journee PIC X(01) VALUE 'N'.
           88 fin-journee VALUE 'O'.
       77 indic-tardive PIC X(01) VALUE 'N'.
           88 ligne-tardive VALUE 'O'.
       77 indic-differes-sature PIC X(01) VALUE 'N'.
           88 differes-sature VALUE 'O'.
       77 statut-appel PIC S9(09) COMP VALUE ZERO.

      * Heure de coupure (HHMM) et seuil de comparaison a l'heure de
      * saisie (HHMMSS) ; date du jour de la passation
       77 heure-coupure PIC 9(04) VALUE 1200.
       77 seuil-coupure PIC 9(06) VALUE ZERO.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 heure-lancement PIC 9(06) VALUE ZERO.

      * Numeros des ecritures dont une ligne au moins a ete saisie
      * apres la coupure : l'ecriture entiere attend la nuit
       77 nb-differes PIC 9(04) COMP VALUE ZERO.
       77 ix-differe PIC 9(04) COMP VALUE ZERO.
       77 limite-differes PIC 9(04) COMP VALUE 2000.
       01 TABLE-DIFFERES.
           05 NDF-NUMERO OCCURS 2000 PIC 9(09).

       77 cpt-lues PIC 9(07) COMP VALUE ZERO.
       77 cpt-retenues PIC 9(07) COMP VALUE ZERO.
       77 cpt-differees PIC 9(07) COMP VALUE ZERO.
       77 cpt-rendues PIC 9(07) COMP VALUE ZERO.
       77 montant-retenu PIC S9(9)V99 VALUE ZERO.
       77 code-retour-passage PIC 9(02) VALUE ZERO.
       77 message-incident PIC X(40) VALUE SPACES.
       77 fichier-incident PIC X(20) VALUE SPACES.

       77 verrous-statut PIC X(02).
       77 indic-fin-verrous PIC X(01) VALUE 'N'.
           88 fin-verrous VALUE 'O'.
       77 indic-verrou-refuse PIC X(01) VALUE 'N'.
           88 verrou-refuse VALUE 'O'.
       77 porteur-verrou PIC X(08) VALUE 'JOURNEE'.

      * Leves pendant l'appel des etapes : la mise a jour du solde
      * est couverte par le verrou de la passation et travaille sur
      * le lot coupe TRANSACTIONS.JOURNEE
       77 chaine-en-cours PIC X(01) EXTERNAL.
       77 cycle-journee PIC X(01) EXTERNAL.

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
           IF code-retour-passage = ZERO
               PERFORM 2000-COUPER-LOT
               IF cpt-retenues > ZERO
                   PERFORM 3000-PASSER-LOT
               ELSE
                   DISPLAY 'PassageJournee : aucun mouvement saisi '
                       'avant ' heure-coupure ', rien a passer'
               END-IF
               PERFORM 4000-TRACER-PASSAGE
           END-IF.
           PERFORM 9000-FINALISER.
           MOVE code-retour-passage TO RETURN-CODE.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO numero-passage.
           MOVE 'N' TO indic-differes-sature.
           MOVE ZERO TO nb-differes.
           MOVE ZERO TO cpt-lues.
           MOVE ZERO TO cpt-retenues.
           MOVE ZERO TO cpt-differees.
           MOVE ZERO TO cpt-rendues.
           MOVE ZERO TO montant-retenu.
           MOVE ZERO TO code-retour-passage.
           MOVE 1200 TO heure-coupure.

      * Prend le verrou de la passation ; si elle-meme, la chaine de
      * nuit, sa repetition ou une mise a jour du solde est en cours,
      * le lancement est refuse en nommant le porteur
       0060-PRENDRE-VERROU.
           MOVE 'N' TO indic-verrou-refuse.
           MOVE 'N' TO indic-fin-verrous.
           OPEN INPUT VERROUS-FILE.
           IF verrous-statut = '00'
               PERFORM 0061-LIRE-VERROU
               PERFORM 0062-COMPARER-VERROU
                   UNTIL fin-verrous OR verrou-refuse
               CLOSE VERROUS-FILE
           END-IF.
           IF NOT verrou-refuse
               MOVE 'PassageJournee' TO VER-PROGRAMME OF VERROUS-FILE
               MOVE porteur-verrou TO VER-PORTEUR OF VERROUS-FILE
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               MOVE CP-HLG-DATE TO VER-DATE OF VERROUS-FILE
               MOVE CP-HLG-HH TO VER-HEURE OF VERROUS-FILE(1:2)
               MOVE CP-HLG-MN TO VER-HEURE OF VERROUS-FILE(3:2)
               MOVE CP-HLG-SS TO VER-HEURE OF VERROUS-FILE(5:2)
               OPEN EXTEND VERROUS-FILE
               IF verrous-statut = '35'
                   OPEN OUTPUT VERROUS-FILE
               END-IF
               WRITE VERROU-ENREGISTREMENT OF VERROUS-FILE
               CLOSE VERROUS-FILE
           END-IF.

      * Lecture d'un enregistrement VERROUS.DAT
       0061-LIRE-VERROU.
           READ VERROUS-FILE
               AT END SET fin-verrous TO TRUE
           END-READ.

      * Compare le verrou courant aux programmes incompatibles ;
      * s'il correspond, le lancement est refuse
       0062-COMPARER-VERROU.
           IF VER-PROGRAMME OF VERROUS-FILE = 'PassageJournee'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'TraitementNocturne'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'RepeterChaine'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'ManipulationAdd'
               SET verrou-refuse TO TRUE
               DISPLAY 'VERROU : '
                   VER-PROGRAMME OF VERROUS-FILE
                   ' deja en cours (porteur '
                   VER-PORTEUR OF VERROUS-FILE
                   ' depuis ' VER-DATE OF VERROUS-FILE ' '
                   VER-HEURE OF VERROUS-FILE ')'
           ELSE
               PERFORM 0061-LIRE-VERROU
           END-IF.

      * Ecrit un incident d'exploitation sur INCIDENTS.DAT
       0080-ECRIRE-INCIDENT.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'PassageJournee' TO INC-JOB.
           MOVE CP-HLG-DATE TO INC-DATE.
           MOVE CP-HLG-HH TO INC-HEURE(1:2).
           MOVE CP-HLG-MN TO INC-HEURE(3:2).
           MOVE CP-HLG-SS TO INC-HEURE(5:2).
           MOVE 8 TO INC-CODE.
           MOVE message-incident TO INC-MESSAGE.
           MOVE fichier-incident TO INC-FICHIER.
           SET INC-A-ACQUITTER TO TRUE.
           MOVE SPACES TO INC-OPERATEUR.
           OPEN EXTEND INCIDENTS-FILE.
           IF incidents-statut = '35'
               OPEN OUTPUT INCIDENTS-FILE
           END-IF.
           WRITE INCIDENT-ENREGISTREMENT.
           CLOSE INCIDENTS-FILE.

      * Trace le debut du job sur JOBLOG.DAT, sous le numero de
      * passage alloue a la passation
       0100-ECRIRE-ENTETE-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'PassageJournee' TO JOB-NOM.
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

      * Alloue le numero de passage propre a la passation, a la
      * suite de ceux de la chaine de nuit, repris par la mise a
      * jour du solde sur tout ce qu'elle produit
       0700-ALLOUER-PASSAGE.
           MOVE ZERO TO numero-passage.
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
           ADD 1 TO numero-passage.
           MOVE numero-passage TO PAS-NUMERO.
           OPEN OUTPUT PASSAGE-FILE.
           WRITE PASSAGE-ENREGISTREMENT.
           CLOSE PASSAGE-FILE.

      * Verrou, controle du lot de la passation precedente, numero
      * de passage et heure de coupure
       1000-INITIALISER.
           PERFORM 0060-PRENDRE-VERROU.
           IF verrou-refuse
               DISPLAY 'PassageJournee : lancement refuse'
               MOVE 8 TO code-retour-passage
           ELSE
               PERFORM 1050-CONTROLER-RESTE
           END-IF.
           IF code-retour-passage = ZERO
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               MOVE CP-HLG-DATE TO date-jour
               MOVE CP-HLG-HEURE(1:6) TO heure-lancement
               PERFORM 0700-ALLOUER-PASSAGE
               PERFORM 0100-ECRIRE-ENTETE-JOB
               PERFORM 1100-LIRE-COUPURE
               DISPLAY 'PassageJournee : passage ' numero-passage
                   ', coupure a ' heure-coupure
           END-IF.

      * Un lot coupe encore garni signale une passation precedente
      * interrompue en cours de mise a jour : il ne peut etre ni
      * repasse ni rendu a l'aveugle, l'exploitation doit statuer
       1050-CONTROLER-RESTE.
           MOVE 'N' TO indic-fin-journee.
           OPEN INPUT JOURNEE-FILE.
           IF journee-statut = '00'
               PERFORM 3110-LIRE-JOURNEE
               CLOSE JOURNEE-FILE
               IF NOT fin-journee
                   DISPLAY 'ERREUR : TRANSACTIONS.JOURNEE non vide, '
                       'passation precedente interrompue'
                   MOVE 'Lot de mi-journee precedent non solde'
                       TO message-incident
                   MOVE 'TRANSACTIONS.JOURNEE' TO fichier-incident
                   PERFORM 0080-ECRIRE-INCIDENT
                   MOVE 8 TO code-retour-passage
               END-IF
           END-IF.

      * Heure de coupure parametree ; 1200 a defaut
       1100-LIRE-COUPURE.
           OPEN INPUT PARAM-JOURNEE-FILE.
           IF param-journee-statut = '00'
               READ PARAM-JOURNEE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PJR-HEURE-COUPURE IS NUMERIC
                               AND PJR-HEURE-COUPURE < 2400
                           MOVE PJR-HEURE-COUPURE TO heure-coupure
                       END-IF
               END-READ
               CLOSE PARAM-JOURNEE-FILE
           END-IF.
           COMPUTE seuil-coupure = heure-coupure * 100.

      * Coupe le fichier des saisies : il est renomme d'un bloc pour
      * que le guichet reparte aussitot sur un fichier neuf, et
      * l'identite de son lot suit le lot coupe ; une premiere
      * lecture releve les ecritures saisies en partie apres la
      * coupure, une seconde repartit les lignes entre le lot de la
      * passation et le fichier des saisies
       2000-COUPER-LOT.
           CALL "CBL_RENAME_FILE" USING "TRANSACTIONS.DAT"
               "TRANSACTIONS.COUPURE"
               RETURNING statut-appel.
           IF statut-appel = ZERO
               CALL "CBL_RENAME_FILE" USING "LOT-TRANSACTIONS.DAT"
                   "LOT-TRANSACTIONS.JOURNEE"
               PERFORM 2100-RELEVER-DIFFERES
               PERFORM 2200-REPARTIR-LIGNES
               CALL "CBL_DELETE_FILE" USING "TRANSACTIONS.COUPURE"
               IF cpt-retenues = ZERO
                   CALL "CBL_DELETE_FILE" USING "TRANSACTIONS.JOURNEE"
                   CALL "CBL_DELETE_FILE"
                       USING "LOT-TRANSACTIONS.JOURNEE"
               END-IF
               IF cpt-differees > ZERO
                   PERFORM 2500-MARQUER-LOT
               END-IF
           END-IF.
           DISPLAY 'PassageJournee : ' cpt-lues ' ligne(s) lue(s), '
               cpt-retenues ' retenue(s), ' cpt-differees
               ' renvoyee(s) a la nuit'.

      * Premiere lecture du lot coupe : numeros des ecritures dont
      * une ligne est tardive ; table pleine, toute la coupe est
      * renvoyee a la nuit plutot que de scinder une ecriture
       2100-RELEVER-DIFFERES.
           MOVE 'N' TO indic-fin-coupure.
           OPEN INPUT COUPURE-FILE.
           IF coupure-statut = '00'
               PERFORM 2110-LIRE-COUPURE
               PERFORM 2120-RELEVER-LIGNE UNTIL fin-coupure
               CLOSE COUPURE-FILE
           END-IF.
           IF differes-sature
               DISPLAY 'AVERTISSEMENT : trop d''ecritures tardives, '
                   'passation reportee a la nuit'
               MOVE 4 TO code-retour-passage
           END-IF.

      * Lecture d'un enregistrement TRANSACTIONS.COUPURE
       2110-LIRE-COUPURE.
           READ COUPURE-FILE
               AT END SET fin-coupure TO TRUE
           END-READ.

      * Retient le numero d'une ligne tardive d'ecriture, puis relit
       2120-RELEVER-LIGNE.
           PERFORM 2300-JUGER-HEURE.
           IF ligne-tardive AND TRA-NUMERO OF COUPURE-FILE IS NUMERIC
                   AND TRA-NUMERO OF COUPURE-FILE > ZERO
               PERFORM 2130-CHERCHER-DIFFERE
               IF ix-differe > nb-differes
                   IF nb-differes < limite-differes
                       ADD 1 TO nb-differes
                       MOVE TRA-NUMERO OF COUPURE-FILE
                           TO NDF-NUMERO(nb-differes)
                   ELSE
                       SET differes-sature TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM 2110-LIRE-COUPURE.

      * Cherche le numero de la ligne lue parmi les ecritures
      * differees ; ix-differe depasse nb-differes s'il n'y est pas
       2130-CHERCHER-DIFFERE.
           MOVE 1 TO ix-differe.
           PERFORM 2140-AVANCER-DIFFERE
               UNTIL ix-differe > nb-differes
               OR NDF-NUMERO(ix-differe)
                   = TRA-NUMERO OF COUPURE-FILE.

      * Pas de la recherche d'un numero differe
       2140-AVANCER-DIFFERE.
           ADD 1 TO ix-differe.

      * Seconde lecture : chaque ligne va au lot de la passation ou
      * retourne au fichier des saisies, rouvert en ajout puisque le
      * guichet a pu y ecrire depuis la coupure
       2200-REPARTIR-LIGNES.
           MOVE 'N' TO indic-fin-coupure.
           OPEN INPUT COUPURE-FILE.
           OPEN OUTPUT JOURNEE-FILE.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF.
           IF coupure-statut = '00'
               PERFORM 2110-LIRE-COUPURE
               PERFORM 2210-REPARTIR-LIGNE UNTIL fin-coupure
               CLOSE COUPURE-FILE
           END-IF.
           CLOSE JOURNEE-FILE.
           CLOSE TRANSACTIONS-FILE.

      * Range la ligne lue, puis relit
       2210-REPARTIR-LIGNE.
           ADD 1 TO cpt-lues.
           PERFORM 2300-JUGER-HEURE.
           IF NOT ligne-tardive AND NOT differes-sature
                   AND TRA-NUMERO OF COUPURE-FILE IS NUMERIC
                   AND TRA-NUMERO OF COUPURE-FILE > ZERO
               PERFORM 2130-CHERCHER-DIFFERE
               IF ix-differe NOT > nb-differes
                   SET ligne-tardive TO TRUE
               END-IF
           END-IF.
           IF ligne-tardive OR differes-sature
               MOVE TRANSACTION-ENREGISTREMENT OF COUPURE-FILE
                   TO TRANSACTION-ENREGISTREMENT
                   OF TRANSACTIONS-FILE
               WRITE TRANSACTION-ENREGISTREMENT OF TRANSACTIONS-FILE
               ADD 1 TO cpt-differees
           ELSE
               MOVE TRANSACTION-ENREGISTREMENT OF COUPURE-FILE
                   TO JOURNEE-ENREGISTREMENT
               WRITE JOURNEE-ENREGISTREMENT
               ADD 1 TO cpt-retenues
               IF TRA-MONTANT OF COUPURE-FILE IS NUMERIC
                   ADD TRA-MONTANT OF COUPURE-FILE TO montant-retenu
               END-IF
           END-IF.
           PERFORM 2110-LIRE-COUPURE.

      * Une ligne est tardive si elle a ete saisie apres la coupure
      * du jour ; sans horodatage de saisie (traitement par lots,
      * ancien format) ou saisie un jour precedent, elle part avec
      * la passation
       2300-JUGER-HEURE.
           MOVE 'N' TO indic-tardive.
           IF TRA-DATE-SAISIE OF COUPURE-FILE IS NUMERIC
                   AND TRA-HEURE-SAISIE OF COUPURE-FILE IS NUMERIC
               IF TRA-DATE-SAISIE OF COUPURE-FILE > date-jour
                   SET ligne-tardive TO TRUE
               END-IF
               IF TRA-DATE-SAISIE OF COUPURE-FILE = date-jour
                       AND TRA-HEURE-SAISIE OF COUPURE-FILE
                       NOT < seuil-coupure
                   SET ligne-tardive TO TRUE
               END-IF
           END-IF.

      * Pose l'identite du lot des saisies si le guichet ne l'a pas
      * deja fait depuis la coupure, pour le controle de retraitement
      * des lignes renvoyees a la nuit
       2500-MARQUER-LOT.
           OPEN INPUT LOT-FILE.
           IF lot-statut = '00'
               CLOSE LOT-FILE
           ELSE
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               MOVE CP-HLG-DATE TO LOT-DATE
               MOVE CP-HLG-HH TO LOT-HEURE(1:2)
               MOVE CP-HLG-MN TO LOT-HEURE(3:2)
               MOVE CP-HLG-SS TO LOT-HEURE(5:2)
               OPEN OUTPUT LOT-FILE
               WRITE LOT-TRANSAC-ENREGISTREMENT
               CLOSE LOT-FILE
           END-IF.

      * Passe le lot coupe : detection des doublons puis mise a jour
      * du solde, sous le verrou de la passation ; ce qui n'a pas ete
      * consomme est ensuite rendu au fichier des saisies
       3000-PASSER-LOT.
           MOVE 'O' TO chaine-en-cours.
           MOVE 'O' TO cycle-journee.
           DISPLAY 'PassageJournee : detection des doublons'.
           CALL 'DetecterDoublons'.
           IF RETURN-CODE >= 8
               MOVE RETURN-CODE TO code-retour-passage
           ELSE
               IF RETURN-CODE > code-retour-passage
                   MOVE RETURN-CODE TO code-retour-passage
               END-IF
               DISPLAY 'PassageJournee : mise a jour du solde'
               CALL 'ManipulationAdd'
               IF RETURN-CODE > code-retour-passage
                   MOVE RETURN-CODE TO code-retour-passage
               END-IF
           END-IF.
           MOVE 'N' TO chaine-en-cours.
           MOVE 'N' TO cycle-journee.
           PERFORM 3100-RENDRE-RESTE.
           IF cpt-rendues > ZERO
               DISPLAY 'AVERTISSEMENT : ' cpt-rendues
                   ' ligne(s) non passee(s) rendue(s) a la nuit'
               IF code-retour-passage < 4
                   MOVE 4 TO code-retour-passage
               END-IF
           END-IF.

      * Rend au fichier des saisies les lignes du lot coupe que la
      * mise a jour n'a pas consommees, puis efface le lot coupe et
      * son identite
       3100-RENDRE-RESTE.
           MOVE 'N' TO indic-fin-journee.
           OPEN INPUT JOURNEE-FILE.
           IF journee-statut = '00'
               PERFORM 3110-LIRE-JOURNEE
               IF NOT fin-journee
                   OPEN EXTEND TRANSACTIONS-FILE
                   IF transactions-statut = '35'
                       OPEN OUTPUT TRANSACTIONS-FILE
                   END-IF
                   PERFORM 3120-RENDRE-LIGNE UNTIL fin-journee
                   CLOSE TRANSACTIONS-FILE
                   PERFORM 2500-MARQUER-LOT
               END-IF
               CLOSE JOURNEE-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING "TRANSACTIONS.JOURNEE".
           CALL "CBL_DELETE_FILE" USING "LOT-TRANSACTIONS.JOURNEE".

      * Lecture d'un enregistrement TRANSACTIONS.JOURNEE
       3110-LIRE-JOURNEE.
           READ JOURNEE-FILE
               AT END SET fin-journee TO TRUE
           END-READ.

      * Recopie la ligne non consommee dans le fichier des saisies,
      * puis relit
       3120-RENDRE-LIGNE.
           MOVE JOURNEE-ENREGISTREMENT
               TO TRANSACTION-ENREGISTREMENT OF TRANSACTIONS-FILE.
           WRITE TRANSACTION-ENREGISTREMENT OF TRANSACTIONS-FILE.
           ADD 1 TO cpt-rendues.
           PERFORM 3110-LIRE-JOURNEE.

      * Ajoute la passation a PASSAGES-JOURNEE.DAT, repris par le
      * sommaire de fin de journee
       4000-TRACER-PASSAGE.
           MOVE date-jour TO PJO-DATE.
           MOVE heure-lancement TO PJO-HEURE.
           MOVE numero-passage TO PJO-PASSAGE.
           MOVE heure-coupure TO PJO-COUPURE.
           COMPUTE PJO-RETENUES = cpt-retenues - cpt-rendues.
           COMPUTE PJO-DIFFEREES = cpt-differees + cpt-rendues.
           IF cpt-rendues > ZERO
               MOVE ZERO TO PJO-MONTANT
           ELSE
               MOVE montant-retenu TO PJO-MONTANT
           END-IF.
           MOVE code-retour-passage TO PJO-CODE-RETOUR.
           MOVE ZERO TO PJO-PASSAGE-NUIT.
           OPEN EXTEND PASSAGES-JOURNEE-FILE.
           IF passages-journee-statut = '35'
               OPEN OUTPUT PASSAGES-JOURNEE-FILE
           END-IF.
           WRITE PASSAGE-JOURNEE-ENREGISTREMENT.
           CLOSE PASSAGES-JOURNEE-FILE.

      * Relache le verrou et trace la fin du job ; un lancement
      * refuse ou arrete avant l'allocation du passage n'a pas de
      * ligne de fin
       9000-FINALISER.
           IF NOT verrou-refuse
               PERFORM 9950-RELACHER-VERROU
           END-IF.
           IF numero-passage > ZERO
               PERFORM 9900-ECRIRE-FIN-JOB
           END-IF.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'PassageJournee' TO JOB-NOM.
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
           MOVE cpt-lues TO JOB-LUS.
           COMPUTE JOB-ECRITS = cpt-retenues - cpt-rendues.
           COMPUTE JOB-REJETS = cpt-differees + cpt-rendues.
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

      * Relache le verrou de la passation, par recopie du fichier
      * des verrous sans lui
       9950-RELACHER-VERROU.
           MOVE 'N' TO indic-fin-verrous.
           OPEN INPUT VERROUS-FILE.
           IF verrous-statut = '00'
               OPEN OUTPUT VERROUS-NOUVEAU-FILE
               PERFORM 0061-LIRE-VERROU
               PERFORM 9951-RECOPIER-VERROU UNTIL fin-verrous
               CLOSE VERROUS-FILE
               CLOSE VERROUS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "VERROUS.DAT"
               CALL "CBL_RENAME_FILE" USING "VERROUS.NOUVEAU"
                   "VERROUS.DAT"
           END-IF.

      * Recopie les verrous des autres programmes, puis relit
       9951-RECOPIER-VERROU.
           IF VER-PROGRAMME OF VERROUS-FILE NOT = 'PassageJournee'
               MOVE VERROU-ENREGISTREMENT OF VERROUS-FILE
                   TO VERROU-ENREGISTREMENT
                   OF VERROUS-NOUVEAU-FILE
               WRITE VERROU-ENREGISTREMENT OF VERROUS-NOUVEAU-FILE
           END-IF.
           PERFORM 0061-LIRE-VERROU.
