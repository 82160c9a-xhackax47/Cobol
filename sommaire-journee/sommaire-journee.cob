      * Dernier maillon de la chaine de nuit : consolide en un seul
      * rapport les resultats deja produits par les autres traitements
      * (visiteurs accueillis, solde du grand livre, repartition des
      * mentions) pour une lecture rapide le lendemain matin. Les
      * mises a jour du solde passees depuis le sommaire precedent y
      * sont detaillees a part : passations de mi-journee d'un cote,
      * passation de la nuit de l'autre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "RAPPORT-SAISIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS rapport-saisies-statut.
           SELECT PASSAGES-JOURNEE-FILE
               ASSIGN TO "PASSAGES-JOURNEE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passages-journee-statut.
           SELECT PASSAGES-NOUVEAU-FILE
               ASSIGN TO "PASSAGES-JOURNEE.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       FD RAPPORT-SAISIES-FILE.
       01 LIGNE-SAISIES-LUE           PIC X(100).

       FD PASSAGES-JOURNEE-FILE.
       COPY "cppassjournee.cpy".

       FD PASSAGES-NOUVEAU-FILE.
       COPY "cppassjournee.cpy".

       WORKING-STORAGE SECTION.
       77 visiteurs-statut PIC X(02).
       77 solde-statut PIC X(02).
       77 rapport-saisies-statut PIC X(02).
       77 indic-fin-saisies PIC X(01) VALUE 'N'.
           88 fin-saisies VALUE 'O'.

      * Passations de mi-journee non encore reprises au sommaire, et
      * chiffres de leur mise a jour du solde releves sur JOBLOG.DAT,
      * comme ceux de la mise a jour de la nuit
       77 passages-journee-statut PIC X(02).
       77 indic-fin-passages PIC X(01) VALUE 'N'.
           88 fin-passages VALUE 'O'.
       77 indic-fin-joblog PIC X(01) VALUE 'N'.
           88 fin-joblog VALUE 'O'.
       77 indic-nuit-trouvee PIC X(01) VALUE 'N'.
           88 nuit-trouvee VALUE 'O'.
       77 indic-passation-trouvee PIC X(01) VALUE 'N'.
           88 passation-trouvee VALUE 'O'.
       77 indic-passage-de-journee PIC X(01) VALUE 'N'.
           88 passage-de-journee VALUE 'O'.
       77 nb-passations PIC 9(02) COMP VALUE ZERO.
       77 ix-passation PIC 9(02) COMP VALUE ZERO.
       77 limite-passations PIC 9(02) COMP VALUE 20.
       01 TABLE-PASSATIONS.
           05 PJT-PASSATION OCCURS 20.
               10 PJT-PASSAGE         PIC 9(05).
               10 PJT-COUPURE         PIC 9(04).
               10 PJT-LUS             PIC 9(07).
               10 PJT-ECRITS          PIC 9(07).
               10 PJT-REJETS          PIC 9(07).
       77 nuit-lus PIC 9(07) VALUE ZERO.
       77 nuit-ecrits PIC 9(07) VALUE ZERO.
       77 nuit-rejets PIC 9(07) VALUE ZERO.
       77 total-ecrits-journee PIC 9(07) VALUE ZERO.
       77 compteur-edite PIC Z(6)9.
       77 passage-edite PIC 9(05).
      * Leve par TraitementNocturne : hors de la chaine, le sommaire
      * ne marque pas les passations de mi-journee comme reprises
       77 chaine-en-cours PIC X(01) EXTERNAL.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
           PERFORM 1100-COMPTER-VISITEURS.
           PERFORM 1200-LIRE-SOLDE.
           PERFORM 1300-CUMULER-ANNEE.
           PERFORM 1400-CHARGER-PASSATIONS.
           PERFORM 1500-RELEVER-MISES-A-JOUR.
           OPEN OUTPUT JOURNEE-FILE.
           PERFORM 2000-ECRIRE-ENTETE.
           PERFORM 2100-ECRIRE-VISITEURS.
           PERFORM 2150-ECRIRE-VISITEURS-YTD.
           PERFORM 2200-ECRIRE-SOLDE.
           PERFORM 2250-ECRIRE-PASSATIONS.
           PERFORM 2300-RECOPIER-SOMMAIRE.
           PERFORM 2400-RECOPIER-SAISIES.

           WRITE CUMUL-ANNEE-ENREGISTREMENT.
           CLOSE CUMUL-FILE.

      * Charge les passations de mi-journee pas encore reprises par
      * un sommaire, ou reprises par un premier deroulement de ce
      * meme passage de nuit
       1400-CHARGER-PASSATIONS.
           MOVE ZERO TO nb-passations.
           MOVE 'N' TO indic-passage-de-journee.
           MOVE 'N' TO indic-fin-passages.
           OPEN INPUT PASSAGES-JOURNEE-FILE.
           IF passages-journee-statut = '00'
               PERFORM 1410-LIRE-PASSATION
               PERFORM 1420-RETENIR-PASSATION UNTIL fin-passages
               CLOSE PASSAGES-JOURNEE-FILE
           END-IF.

      * Lecture d'un enregistrement PASSAGES-JOURNEE.DAT
       1410-LIRE-PASSATION.
           READ PASSAGES-JOURNEE-FILE
               AT END SET fin-passages TO TRUE
           END-READ.

      * Retient la passation lue si elle est a reprendre, puis
      * relit ; le passage courant est-il celui d'une passation, le
      * sommaire ne vient pas de la nuit et ne marque rien
       1420-RETENIR-PASSATION.
           IF PJO-PASSAGE OF PASSAGES-JOURNEE-FILE = numero-passage
               SET passage-de-journee TO TRUE
           END-IF.
           IF (PJO-PASSAGE-NUIT OF PASSAGES-JOURNEE-FILE = ZERO
                   OR PJO-PASSAGE-NUIT OF PASSAGES-JOURNEE-FILE
                   = numero-passage)
                   AND nb-passations < limite-passations
               ADD 1 TO nb-passations
               MOVE PJO-PASSAGE OF PASSAGES-JOURNEE-FILE
                   TO PJT-PASSAGE(nb-passations)
               MOVE PJO-COUPURE OF PASSAGES-JOURNEE-FILE
                   TO PJT-COUPURE(nb-passations)
               MOVE ZERO TO PJT-LUS(nb-passations)
               MOVE ZERO TO PJT-ECRITS(nb-passations)
               MOVE ZERO TO PJT-REJETS(nb-passations)
           END-IF.
           PERFORM 1410-LIRE-PASSATION.

      * Releve sur JOBLOG.DAT la fin de chaque mise a jour du solde
      * passee sous le passage de la nuit ou sous celui d'une
      * passation de mi-journee retenue
       1500-RELEVER-MISES-A-JOUR.
           MOVE 'N' TO indic-nuit-trouvee.
           MOVE ZERO TO nuit-lus.
           MOVE ZERO TO nuit-ecrits.
           MOVE ZERO TO nuit-rejets.
           MOVE 'N' TO indic-fin-joblog.
           OPEN INPUT JOBLOG-FILE.
           IF joblog-statut = '00'
               PERFORM 1510-LIRE-JOBLOG
               PERFORM 1520-EXAMINER-JOBLOG UNTIL fin-joblog
               CLOSE JOBLOG-FILE
           END-IF.

      * Lecture d'un enregistrement JOBLOG.DAT
       1510-LIRE-JOBLOG.
           READ JOBLOG-FILE
               AT END SET fin-joblog TO TRUE
           END-READ.

      * Range les chiffres d'une fin de mise a jour du solde, puis
      * relit
       1520-EXAMINER-JOBLOG.
           IF JOB-NOM = 'ManipulationAdd' AND JOB-FIN
               MOVE 'N' TO indic-passation-trouvee
               PERFORM 1530-RANGER-PASSATION
                   VARYING ix-passation FROM 1 BY 1
                   UNTIL ix-passation > nb-passations
               IF NOT passation-trouvee
                       AND JOB-PASSAGE = numero-passage
                   SET nuit-trouvee TO TRUE
                   MOVE JOB-LUS TO nuit-lus
                   MOVE JOB-ECRITS TO nuit-ecrits
                   MOVE JOB-REJETS TO nuit-rejets
               END-IF
           END-IF.
           PERFORM 1510-LIRE-JOBLOG.

      * Reporte les chiffres lus sur la passation du meme passage
       1530-RANGER-PASSATION.
           IF PJT-PASSAGE(ix-passation) = JOB-PASSAGE
               SET passation-trouvee TO TRUE
               MOVE JOB-LUS TO PJT-LUS(ix-passation)
               MOVE JOB-ECRITS TO PJT-ECRITS(ix-passation)
               MOVE JOB-REJETS TO PJT-REJETS(ix-passation)
           END-IF.

      * Titre du rapport consolide
       2000-ECRIRE-ENTETE.
           MOVE numero-passage TO numero-passage-edite.
           WRITE LIGNE-JOURNEE.
           ADD 1 TO cpt-lignes-journee.

      * Mises a jour du solde depuis le sommaire precedent : une
      * ligne par passation de mi-journee, une pour la nuit, puis le
      * total passe de chaque cote
       2250-ECRIRE-PASSATIONS.
           MOVE SPACES TO LIGNE-JOURNEE.
           MOVE 'Mises a jour du solde :' TO LIGNE-JOURNEE.
           WRITE LIGNE-JOURNEE.
           ADD 1 TO cpt-lignes-journee.
           MOVE ZERO TO total-ecrits-journee.
           IF nb-passations = ZERO
               MOVE SPACES TO LIGNE-JOURNEE
               MOVE '  Aucune passation de mi-journee'
                   TO LIGNE-JOURNEE
               WRITE LIGNE-JOURNEE
               ADD 1 TO cpt-lignes-journee
           ELSE
               PERFORM 2260-ECRIRE-PASSATION
                   VARYING ix-passation FROM 1 BY 1
                   UNTIL ix-passation > nb-passations
           END-IF.
           MOVE numero-passage TO passage-edite.
           MOVE SPACES TO LIGNE-JOURNEE.
           IF nuit-trouvee
               MOVE '  Nuit       ' TO LIGNE-JOURNEE(1:13)
               MOVE passage-edite TO LIGNE-JOURNEE(14:5)
               MOVE ' : lus ' TO LIGNE-JOURNEE(32:7)
               MOVE nuit-lus TO compteur-edite
               MOVE compteur-edite TO LIGNE-JOURNEE(39:7)
               MOVE ' passes ' TO LIGNE-JOURNEE(46:8)
               MOVE nuit-ecrits TO compteur-edite
               MOVE compteur-edite TO LIGNE-JOURNEE(54:7)
               MOVE ' ecartes ' TO LIGNE-JOURNEE(61:9)
               MOVE nuit-rejets TO compteur-edite
               MOVE compteur-edite TO LIGNE-JOURNEE(70:7)
           ELSE
               STRING '  Nuit       ' DELIMITED BY SIZE
                   passage-edite DELIMITED BY SIZE
                   ' : pas de mise a jour du solde' DELIMITED BY SIZE
                   INTO LIGNE-JOURNEE
           END-IF.
           WRITE LIGNE-JOURNEE.
           ADD 1 TO cpt-lignes-journee.
           MOVE SPACES TO LIGNE-JOURNEE.
           MOVE '  Total passe : mi-journee ' TO LIGNE-JOURNEE(1:27).
           MOVE total-ecrits-journee TO compteur-edite.
           MOVE compteur-edite TO LIGNE-JOURNEE(28:7).
           MOVE ', nuit ' TO LIGNE-JOURNEE(35:7).
           MOVE nuit-ecrits TO compteur-edite.
           MOVE compteur-edite TO LIGNE-JOURNEE(42:7).
           WRITE LIGNE-JOURNEE.
           ADD 1 TO cpt-lignes-journee.
           IF chaine-en-cours = 'O' AND nb-passations > ZERO
                   AND NOT passage-de-journee
               PERFORM 2270-MARQUER-PASSATIONS
           END-IF.

      * Ligne d'une passation de mi-journee
       2260-ECRIRE-PASSATION.
           MOVE SPACES TO LIGNE-JOURNEE.
           MOVE '  Mi-journee ' TO LIGNE-JOURNEE(1:13).
           MOVE PJT-PASSAGE(ix-passation) TO LIGNE-JOURNEE(14:5).
           MOVE ' coupure ' TO LIGNE-JOURNEE(19:9).
           MOVE PJT-COUPURE(ix-passation) TO LIGNE-JOURNEE(28:4).
           MOVE ' : lus ' TO LIGNE-JOURNEE(32:7).
           MOVE PJT-LUS(ix-passation) TO compteur-edite.
           MOVE compteur-edite TO LIGNE-JOURNEE(39:7).
           MOVE ' passes ' TO LIGNE-JOURNEE(46:8).
           MOVE PJT-ECRITS(ix-passation) TO compteur-edite.
           MOVE compteur-edite TO LIGNE-JOURNEE(54:7).
           MOVE ' ecartes ' TO LIGNE-JOURNEE(61:9).
           MOVE PJT-REJETS(ix-passation) TO compteur-edite.
           MOVE compteur-edite TO LIGNE-JOURNEE(70:7).
           WRITE LIGNE-JOURNEE.
           ADD 1 TO cpt-lignes-journee.
           ADD PJT-ECRITS(ix-passation) TO total-ecrits-journee.

      * Pose le numero du passage de nuit sur les passations reprises
      * au sommaire, par recopie de PASSAGES-JOURNEE.DAT ; une
      * passation ajoutee pendant le sommaire reste a reprendre
       2270-MARQUER-PASSATIONS.
           MOVE 'N' TO indic-fin-passages.
           OPEN INPUT PASSAGES-JOURNEE-FILE.
           IF passages-journee-statut = '00'
               OPEN OUTPUT PASSAGES-NOUVEAU-FILE
               PERFORM 1410-LIRE-PASSATION
               PERFORM 2280-RECOPIER-PASSATION UNTIL fin-passages
               CLOSE PASSAGES-JOURNEE-FILE
               CLOSE PASSAGES-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "PASSAGES-JOURNEE.DAT"
               CALL "CBL_RENAME_FILE" USING "PASSAGES-JOURNEE.NOUVEAU"
                   "PASSAGES-JOURNEE.DAT"
           END-IF.

      * Recopie la passation lue, marquee si elle a ete reprise,
      * puis relit
       2280-RECOPIER-PASSATION.
           MOVE PASSAGE-JOURNEE-ENREGISTREMENT OF PASSAGES-JOURNEE-FILE
               TO PASSAGE-JOURNEE-ENREGISTREMENT
               OF PASSAGES-NOUVEAU-FILE.
           IF PJO-PASSAGE-NUIT OF PASSAGES-NOUVEAU-FILE = ZERO
               PERFORM 2290-CHERCHER-REPRISE
                   VARYING ix-passation FROM 1 BY 1
                   UNTIL ix-passation > nb-passations
           END-IF.
           WRITE PASSAGE-JOURNEE-ENREGISTREMENT
               OF PASSAGES-NOUVEAU-FILE.
           PERFORM 1410-LIRE-PASSATION.

      * Marque la passation recopiee si elle figure au sommaire
       2290-CHERCHER-REPRISE.
           IF PJT-PASSAGE(ix-passation)
                   = PJO-PASSAGE OF PASSAGES-NOUVEAU-FILE
               MOVE numero-passage
                   TO PJO-PASSAGE-NUIT OF PASSAGES-NOUVEAU-FILE
           END-IF.

      * Recopie le sommaire de repartition des mentions, s'il existe,
      * a la suite du rapport consolide
       2300-RECOPIER-SOMMAIRE.
