      * Code RapportParametres en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportParametres.

      * Traitement a la demande, pour les auditeurs : historique des
      * changements de parametres, dans l'ordre de leur
      * enregistrement. Chaque version d'un fichier de parametres
      * est editee avec sa date d'effet, l'horodatage et l'auteur de
      * son enregistrement, son etat au jour du rapport (en vigueur,
      * a venir, remplacee, reprise du contenu d'avant l'historique)
      * et une mention des versions a effet retroactif, puis ses
      * lignes telles qu'elles ont ete versees.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTO-FILE ASSIGN TO "PARAM-HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS histo-statut.
           SELECT RAPPORT-PARAMETRES-FILE
               ASSIGN TO "RAPPORT-PARAMETRES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD HISTO-FILE.
       COPY "cpparamhisto.cpy".

       FD RAPPORT-PARAMETRES-FILE.
       01 LIGNE-PARAMETRES            PIC X(110).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 histo-statut PIC X(02).
       77 indic-fin-histo PIC X(01) VALUE 'N'.
           88 fin-histo VALUE 'O'.
       77 indic-histo-present PIC X(01) VALUE 'N'.
           88 histo-present VALUE 'O'.
       77 indic-fichier-connu PIC X(01) VALUE 'N'.
           88 fichier-connu VALUE 'O'.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 date-editee PIC 9999/99/99.
       77 saisie-editee PIC 9999/99/99.
       77 heure-editee PIC X(05).
       77 fichier-courant PIC X(30) VALUE SPACES.
       77 version-courante PIC X(24) VALUE SPACES.
       77 etat-version PIC X(12) VALUE SPACES.
       77 mention-retroactive PIC X(13) VALUE SPACES.
       77 ix-fichier PIC 9(02) COMP VALUE ZERO.
       77 nb-fichiers PIC 9(02) COMP VALUE ZERO.
       77 cpt-lus PIC 9(07) COMP VALUE ZERO.
       77 cpt-versions PIC 9(05) VALUE ZERO.
       77 versions-editees PIC ZZZZ9.
       77 lignes-editees PIC ZZZZ9.

      * Version en vigueur au jour du rapport, par fichier
       01 TABLE-EN-VIGUEUR.
           05 VIGUEUR-ENTREE OCCURS 50.
               10 VIG-FICHIER         PIC X(30).
               10 VIG-VERSION         PIC X(24).

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
           PERFORM 2000-EDITER-LIGNE UNTIL fin-histo.
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
           MOVE 'RapportParametres' TO JOB-NOM.
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

      * Releve la version en vigueur de chaque fichier, puis ouvre
      * l'historique pour l'edition ; sans PARAM-HISTORIQUE.DAT,
      * rien a editer
       1000-INITIALISER.
           MOVE 'N' TO indic-fin-histo.
           MOVE 'N' TO indic-histo-present.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-versions.
           MOVE ZERO TO nb-fichiers.
           MOVE SPACES TO fichier-courant.
           MOVE SPACES TO version-courante.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           OPEN OUTPUT RAPPORT-PARAMETRES-FILE.
           MOVE date-jour TO date-editee.
           MOVE SPACES TO LIGNE-PARAMETRES.
           STRING 'Historique des changements de parametres au '
               DELIMITED BY SIZE
               date-editee DELIMITED BY SIZE
               INTO LIGNE-PARAMETRES.
           WRITE LIGNE-PARAMETRES.
           OPEN INPUT HISTO-FILE.
           IF histo-statut NOT = '00'
               MOVE '  Aucun historique de parametres.'
                   TO LIGNE-PARAMETRES
               WRITE LIGNE-PARAMETRES
               SET fin-histo TO TRUE
           ELSE
               PERFORM 2100-LIRE-HISTO
               PERFORM 1100-RELEVER-VIGUEUR UNTIL fin-histo
               CLOSE HISTO-FILE
               MOVE 'N' TO indic-fin-histo
               SET histo-present TO TRUE
               OPEN INPUT HISTO-FILE
               PERFORM 2100-LIRE-HISTO
           END-IF.

      * Retient la ligne courante comme version en vigueur de son
      * fichier si elle a pris effet et qu'elle est plus recente
      * que celle deja retenue, puis relit
       1100-RELEVER-VIGUEUR.
           IF PHI-DATE-EFFET <= date-jour
               PERFORM 1200-CHERCHER-FICHIER
               IF fichier-connu
                   IF PHI-VERSION > VIG-VERSION(ix-fichier)
                       MOVE PHI-VERSION TO VIG-VERSION(ix-fichier)
                   END-IF
               ELSE
                   IF nb-fichiers < 50
                       ADD 1 TO nb-fichiers
                       MOVE PHI-FICHIER TO VIG-FICHIER(nb-fichiers)
                       MOVE PHI-VERSION TO VIG-VERSION(nb-fichiers)
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-LIRE-HISTO.

      * Cherche le fichier de la ligne courante dans la table des
      * versions en vigueur ; ix-fichier designe l'entree trouvee
       1200-CHERCHER-FICHIER.
           MOVE 'N' TO indic-fichier-connu.
           MOVE 1 TO ix-fichier.
           PERFORM 1210-COMPARER-FICHIER
               UNTIL ix-fichier > nb-fichiers OR fichier-connu.

      * Compare l'entree courante de la table, puis avance
       1210-COMPARER-FICHIER.
           IF VIG-FICHIER(ix-fichier) = PHI-FICHIER
               SET fichier-connu TO TRUE
           ELSE
               ADD 1 TO ix-fichier
           END-IF.

      * Lecture d'un enregistrement PARAM-HISTORIQUE.DAT
       2100-LIRE-HISTO.
           READ HISTO-FILE
               AT END SET fin-histo TO TRUE
           END-READ.

      * Edite l'en-tete de version a la premiere ligne d'une
      * version, puis la ligne de parametres elle-meme, et relit
       2000-EDITER-LIGNE.
           ADD 1 TO cpt-lus.
           IF PHI-FICHIER NOT = fichier-courant
                   OR PHI-VERSION NOT = version-courante
               MOVE PHI-FICHIER TO fichier-courant
               MOVE PHI-VERSION TO version-courante
               PERFORM 3000-EDITER-VERSION
           END-IF.
           MOVE SPACES TO LIGNE-PARAMETRES.
           STRING '      ' DELIMITED BY SIZE
               PHI-CONTENU DELIMITED BY SIZE
               INTO LIGNE-PARAMETRES.
           WRITE LIGNE-PARAMETRES.
           PERFORM 2100-LIRE-HISTO.

      * Edite l'en-tete de la version courante : fichier, date
      * d'effet, enregistrement, auteur et etat au jour du rapport
       3000-EDITER-VERSION.
           ADD 1 TO cpt-versions.
           PERFORM 1200-CHERCHER-FICHIER.
           EVALUATE TRUE
               WHEN PHI-DATE-EFFET > date-jour
                   MOVE 'a venir' TO etat-version
               WHEN fichier-connu
                       AND VIG-VERSION(ix-fichier) = PHI-VERSION
                   MOVE 'en vigueur' TO etat-version
               WHEN OTHER
                   MOVE 'remplacee' TO etat-version
           END-EVALUATE.
           MOVE SPACES TO mention-retroactive.
           IF PHI-DATE-EFFET > ZERO
                   AND PHI-DATE-EFFET < PHI-DATE-SAISIE
               MOVE ' RETROACTIVE' TO mention-retroactive
           END-IF.
           MOVE PHI-DATE-SAISIE TO saisie-editee.
           MOVE SPACES TO heure-editee.
           STRING PHI-HEURE-SAISIE(1:2) DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               PHI-HEURE-SAISIE(3:2) DELIMITED BY SIZE
               INTO heure-editee.
           MOVE SPACES TO LIGNE-PARAMETRES.
           IF PHI-DATE-EFFET = ZERO
               STRING '  ' DELIMITED BY SIZE
                   PHI-FICHIER DELIMITED BY SIZE
                   ' reprise d''origine saisie ' DELIMITED BY SIZE
                   saisie-editee DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   heure-editee DELIMITED BY SIZE
                   ' par ' DELIMITED BY SIZE
                   PHI-UTILISATEUR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   etat-version DELIMITED BY SIZE
                   INTO LIGNE-PARAMETRES
           ELSE
               MOVE PHI-DATE-EFFET TO date-editee
               STRING '  ' DELIMITED BY SIZE
                   PHI-FICHIER DELIMITED BY SIZE
                   ' effet ' DELIMITED BY SIZE
                   date-editee DELIMITED BY SIZE
                   ' saisie ' DELIMITED BY SIZE
                   saisie-editee DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   heure-editee DELIMITED BY SIZE
                   ' par ' DELIMITED BY SIZE
                   PHI-UTILISATEUR DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   etat-version DELIMITED BY SIZE
                   mention-retroactive DELIMITED BY SIZE
                   INTO LIGNE-PARAMETRES
           END-IF.
           WRITE LIGNE-PARAMETRES.

      * Pied du rapport et fermeture ; trace la fin du job
       9000-FINALISER.
           MOVE cpt-versions TO versions-editees.
           MOVE cpt-lus TO lignes-editees.
           MOVE SPACES TO LIGNE-PARAMETRES.
           STRING 'Total versions : ' DELIMITED BY SIZE
               versions-editees DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               lignes-editees DELIMITED BY SIZE
               ' lignes)' DELIMITED BY SIZE
               INTO LIGNE-PARAMETRES.
           WRITE LIGNE-PARAMETRES.
           CLOSE RAPPORT-PARAMETRES-FILE.
           IF histo-present
               CLOSE HISTO-FILE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportParametres' TO JOB-NOM.
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
           MOVE cpt-versions TO JOB-ECRITS.
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
