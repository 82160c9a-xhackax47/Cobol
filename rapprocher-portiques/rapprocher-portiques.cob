      * Code RapprocherPortiques en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapprocherPortiques.

      * Traitement de nuit : importe le fichier des passages de
      * badge livre par le controleur des portiques
      * (PORTIQUES.DAT, une ligne par passage : date, heure,
      * badge, zone du lecteur) et le rapproche du journal des
      * visiteurs sur le numero de badge et les heures d'arrivee
      * et de depart. Trois ecarts sont rapportes dans
      * RAPPORT-PORTIQUES.DAT : badge passe apres la cloture de sa
      * visite, badge passe dans une autre zone que VIS-ZONE, et
      * visiteur toujours present sans aucun passage. Chaque ecart
      * leve un incident dans INCIDENTS.DAT, que le responsable
      * securite acquitte via AcquitterIncidents. Le fichier
      * consomme est ecarte pour qu'une relance ne l'importe pas
      * deux fois.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORTIQUES-FILE ASSIGN TO "PORTIQUES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS portiques-statut.
           SELECT VISITEURS-FILE ASSIGN TO "VISITEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS visiteurs-statut.
           SELECT INCIDENTS-FILE ASSIGN TO "INCIDENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incidents-statut.
           SELECT RAPPORT-PORTIQUES-FILE
               ASSIGN TO "RAPPORT-PORTIQUES.DAT"
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
      * Format du controleur des portiques
       FD PORTIQUES-FILE.
       01 PORTIQUE-ENREGISTREMENT.
           05 PTQ-DATE                PIC 9(08).
           05 FILLER                  PIC X(01).
           05 PTQ-HEURE               PIC 9(06).
           05 FILLER                  PIC X(01).
           05 PTQ-BADGE               PIC X(04).
           05 FILLER                  PIC X(01).
           05 PTQ-ZONE                PIC X(03).

       FD VISITEURS-FILE.
       COPY "cpvisiteur.cpy".

       FD INCIDENTS-FILE.
       COPY "cpincident.cpy".

       FD RAPPORT-PORTIQUES-FILE.
       01 LIGNE-PORTIQUES             PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 portiques-statut PIC X(02).
       77 visiteurs-statut PIC X(02).
       77 incidents-statut PIC X(02).
       77 indic-fin-portiques PIC X(01) VALUE 'N'.
           88 fin-portiques VALUE 'O'.
       77 indic-fin-visiteurs PIC X(01) VALUE 'N'.
           88 fin-visiteurs VALUE 'O'.
       77 indic-portiques-present PIC X(01) VALUE 'N'.
           88 portiques-present VALUE 'O'.
       77 indic-visite-trouvee PIC X(01) VALUE 'N'.
           88 visite-trouvee VALUE 'O'.
       77 date-min PIC 9(08) VALUE ZERO.
       77 date-max PIC 9(08) VALUE ZERO.
       77 date-editee PIC 9999/99/99.
       77 heure-editee PIC X(05).
       77 message-incident PIC X(40) VALUE SPACES.
       77 cpt-lus PIC 9(07) COMP VALUE ZERO.
       77 cpt-apres-sortie PIC 9(05) VALUE ZERO.
       77 cpt-hors-zone PIC 9(05) VALUE ZERO.
       77 cpt-sans-passage PIC 9(05) VALUE ZERO.
       77 cpt-ecarts PIC 9(05) VALUE ZERO.
       77 total-edite PIC ZZZZ9.

      * Visites badgees de la periode couverte par le fichier du
      * controleur, chargees en memoire pour le rapprochement
       77 nb-visites PIC 9(04) COMP VALUE ZERO.
       77 ix-visite PIC 9(04) COMP VALUE ZERO.
       77 ix-retenu PIC 9(04) COMP VALUE ZERO.
       01 TABLE-VISITES.
           05 VISITE-TABLE OCCURS 1000.
               10 VST-NOM             PIC X(25).
               10 VST-DATE            PIC 9(08).
               10 VST-HEURE           PIC 9(06).
               10 VST-DEPART          PIC 9(06).
               10 VST-BADGE           PIC X(04).
               10 VST-ZONE            PIC X(03).
               10 VST-PASSE           PIC X(01).

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
           IF portiques-present
               PERFORM 2000-LISTER-APRES-SORTIE
               PERFORM 3000-LISTER-HORS-ZONE
               PERFORM 4000-LISTER-SANS-PASSAGE
               CALL "CBL_DELETE_FILE" USING "PORTIQUES.TRAITE"
               CALL "CBL_RENAME_FILE" USING "PORTIQUES.DAT"
                   "PORTIQUES.TRAITE"
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
           MOVE 'RapprocherPortiques' TO JOB-NOM.
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

      * Ouvre le rapport, releve la periode couverte par le fichier
      * du controleur et charge les visites badgees de cette
      * periode ; sans PORTIQUES.DAT, rien a rapprocher
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           OPEN OUTPUT RAPPORT-PORTIQUES-FILE.
           MOVE 'Rapprochement des passages aux portiques'
               TO LIGNE-PORTIQUES.
           WRITE LIGNE-PORTIQUES.
           PERFORM 1100-RELEVER-PERIODE.
           IF NOT portiques-present
               MOVE '  Aucun fichier du controleur a importer.'
                   TO LIGNE-PORTIQUES
               WRITE LIGNE-PORTIQUES
           ELSE
               PERFORM 1300-CHARGER-VISITES
           END-IF.

      * Premiere lecture du fichier du controleur : dates extremes
      * des passages
       1100-RELEVER-PERIODE.
           MOVE 'N' TO indic-fin-portiques.
           OPEN INPUT PORTIQUES-FILE.
           IF portiques-statut = '00'
               SET portiques-present TO TRUE
               PERFORM 1110-LIRE-PORTIQUE
               PERFORM 1200-BORNER-PERIODE UNTIL fin-portiques
               CLOSE PORTIQUES-FILE
           END-IF.

      * Lecture d'un enregistrement PORTIQUES.DAT
       1110-LIRE-PORTIQUE.
           READ PORTIQUES-FILE
               AT END SET fin-portiques TO TRUE
           END-READ.

      * Elargit la periode a la date du passage courant, puis
      * relit
       1200-BORNER-PERIODE.
           ADD 1 TO cpt-lus.
           IF PTQ-DATE NUMERIC
               IF date-min = ZERO OR PTQ-DATE < date-min
                   MOVE PTQ-DATE TO date-min
               END-IF
               IF PTQ-DATE > date-max
                   MOVE PTQ-DATE TO date-max
               END-IF
           END-IF.
           PERFORM 1110-LIRE-PORTIQUE.

      * Charge les visites badgees de la periode
       1300-CHARGER-VISITES.
           MOVE ZERO TO nb-visites.
           MOVE 'N' TO indic-fin-visiteurs.
           OPEN INPUT VISITEURS-FILE.
           IF visiteurs-statut = '00'
               PERFORM 1310-LIRE-VISITEUR
               PERFORM 1320-RETENIR-VISITE UNTIL fin-visiteurs
               CLOSE VISITEURS-FILE
           END-IF.

      * Lecture d'un enregistrement VISITEURS.DAT
       1310-LIRE-VISITEUR.
           READ VISITEURS-FILE
               AT END SET fin-visiteurs TO TRUE
           END-READ.

      * Retient la visite courante si elle porte un badge et tombe
      * dans la periode, puis relit
       1320-RETENIR-VISITE.
           IF VIS-BADGE NOT = SPACES
                   AND VIS-DATE >= date-min
                   AND VIS-DATE <= date-max
                   AND nb-visites < 1000
               ADD 1 TO nb-visites
               MOVE VIS-NOM TO VST-NOM(nb-visites)
               MOVE VIS-DATE TO VST-DATE(nb-visites)
               MOVE VIS-HEURE TO VST-HEURE(nb-visites)
               IF VIS-HEURE-DEPART NUMERIC
                   MOVE VIS-HEURE-DEPART TO VST-DEPART(nb-visites)
               ELSE
                   MOVE ZERO TO VST-DEPART(nb-visites)
               END-IF
               MOVE VIS-BADGE TO VST-BADGE(nb-visites)
               MOVE VIS-ZONE TO VST-ZONE(nb-visites)
               MOVE 'N' TO VST-PASSE(nb-visites)
           END-IF.
           PERFORM 1310-LIRE-VISITEUR.

      * Deuxieme lecture : chaque passage est rattache a la visite
      * en cours du badge a son heure ; sans visite en cours, un
      * passage qui suit une visite close du meme badge le meme
      * jour est un passage apres sortie
       2000-LISTER-APRES-SORTIE.
           MOVE '=== Badges passes apres la cloture de la visite'
               TO LIGNE-PORTIQUES.
           WRITE LIGNE-PORTIQUES.
           MOVE 'N' TO indic-fin-portiques.
           OPEN INPUT PORTIQUES-FILE.
           PERFORM 1110-LIRE-PORTIQUE.
           PERFORM 2100-CONTROLER-SORTIE UNTIL fin-portiques.
           CLOSE PORTIQUES-FILE.

      * Rattache le passage courant et signale un passage apres
      * sortie, puis relit
       2100-CONTROLER-SORTIE.
           PERFORM 5000-CHERCHER-VISITE-EN-COURS.
           IF visite-trouvee
               MOVE 'O' TO VST-PASSE(ix-retenu)
           ELSE
               PERFORM 5200-CHERCHER-VISITE-CLOSE
               IF visite-trouvee
                   ADD 1 TO cpt-apres-sortie
                   PERFORM 6000-EDITER-PASSAGE
                   MOVE SPACES TO message-incident
                   STRING 'Badge ' DELIMITED BY SIZE
                       PTQ-BADGE DELIMITED BY SIZE
                       ' passe apres sortie zone ' DELIMITED BY SIZE
                       PTQ-ZONE DELIMITED BY SIZE
                       INTO message-incident
                   PERFORM 7000-ECRIRE-INCIDENT
               END-IF
           END-IF.
           PERFORM 1110-LIRE-PORTIQUE.

      * Troisieme lecture : passage d'un badge en visite dans une
      * autre zone que celle saisie a l'accueil
       3000-LISTER-HORS-ZONE.
           MOVE '=== Badges passes hors de la zone de la visite'
               TO LIGNE-PORTIQUES.
           WRITE LIGNE-PORTIQUES.
           MOVE 'N' TO indic-fin-portiques.
           OPEN INPUT PORTIQUES-FILE.
           PERFORM 1110-LIRE-PORTIQUE.
           PERFORM 3100-CONTROLER-ZONE UNTIL fin-portiques.
           CLOSE PORTIQUES-FILE.

      * Signale le passage courant s'il est hors de la zone de sa
      * visite, puis relit
       3100-CONTROLER-ZONE.
           PERFORM 5000-CHERCHER-VISITE-EN-COURS.
           IF visite-trouvee
                   AND VST-ZONE(ix-retenu) NOT = SPACES
                   AND PTQ-ZONE NOT = VST-ZONE(ix-retenu)
               ADD 1 TO cpt-hors-zone
               PERFORM 6000-EDITER-PASSAGE
               MOVE SPACES TO message-incident
               STRING 'Badge ' DELIMITED BY SIZE
                   PTQ-BADGE DELIMITED BY SIZE
                   ' zone ' DELIMITED BY SIZE
                   PTQ-ZONE DELIMITED BY SIZE
                   ' au lieu de ' DELIMITED BY SIZE
                   VST-ZONE(ix-retenu) DELIMITED BY SIZE
                   INTO message-incident
               PERFORM 7000-ECRIRE-INCIDENT
           END-IF.
           PERFORM 1110-LIRE-PORTIQUE.

      * Visites toujours ouvertes auxquelles aucun passage n'a ete
      * rattache
       4000-LISTER-SANS-PASSAGE.
           MOVE '=== Visiteurs presents sans aucun passage'
               TO LIGNE-PORTIQUES.
           WRITE LIGNE-PORTIQUES.
           PERFORM 4100-CONTROLER-PRESENT
               VARYING ix-visite FROM 1 BY 1
               UNTIL ix-visite > nb-visites.

      * Signale la visite si elle est ouverte et sans passage
       4100-CONTROLER-PRESENT.
           IF VST-DEPART(ix-visite) = ZERO
                   AND VST-PASSE(ix-visite) = 'N'
               ADD 1 TO cpt-sans-passage
               MOVE VST-DATE(ix-visite) TO date-editee
               MOVE SPACES TO heure-editee
               STRING VST-HEURE(ix-visite)(1:2) ':'
                   VST-HEURE(ix-visite)(3:2) DELIMITED BY SIZE
                   INTO heure-editee
               MOVE SPACES TO LIGNE-PORTIQUES
               STRING '  ' DELIMITED BY SIZE
                   date-editee DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   heure-editee DELIMITED BY SIZE
                   ' badge ' DELIMITED BY SIZE
                   VST-BADGE(ix-visite) DELIMITED BY SIZE
                   ' zone ' DELIMITED BY SIZE
                   VST-ZONE(ix-visite) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   VST-NOM(ix-visite) DELIMITED BY SIZE
                   INTO LIGNE-PORTIQUES
               WRITE LIGNE-PORTIQUES
               MOVE SPACES TO message-incident
               STRING 'Sans passage badge ' DELIMITED BY SIZE
                   VST-BADGE(ix-visite) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   VST-NOM(ix-visite) DELIMITED BY SIZE
                   INTO message-incident
               PERFORM 7000-ECRIRE-INCIDENT
           END-IF.

      * Cherche la visite du badge en cours a l'heure du passage :
      * arrivee avant le passage, sans depart ou depart apres
       5000-CHERCHER-VISITE-EN-COURS.
           MOVE 'N' TO indic-visite-trouvee.
           MOVE ZERO TO ix-visite.
           MOVE ZERO TO ix-retenu.
           PERFORM 5100-COMPARER-EN-COURS
               UNTIL visite-trouvee OR ix-visite >= nb-visites.

      * Compare la visite suivante au passage courant
       5100-COMPARER-EN-COURS.
           ADD 1 TO ix-visite.
           IF VST-BADGE(ix-visite) = PTQ-BADGE
                   AND VST-DATE(ix-visite) = PTQ-DATE
                   AND VST-HEURE(ix-visite) <= PTQ-HEURE
                   AND (VST-DEPART(ix-visite) = ZERO
                   OR VST-DEPART(ix-visite) >= PTQ-HEURE)
               SET visite-trouvee TO TRUE
               MOVE ix-visite TO ix-retenu
           END-IF.

      * Cherche une visite du badge close avant l'heure du passage
      * le meme jour
       5200-CHERCHER-VISITE-CLOSE.
           MOVE 'N' TO indic-visite-trouvee.
           MOVE ZERO TO ix-visite.
           MOVE ZERO TO ix-retenu.
           PERFORM 5300-COMPARER-CLOSE
               UNTIL visite-trouvee OR ix-visite >= nb-visites.

      * Compare la visite suivante au passage courant
       5300-COMPARER-CLOSE.
           ADD 1 TO ix-visite.
           IF VST-BADGE(ix-visite) = PTQ-BADGE
                   AND VST-DATE(ix-visite) = PTQ-DATE
                   AND VST-DEPART(ix-visite) NOT = ZERO
                   AND VST-DEPART(ix-visite) < PTQ-HEURE
               SET visite-trouvee TO TRUE
               MOVE ix-visite TO ix-retenu
           END-IF.

      * Edite le passage courant avec la visite retenue
       6000-EDITER-PASSAGE.
           MOVE PTQ-DATE TO date-editee.
           MOVE SPACES TO heure-editee.
           STRING PTQ-HEURE(1:2) ':' PTQ-HEURE(3:2)
               DELIMITED BY SIZE
               INTO heure-editee.
           MOVE SPACES TO LIGNE-PORTIQUES.
           STRING '  ' DELIMITED BY SIZE
               date-editee DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               heure-editee DELIMITED BY SIZE
               ' badge ' DELIMITED BY SIZE
               PTQ-BADGE DELIMITED BY SIZE
               ' zone ' DELIMITED BY SIZE
               PTQ-ZONE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               VST-NOM(ix-retenu) DELIMITED BY SIZE
               INTO LIGNE-PORTIQUES.
           WRITE LIGNE-PORTIQUES.

      * Consigne l'ecart pour acquittement par le responsable
      * securite
       7000-ECRIRE-INCIDENT.
           ADD 1 TO cpt-ecarts.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapprocherPortiques' TO INC-JOB.
           MOVE CP-HLG-DATE TO INC-DATE.
           MOVE CP-HLG-HH TO INC-HEURE(1:2).
           MOVE CP-HLG-MN TO INC-HEURE(3:2).
           MOVE CP-HLG-SS TO INC-HEURE(5:2).
           MOVE 4 TO INC-CODE.
           MOVE message-incident TO INC-MESSAGE.
           MOVE 'PORTIQUES.DAT' TO INC-FICHIER.
           SET INC-A-ACQUITTER TO TRUE.
           MOVE SPACES TO INC-OPERATEUR.
           OPEN EXTEND INCIDENTS-FILE.
           IF incidents-statut = '35'
               OPEN OUTPUT INCIDENTS-FILE
           END-IF.
           WRITE INCIDENT-ENREGISTREMENT.
           CLOSE INCIDENTS-FILE.

      * Totaux par type d'ecart et fermeture ; trace la fin du job
       9000-FINALISER.
           MOVE cpt-apres-sortie TO total-edite.
           MOVE SPACES TO LIGNE-PORTIQUES.
           STRING 'Total passages apres sortie  : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-PORTIQUES.
           WRITE LIGNE-PORTIQUES.
           MOVE cpt-hors-zone TO total-edite.
           MOVE SPACES TO LIGNE-PORTIQUES.
           STRING 'Total passages hors zone     : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-PORTIQUES.
           WRITE LIGNE-PORTIQUES.
           MOVE cpt-sans-passage TO total-edite.
           MOVE SPACES TO LIGNE-PORTIQUES.
           STRING 'Total presents sans passage  : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-PORTIQUES.
           WRITE LIGNE-PORTIQUES.
           CLOSE RAPPORT-PORTIQUES-FILE.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapprocherPortiques' TO JOB-NOM.
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
           MOVE cpt-ecarts TO JOB-ECRITS.
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
