      * Code RapportParking en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportParking.

      * Traitement a la demande : utilisation du parking visiteurs
      * sur le mois en cours. Pour chaque jour, les vehicules
      * arrives et le pic d'occupation, c'est-a-dire le plus grand
      * nombre de vehicules gares en meme temps, rapporte au nombre
      * de places parametre ; le pic du mois termine le rapport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICULES-FILE ASSIGN TO "VEHICULES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS vehicules-statut.
           SELECT PARKING-FILE ASSIGN TO "PARKING-VISITEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS parking-statut.
           SELECT RAPPORT-PARKING-FILE
               ASSIGN TO "RAPPORT-PARKING.DAT"
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
       FD VEHICULES-FILE.
       COPY "cpvehicule.cpy".

      * Nombre de places visiteurs du parking ; zero ou fichier
      * absent : le taux d'occupation n'est pas calcule
       FD PARKING-FILE.
       01 PARKING-ENREGISTREMENT.
           05 PKV-PLACES              PIC 9(03).

       FD RAPPORT-PARKING-FILE.
       01 LIGNE-PARKING               PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 vehicules-statut PIC X(02).
       77 parking-statut PIC X(02).
       77 indic-fin-vehicules PIC X(01) VALUE 'N'.
           88 fin-vehicules VALUE 'O'.
       77 periode PIC 9(06).
       77 places-parking PIC 9(03) VALUE ZERO.
       77 cpt-lus PIC 9(07) COMP VALUE ZERO.
       77 cpt-rejets PIC 9(05) COMP VALUE ZERO.
       77 cpt-jours PIC 9(03) COMP VALUE ZERO.
       77 cpt-arrivees PIC 9(05) VALUE ZERO.
       77 cpt-arrivees-mois PIC 9(05) VALUE ZERO.
       77 pic-jour PIC 9(05) VALUE ZERO.
       77 pic-mois PIC 9(05) VALUE ZERO.
       77 jour-pic-mois PIC 9(02) VALUE ZERO.
       77 gares-instant PIC 9(05) VALUE ZERO.
       77 heure-instant PIC 9(06) VALUE ZERO.
       77 taux-occupation PIC 9(03)V99 VALUE ZERO.
       77 taux-edite PIC ZZ9.99.
       77 arrivees-editees PIC ZZZZ9.
       77 pic-edite PIC ZZZZ9.
       77 places-editees PIC ZZ9.
       77 jour-courant PIC 9(02) VALUE ZERO.

      * Vehicules du mois retenus en memoire : jour, heure
      * d'arrivee et heure de depart (zero tant que le vehicule est
      * gare) ; au-dela de la table, le vehicule est compte en rejet
       77 nb-vehicules PIC 9(04) COMP VALUE ZERO.
       77 limite-vehicules PIC 9(04) COMP VALUE 2000.
       77 ix-vehicule PIC 9(04) COMP VALUE ZERO.
       77 ix-autre PIC 9(04) COMP VALUE ZERO.
       01 TABLE-VEHICULES.
           05 VEHICULE-MOIS OCCURS 2000.
               10 VMO-JOUR            PIC 9(02).
               10 VMO-ARRIVEE         PIC 9(06).
               10 VMO-DEPART          PIC 9(06).

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
           PERFORM 3000-RAPPORTER-JOUR
               VARYING jour-courant FROM 1 BY 1
               UNTIL jour-courant > 31.
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
           MOVE 'RapportParking' TO JOB-NOM.
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

      * Retient la periode du mois en cours, le nombre de places,
      * charge les vehicules du mois et ouvre le rapport
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE(1:6) TO periode.
           PERFORM 1100-LIRE-PARKING.
           PERFORM 2000-CHARGER-VEHICULES.
           MOVE places-parking TO places-editees.
           OPEN OUTPUT RAPPORT-PARKING-FILE.
           MOVE SPACES TO LIGNE-PARKING.
           STRING 'Utilisation du parking visiteurs - periode '
               DELIMITED BY SIZE
               periode DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               places-editees DELIMITED BY SIZE
               ' places' DELIMITED BY SIZE
               INTO LIGNE-PARKING.
           WRITE LIGNE-PARKING.

      * Releve le nombre de places visiteurs parametre
       1100-LIRE-PARKING.
           MOVE ZERO TO places-parking.
           OPEN INPUT PARKING-FILE.
           IF parking-statut = '00'
               READ PARKING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PKV-PLACES NUMERIC
                           MOVE PKV-PLACES TO places-parking
                       END-IF
               END-READ
               CLOSE PARKING-FILE
           END-IF.

      * Charge en table les vehicules arrives dans le mois
       2000-CHARGER-VEHICULES.
           MOVE ZERO TO nb-vehicules.
           MOVE 'N' TO indic-fin-vehicules.
           OPEN INPUT VEHICULES-FILE.
           IF vehicules-statut = '00'
               PERFORM 2100-LIRE-VEHICULE
               PERFORM 2200-RETENIR-VEHICULE UNTIL fin-vehicules
               CLOSE VEHICULES-FILE
           END-IF.

      * Lecture d'un enregistrement VEHICULES.DAT
       2100-LIRE-VEHICULE.
           READ VEHICULES-FILE
               AT END SET fin-vehicules TO TRUE
           END-READ.

      * Retient le vehicule courant s'il est arrive dans le mois,
      * puis relit
       2200-RETENIR-VEHICULE.
           ADD 1 TO cpt-lus.
           IF VEH-DATE(1:6) = periode
               IF nb-vehicules < limite-vehicules
                   ADD 1 TO nb-vehicules
                   MOVE VEH-DATE(7:2) TO VMO-JOUR(nb-vehicules)
                   MOVE VEH-HEURE-VISITE
                       TO VMO-ARRIVEE(nb-vehicules)
                   IF VEH-HEURE-DEPART NUMERIC
                       MOVE VEH-HEURE-DEPART
                           TO VMO-DEPART(nb-vehicules)
                   ELSE
                       MOVE ZERO TO VMO-DEPART(nb-vehicules)
                   END-IF
               ELSE
                   ADD 1 TO cpt-rejets
               END-IF
           END-IF.
           PERFORM 2100-LIRE-VEHICULE.

      * Calcule et edite les arrivees et le pic du jour courant ;
      * un jour sans vehicule n'est pas edite
       3000-RAPPORTER-JOUR.
           MOVE ZERO TO cpt-arrivees.
           MOVE ZERO TO pic-jour.
           PERFORM 3100-MESURER-ARRIVEE
               VARYING ix-vehicule FROM 1 BY 1
               UNTIL ix-vehicule > nb-vehicules.
           IF cpt-arrivees > ZERO
               PERFORM 3300-EDITER-JOUR
           END-IF.

      * Pour chaque arrivee du jour, compte les vehicules alors
      * gares : le pic du jour est atteint a l'une des arrivees
       3100-MESURER-ARRIVEE.
           IF VMO-JOUR(ix-vehicule) = jour-courant
               ADD 1 TO cpt-arrivees
               MOVE VMO-ARRIVEE(ix-vehicule) TO heure-instant
               MOVE ZERO TO gares-instant
               PERFORM 3200-COMPTER-GARE
                   VARYING ix-autre FROM 1 BY 1
                   UNTIL ix-autre > nb-vehicules
               IF gares-instant > pic-jour
                   MOVE gares-instant TO pic-jour
               END-IF
           END-IF.

      * Compte le vehicule du jour arrive a l'instant mesure ou
      * avant, et pas encore reparti
       3200-COMPTER-GARE.
           IF VMO-JOUR(ix-autre) = jour-courant
                   AND VMO-ARRIVEE(ix-autre) <= heure-instant
                   AND (VMO-DEPART(ix-autre) = ZERO
                   OR VMO-DEPART(ix-autre) > heure-instant)
               ADD 1 TO gares-instant
           END-IF.

      * Edite la ligne du jour et retient le pic du mois
       3300-EDITER-JOUR.
           ADD 1 TO cpt-jours.
           ADD cpt-arrivees TO cpt-arrivees-mois.
           IF pic-jour > pic-mois
               MOVE pic-jour TO pic-mois
               MOVE jour-courant TO jour-pic-mois
           END-IF.
           IF places-parking = ZERO
               MOVE ZERO TO taux-occupation
           ELSE
               COMPUTE taux-occupation ROUNDED =
                   (pic-jour * 100) / places-parking
           END-IF.
           MOVE cpt-arrivees TO arrivees-editees.
           MOVE pic-jour TO pic-edite.
           MOVE taux-occupation TO taux-edite.
           MOVE SPACES TO LIGNE-PARKING.
           STRING '  ' DELIMITED BY SIZE
               periode(1:4) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               periode(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               jour-courant DELIMITED BY SIZE
               ' : arrivees ' DELIMITED BY SIZE
               arrivees-editees DELIMITED BY SIZE
               ', pic ' DELIMITED BY SIZE
               pic-edite DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               taux-edite DELIMITED BY SIZE
               ' %)' DELIMITED BY SIZE
               INTO LIGNE-PARKING.
           WRITE LIGNE-PARKING.

      * Pied du rapport : arrivees et pic du mois ; fermeture et
      * trace de fin de job
       9000-FINALISER.
           MOVE cpt-arrivees-mois TO arrivees-editees.
           MOVE pic-mois TO pic-edite.
           MOVE SPACES TO LIGNE-PARKING.
           IF pic-mois = ZERO
               STRING 'Total arrivees : ' DELIMITED BY SIZE
                   arrivees-editees DELIMITED BY SIZE
                   INTO LIGNE-PARKING
           ELSE
               STRING 'Total arrivees : ' DELIMITED BY SIZE
                   arrivees-editees DELIMITED BY SIZE
                   ', pic du mois ' DELIMITED BY SIZE
                   pic-edite DELIMITED BY SIZE
                   ' le ' DELIMITED BY SIZE
                   periode(1:4) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   periode(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   jour-pic-mois DELIMITED BY SIZE
                   INTO LIGNE-PARKING
           END-IF.
           WRITE LIGNE-PARKING.
           CLOSE RAPPORT-PARKING-FILE.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportParking' TO JOB-NOM.
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
           MOVE cpt-jours TO JOB-ECRITS.
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
