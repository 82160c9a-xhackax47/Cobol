      * Code RapportVolumes en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportVolumes.

      * Rapport hebdomadaire de la croissance des fichiers de
      * donnees, tire de VOLUMES-HISTORIQUE.DAT : pour chaque
      * fichier releve, son dernier volume, sa croissance moyenne
      * par jour en enregistrements et en octets et sa croissance
      * en pour cent par semaine, mesurees depuis le releve d'il y
      * a une semaine (a defaut depuis le plus ancien), puis la
      * date a laquelle il atteindra, a ce rythme, la limite de
      * LIMITES-VOLUMES.DAT. Produit par la chaine de nuit le
      * dimanche et a la demande depuis le menu ; RAPPORT-VOLUMES.DAT
      * est verse a la bibliotheque des rapports.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUMES-FILE ASSIGN TO "VOLUMES-HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS volumes-statut.
           SELECT LIMITES-FILE ASSIGN TO "LIMITES-VOLUMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS limites-statut.
           SELECT RAPPORT-VOLUMES-FILE
               ASSIGN TO "RAPPORT-VOLUMES.DAT"
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
       FD VOLUMES-FILE.
       COPY "cpvolume.cpy".

       FD LIMITES-FILE.
       COPY "cplimitevolume.cpy".

       FD RAPPORT-VOLUMES-FILE.
       01 LIGNE-VOLUMES               PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 volumes-statut PIC X(02).
       77 limites-statut PIC X(02).
       77 indic-fin-volumes PIC X(01) VALUE 'N'.
           88 fin-volumes VALUE 'O'.
       77 indic-fin-limites PIC X(01) VALUE 'N'.
           88 fin-limites VALUE 'O'.
       77 date-jour PIC 9(08).
       77 date-reference PIC 9(08).
       77 nom-fichier PIC X(30) VALUE SPACES.
       77 cpt-lus PIC 9(07) COMP VALUE ZERO.
       77 cpt-projections PIC 9(05) COMP VALUE ZERO.

      * Calcul du rythme de croissance du fichier courant
       77 jours-mesure PIC S9(05) COMP VALUE ZERO.
       77 jours-restants PIC S9(09) COMP VALUE ZERO.
       77 octets-par-jour PIC S9(12)V99 VALUE ZERO.
       77 enreg-par-jour PIC S9(09)V99 VALUE ZERO.
       77 taux-hebdo PIC S9(05)V99 VALUE ZERO.
       77 limite-fichier PIC 9(12) VALUE ZERO.
       77 date-atteinte PIC 9(08) VALUE ZERO.
       77 octets-edites PIC Z(11)9.
       77 enreg-edites PIC Z(8)9.
       77 octets-jour-edites PIC -(11)9.
       77 enreg-jour-edites PIC -(8)9.
       77 taux-edite PIC -(4)9.99.
       77 limite-editee PIC Z(11)9.
       77 jours-edites PIC Z(8)9.

      * Premier, dernier et releve de reference par fichier
       77 nb-fichiers PIC 9(02) COMP VALUE ZERO.
       77 ix-fichier PIC 9(02) COMP VALUE ZERO.
       77 ix-recherche PIC 9(02) COMP VALUE ZERO.
       77 ix-trouve PIC 9(02) COMP VALUE ZERO.
       77 limite-fichiers PIC 9(02) COMP VALUE 60.
       01 TABLE-FICHIERS.
           05 FICHIER-ENTREE OCCURS 60.
               10 VTB-FICHIER         PIC X(30).
               10 VTB-DATE-PREMIER    PIC 9(08).
               10 VTB-OCTETS-PREMIER  PIC 9(12).
               10 VTB-ENREG-PREMIER   PIC 9(09).
               10 VTB-DATE-REF        PIC 9(08).
               10 VTB-OCTETS-REF      PIC 9(12).
               10 VTB-ENREG-REF       PIC 9(09).
               10 VTB-DATE-DERNIER    PIC 9(08).
               10 VTB-OCTETS-DERNIER  PIC 9(12).
               10 VTB-ENREG-DERNIER   PIC 9(09).

      * Limites parametrees par fichier
       77 nb-limites PIC 9(02) COMP VALUE ZERO.
       77 ix-limite PIC 9(02) COMP VALUE ZERO.
       01 TABLE-LIMITES.
           05 LIMITE-ENTREE OCCURS 60.
               10 LTB-FICHIER         PIC X(30).
               10 LTB-OCTETS          PIC 9(12).

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
           IF nb-fichiers = ZERO
               MOVE '  Aucun releve de volume disponible.'
                   TO LIGNE-VOLUMES
               WRITE LIGNE-VOLUMES
           ELSE
               PERFORM 2000-RAPPORTER-FICHIER
                   VARYING ix-fichier FROM 1 BY 1
                   UNTIL ix-fichier > nb-fichiers
           END-IF.
           PERFORM 9000-FINALISER.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      * Remet a zero l'etat d'une execution precedente, le menu
      * pouvant rappeler le rapport sans le decharger
       0010-RAZ-EXECUTION.
           MOVE ZERO TO nb-fichiers.
           MOVE ZERO TO nb-limites.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-projections.

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
           MOVE 'RapportVolumes' TO JOB-NOM.
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

      * Charge les limites et l'historique des releves, puis ouvre
      * le rapport et en ecrit l'en-tete ; le releve de reference
      * est le dernier d'au moins sept jours d'age
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           COMPUTE date-reference = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(date-jour) - 7).
           PERFORM 1100-CHARGER-LIMITES.
           PERFORM 1200-CHARGER-RELEVES.
           OPEN OUTPUT RAPPORT-VOLUMES-FILE.
           MOVE SPACES TO LIGNE-VOLUMES.
           STRING 'Croissance des fichiers de donnees - '
               DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-VOLUMES.
           WRITE LIGNE-VOLUMES.
           MOVE SPACES TO LIGNE-VOLUMES.
           STRING '  Rythme mesure depuis le releve du '
               DELIMITED BY SIZE
               date-reference DELIMITED BY SIZE
               ' ou a defaut le plus ancien' DELIMITED BY SIZE
               INTO LIGNE-VOLUMES.
           WRITE LIGNE-VOLUMES.

      * Charge LIMITES-VOLUMES.DAT en memoire
       1100-CHARGER-LIMITES.
           MOVE 'N' TO indic-fin-limites.
           OPEN INPUT LIMITES-FILE.
           IF limites-statut = '00'
               PERFORM 1110-LIRE-LIMITE
               PERFORM 1120-RETENIR-LIMITE UNTIL fin-limites
               CLOSE LIMITES-FILE
           END-IF.

      * Lecture d'un enregistrement LIMITES-VOLUMES.DAT
       1110-LIRE-LIMITE.
           READ LIMITES-FILE
               AT END SET fin-limites TO TRUE
           END-READ.

      * Range la limite lue dans la table, puis relit
       1120-RETENIR-LIMITE.
           IF LIM-FICHIER NOT = SPACES AND LIM-OCTETS IS NUMERIC
                   AND nb-limites < 60
               ADD 1 TO nb-limites
               MOVE LIM-FICHIER TO LTB-FICHIER(nb-limites)
               MOVE LIM-OCTETS TO LTB-OCTETS(nb-limites)
           END-IF.
           PERFORM 1110-LIRE-LIMITE.

      * Parcourt l'historique des releves, dans l'ordre des nuits
       1200-CHARGER-RELEVES.
           MOVE 'N' TO indic-fin-volumes.
           OPEN INPUT VOLUMES-FILE.
           IF volumes-statut = '00'
               PERFORM 1210-LIRE-RELEVE
               PERFORM 1220-RETENIR-RELEVE UNTIL fin-volumes
               CLOSE VOLUMES-FILE
           END-IF.

      * Lecture d'un enregistrement VOLUMES-HISTORIQUE.DAT
       1210-LIRE-RELEVE.
           READ VOLUMES-FILE
               AT END SET fin-volumes TO TRUE
           END-READ.

      * Retient le releve lu comme premier, reference ou dernier
      * releve de son fichier, puis relit
       1220-RETENIR-RELEVE.
           ADD 1 TO cpt-lus.
           IF VOL-DATE IS NUMERIC AND VOL-DATE <= date-jour
               MOVE VOL-FICHIER TO nom-fichier
               PERFORM 1300-CHERCHER-FICHIER
               IF ix-trouve = ZERO AND nb-fichiers < limite-fichiers
                   ADD 1 TO nb-fichiers
                   MOVE nb-fichiers TO ix-trouve
                   MOVE VOL-FICHIER TO VTB-FICHIER(ix-trouve)
                   MOVE VOL-DATE TO VTB-DATE-PREMIER(ix-trouve)
                   MOVE VOL-OCTETS TO VTB-OCTETS-PREMIER(ix-trouve)
                   MOVE VOL-ENREGISTREMENTS
                       TO VTB-ENREG-PREMIER(ix-trouve)
                   MOVE ZERO TO VTB-DATE-REF(ix-trouve)
                   MOVE ZERO TO VTB-OCTETS-REF(ix-trouve)
                   MOVE ZERO TO VTB-ENREG-REF(ix-trouve)
               END-IF
               IF ix-trouve > ZERO
                   IF VOL-DATE <= date-reference
                       MOVE VOL-DATE TO VTB-DATE-REF(ix-trouve)
                       MOVE VOL-OCTETS TO VTB-OCTETS-REF(ix-trouve)
                       MOVE VOL-ENREGISTREMENTS
                           TO VTB-ENREG-REF(ix-trouve)
                   END-IF
                   MOVE VOL-DATE TO VTB-DATE-DERNIER(ix-trouve)
                   MOVE VOL-OCTETS TO VTB-OCTETS-DERNIER(ix-trouve)
                   MOVE VOL-ENREGISTREMENTS
                       TO VTB-ENREG-DERNIER(ix-trouve)
               END-IF
           END-IF.
           PERFORM 1210-LIRE-RELEVE.

      * Cherche le fichier courant dans la table des fichiers
       1300-CHERCHER-FICHIER.
           MOVE ZERO TO ix-trouve.
           PERFORM 1310-COMPARER-FICHIER
               VARYING ix-recherche FROM 1 BY 1
               UNTIL ix-recherche > nb-fichiers
               OR ix-trouve > ZERO.

      * Compare une entree de la table au fichier courant
       1310-COMPARER-FICHIER.
           IF VTB-FICHIER(ix-recherche) = nom-fichier
               MOVE ix-recherche TO ix-trouve
           END-IF.

      * Rapporte un fichier : dernier volume, rythme de croissance
      * et date d'atteinte de sa limite
       2000-RAPPORTER-FICHIER.
           IF VTB-DATE-REF(ix-fichier) = ZERO
               MOVE VTB-DATE-PREMIER(ix-fichier)
                   TO VTB-DATE-REF(ix-fichier)
               MOVE VTB-OCTETS-PREMIER(ix-fichier)
                   TO VTB-OCTETS-REF(ix-fichier)
               MOVE VTB-ENREG-PREMIER(ix-fichier)
                   TO VTB-ENREG-REF(ix-fichier)
           END-IF.
           COMPUTE jours-mesure =
               FUNCTION INTEGER-OF-DATE(VTB-DATE-DERNIER(ix-fichier))
               - FUNCTION INTEGER-OF-DATE(VTB-DATE-REF(ix-fichier)).
           MOVE VTB-OCTETS-DERNIER(ix-fichier) TO octets-edites.
           MOVE VTB-ENREG-DERNIER(ix-fichier) TO enreg-edites.
           MOVE SPACES TO LIGNE-VOLUMES.
           WRITE LIGNE-VOLUMES.
           MOVE SPACES TO LIGNE-VOLUMES.
           STRING '  ' DELIMITED BY SIZE
               VTB-FICHIER(ix-fichier) DELIMITED BY SIZE
               ' au ' DELIMITED BY SIZE
               VTB-DATE-DERNIER(ix-fichier) DELIMITED BY SIZE
               INTO LIGNE-VOLUMES.
           WRITE LIGNE-VOLUMES.
           MOVE SPACES TO LIGNE-VOLUMES.
           STRING '    ' DELIMITED BY SIZE
               enreg-edites DELIMITED BY SIZE
               ' enregistrement(s), ' DELIMITED BY SIZE
               octets-edites DELIMITED BY SIZE
               ' octet(s)' DELIMITED BY SIZE
               INTO LIGNE-VOLUMES.
           WRITE LIGNE-VOLUMES.
           IF jours-mesure <= ZERO
               MOVE '    Historique insuffisant pour mesurer le rythme'
                   TO LIGNE-VOLUMES
               WRITE LIGNE-VOLUMES
           ELSE
               PERFORM 2100-MESURER-RYTHME
               PERFORM 2200-PROJETER-LIMITE
           END-IF.

      * Croissance moyenne par jour et croissance par semaine
       2100-MESURER-RYTHME.
           COMPUTE octets-par-jour ROUNDED =
               (VTB-OCTETS-DERNIER(ix-fichier)
               - VTB-OCTETS-REF(ix-fichier)) / jours-mesure.
           COMPUTE enreg-par-jour ROUNDED =
               (VTB-ENREG-DERNIER(ix-fichier)
               - VTB-ENREG-REF(ix-fichier)) / jours-mesure.
           MOVE ZERO TO taux-hebdo.
           IF VTB-OCTETS-REF(ix-fichier) > ZERO
               COMPUTE taux-hebdo ROUNDED =
                   ((VTB-OCTETS-DERNIER(ix-fichier)
                   - VTB-OCTETS-REF(ix-fichier)) * 700)
                   / (VTB-OCTETS-REF(ix-fichier) * jours-mesure)
                   ON SIZE ERROR
                       MOVE 99999.99 TO taux-hebdo
               END-COMPUTE
           END-IF.
           MOVE octets-par-jour TO octets-jour-edites.
           MOVE enreg-par-jour TO enreg-jour-edites.
           MOVE taux-hebdo TO taux-edite.
           MOVE jours-mesure TO jours-edites.
           MOVE SPACES TO LIGNE-VOLUMES.
           STRING '    Par jour : ' DELIMITED BY SIZE
               enreg-jour-edites DELIMITED BY SIZE
               ' enr., ' DELIMITED BY SIZE
               octets-jour-edites DELIMITED BY SIZE
               ' oct. ; par semaine : ' DELIMITED BY SIZE
               taux-edite DELIMITED BY SIZE
               ' %' DELIMITED BY SIZE
               INTO LIGNE-VOLUMES.
           WRITE LIGNE-VOLUMES.

      * Date d'atteinte de la limite du fichier au rythme mesure
       2200-PROJETER-LIMITE.
           MOVE ZERO TO limite-fichier.
           PERFORM 2210-CHERCHER-LIMITE
               VARYING ix-limite FROM 1 BY 1
               UNTIL ix-limite > nb-limites.
           MOVE limite-fichier TO limite-editee.
           MOVE SPACES TO LIGNE-VOLUMES.
           EVALUATE TRUE
               WHEN limite-fichier = ZERO
                   MOVE '    Aucune limite parametree'
                       TO LIGNE-VOLUMES
               WHEN VTB-OCTETS-DERNIER(ix-fichier) >= limite-fichier
                   STRING '    Limite de ' DELIMITED BY SIZE
                       limite-editee DELIMITED BY SIZE
                       ' octets DEJA ATTEINTE' DELIMITED BY SIZE
                       INTO LIGNE-VOLUMES
               WHEN octets-par-jour <= ZERO
                   STRING '    Limite de ' DELIMITED BY SIZE
                       limite-editee DELIMITED BY SIZE
                       ' octets, volume stable' DELIMITED BY SIZE
                       INTO LIGNE-VOLUMES
               WHEN OTHER
                   PERFORM 2220-DATER-ATTEINTE
           END-EVALUATE.
           WRITE LIGNE-VOLUMES.

      * Retient la limite parametree du fichier courant
       2210-CHERCHER-LIMITE.
           IF LTB-FICHIER(ix-limite) = VTB-FICHIER(ix-fichier)
               MOVE LTB-OCTETS(ix-limite) TO limite-fichier
           END-IF.

      * Compte les jours restants avant la limite, arrondis au jour
      * superieur, et les date depuis le dernier releve ; au-dela
      * de cent ans, la limite n'est plus datee
       2220-DATER-ATTEINTE.
           COMPUTE jours-restants =
               (limite-fichier - VTB-OCTETS-DERNIER(ix-fichier)
               + octets-par-jour - 0.01) / octets-par-jour.
           IF jours-restants > 36500
               STRING '    Limite de ' DELIMITED BY SIZE
                   limite-editee DELIMITED BY SIZE
                   ' octets hors d''atteinte' DELIMITED BY SIZE
                   INTO LIGNE-VOLUMES
           ELSE
               COMPUTE date-atteinte = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                   (VTB-DATE-DERNIER(ix-fichier)) + jours-restants)
               ADD 1 TO cpt-projections
               STRING '    Limite de ' DELIMITED BY SIZE
                   limite-editee DELIMITED BY SIZE
                   ' octets atteinte vers le ' DELIMITED BY SIZE
                   date-atteinte DELIMITED BY SIZE
                   INTO LIGNE-VOLUMES
           END-IF.

      * Ferme le rapport et trace la fin du job
       9000-FINALISER.
           CLOSE RAPPORT-VOLUMES-FILE.
           DISPLAY 'Croissance des volumes sur RAPPORT-VOLUMES.DAT.'.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportVolumes' TO JOB-NOM.
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
           MOVE cpt-lus TO JOB-LUS.
           MOVE nb-fichiers TO JOB-ECRITS.
           MOVE ZERO TO JOB-REJETS.
           OPEN EXTEND JOBLOG-FILE.
           IF joblog-statut = '35'
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           MOVE numero-passage TO JOB-PASSAGE.
           MOVE site-exploitation TO JOB-SITE.
           WRITE JOBLOG-ENREGISTREMENT.
           CLOSE JOBLOG-FILE.
