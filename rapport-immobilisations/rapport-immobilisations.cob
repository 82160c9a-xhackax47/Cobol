      * Code RapportImmobilisations en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportImmobilisations.

      * Traitement a la demande : etat du registre des
      * immobilisations IMMOBILISATIONS.DAT. Chaque bien actif est
      * edite avec son cout d'acquisition, ses amortissements
      * cumules et sa valeur nette comptable, regroupe par compte
      * d'actif avec un sous-total par compte, puis le total general
      * et le nombre de biens deja cedes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMMOBILISATIONS-FILE
               ASSIGN TO "IMMOBILISATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS immobilisations-statut.
           SELECT RAPPORT-IMMO-FILE
               ASSIGN TO "RAPPORT-IMMOBILISATIONS.DAT"
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
       FD IMMOBILISATIONS-FILE.
       COPY "cpimmobilisation.cpy".

       FD RAPPORT-IMMO-FILE.
       01 LIGNE-IMMO                  PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 immobilisations-statut PIC X(02).
       77 indic-fin-immobilisations PIC X(01) VALUE 'N'.
           88 fin-immobilisations VALUE 'O'.
       77 indic-immobilisation-trouvee PIC X(01) VALUE 'N'.
           88 immobilisation-trouvee VALUE 'O'.
       77 indic-compte-trouve PIC X(01) VALUE 'N'.
           88 compte-trouve VALUE 'O'.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 cpt-lignes PIC 9(07) COMP VALUE ZERO.
       77 cpt-actives PIC 9(05) COMP VALUE ZERO.
       77 cpt-cedees PIC 9(05) COMP VALUE ZERO.
       77 valeur-nette PIC S9(7)V99 VALUE ZERO.
       77 montant-edite PIC -(9)9.99.
       77 nombre-edite PIC Z(4)9.

      * Etat courant du registre, la derniere ligne d'un numero
      * faisant foi
       77 nb-immobilisations PIC 9(04) COMP VALUE ZERO.
       77 ix-immobilisation PIC 9(04) COMP VALUE ZERO.
       77 limite-immobilisations PIC 9(04) COMP VALUE 2000.
       01 TABLE-IMMOBILISATIONS.
           05 IMMOBILISATION-TABLE OCCURS 2000.
               10 ITB-NUMERO          PIC 9(06).
               10 ITB-IMAGE           PIC X(135).

      * Cumuls par compte d'actif, dans l'ordre de premiere
      * rencontre
       77 nb-cumuls PIC 9(03) COMP VALUE ZERO.
       77 ix-cumul PIC 9(03) COMP VALUE ZERO.
       77 compte-en-cours PIC X(06) VALUE SPACES.
       01 TABLE-CUMULS.
           05 CUMUL-COMPTE OCCURS 100.
               10 CUC-COMPTE          PIC X(06).
               10 CUC-BIENS           PIC 9(05) COMP.
               10 CUC-COUT            PIC S9(9)V99.
               10 CUC-AMORTI          PIC S9(9)V99.
               10 CUC-NETTE           PIC S9(9)V99.
       01 TOTAUX-GENERAUX.
           05 TOT-COUT                PIC S9(9)V99.
           05 TOT-AMORTI              PIC S9(9)V99.
           05 TOT-NETTE               PIC S9(9)V99.

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
           PERFORM 2000-CUMULER-IMMOBILISATION
               VARYING ix-immobilisation FROM 1 BY 1
               UNTIL ix-immobilisation > nb-immobilisations.
           PERFORM 5000-EDITER-RAPPORT.
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
           MOVE 'RapportImmobilis' TO JOB-NOM.
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

      * Remet a zero l'execution et charge l'etat courant du registre
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           MOVE ZERO TO cpt-lignes.
           MOVE ZERO TO cpt-actives.
           MOVE ZERO TO cpt-cedees.
           MOVE ZERO TO nb-cumuls.
           MOVE ZERO TO TOT-COUT.
           MOVE ZERO TO TOT-AMORTI.
           MOVE ZERO TO TOT-NETTE.
           PERFORM 1500-CHARGER-IMMOBILISATIONS.

      * Charge l'etat courant du registre, la derniere ligne d'un
      * numero recouvrant la precedente
       1500-CHARGER-IMMOBILISATIONS.
           MOVE ZERO TO nb-immobilisations.
           MOVE 'N' TO indic-fin-immobilisations.
           OPEN INPUT IMMOBILISATIONS-FILE.
           IF immobilisations-statut = '00'
               PERFORM 1510-LIRE-IMMOBILISATION
               PERFORM 1520-RETENIR-IMMOBILISATION
                   UNTIL fin-immobilisations
               CLOSE IMMOBILISATIONS-FILE
           END-IF.

      * Lecture d'un enregistrement IMMOBILISATIONS.DAT
       1510-LIRE-IMMOBILISATION.
           READ IMMOBILISATIONS-FILE
               AT END SET fin-immobilisations TO TRUE
           END-READ.

      * Range le bien lu dans la table, en recouvrant la ligne
      * anterieure du meme numero, puis relit
       1520-RETENIR-IMMOBILISATION.
           ADD 1 TO cpt-lignes.
           MOVE 'N' TO indic-immobilisation-trouvee.
           MOVE ZERO TO ix-immobilisation.
           PERFORM 1530-COMPARER-IMMOBILISATION
               UNTIL immobilisation-trouvee
               OR ix-immobilisation >= nb-immobilisations.
           IF NOT immobilisation-trouvee
               IF nb-immobilisations < limite-immobilisations
                   ADD 1 TO nb-immobilisations
                   MOVE nb-immobilisations TO ix-immobilisation
                   SET immobilisation-trouvee TO TRUE
               END-IF
           END-IF.
           IF immobilisation-trouvee
               MOVE IMM-NUMERO TO ITB-NUMERO(ix-immobilisation)
               MOVE IMMOBILISATION-ENREGISTREMENT
                   TO ITB-IMAGE(ix-immobilisation)
           END-IF.
           PERFORM 1510-LIRE-IMMOBILISATION.

      * Compare la ligne suivante de la table au numero lu
       1530-COMPARER-IMMOBILISATION.
           ADD 1 TO ix-immobilisation.
           IF ITB-NUMERO(ix-immobilisation) = IMM-NUMERO
               SET immobilisation-trouvee TO TRUE
           END-IF.

      * Cumule le bien actif sur son compte d'actif et au total
      * general ; un bien cede est seulement compte
       2000-CUMULER-IMMOBILISATION.
           MOVE ITB-IMAGE(ix-immobilisation)
               TO IMMOBILISATION-ENREGISTREMENT.
           IF IMM-CEDEE
               ADD 1 TO cpt-cedees
           ELSE
               ADD 1 TO cpt-actives
               COMPUTE valeur-nette = IMM-COUT - IMM-AMORTI
               MOVE IMM-COMPTE TO compte-en-cours
               PERFORM 2100-TROUVER-CUMUL
               IF compte-trouve
                   ADD 1 TO CUC-BIENS(ix-cumul)
                   ADD IMM-COUT TO CUC-COUT(ix-cumul)
                   ADD IMM-AMORTI TO CUC-AMORTI(ix-cumul)
                   ADD valeur-nette TO CUC-NETTE(ix-cumul)
               END-IF
               ADD IMM-COUT TO TOT-COUT
               ADD IMM-AMORTI TO TOT-AMORTI
               ADD valeur-nette TO TOT-NETTE
           END-IF.

      * Avance sur la ligne de cumul du compte courant, creee a la
      * premiere rencontre
       2100-TROUVER-CUMUL.
           MOVE 'N' TO indic-compte-trouve.
           MOVE ZERO TO ix-cumul.
           PERFORM 2110-COMPARER-CUMUL
               UNTIL compte-trouve OR ix-cumul >= nb-cumuls.
           IF NOT compte-trouve
               IF nb-cumuls < 100
                   ADD 1 TO nb-cumuls
                   MOVE nb-cumuls TO ix-cumul
                   MOVE compte-en-cours TO CUC-COMPTE(ix-cumul)
                   MOVE ZERO TO CUC-BIENS(ix-cumul)
                   MOVE ZERO TO CUC-COUT(ix-cumul)
                   MOVE ZERO TO CUC-AMORTI(ix-cumul)
                   MOVE ZERO TO CUC-NETTE(ix-cumul)
                   SET compte-trouve TO TRUE
               END-IF
           END-IF.

      * Compare la ligne de cumul suivante au compte courant
       2110-COMPARER-CUMUL.
           ADD 1 TO ix-cumul.
           IF CUC-COMPTE(ix-cumul) = compte-en-cours
               SET compte-trouve TO TRUE
           END-IF.

      * Edite l'etat : un bloc par compte d'actif, puis le total
      * general et le nombre de biens cedes
       5000-EDITER-RAPPORT.
           OPEN OUTPUT RAPPORT-IMMO-FILE.
           MOVE SPACES TO LIGNE-IMMO.
           STRING 'Registre des immobilisations au ' DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-IMMO.
           WRITE LIGNE-IMMO.
           MOVE SPACES TO LIGNE-IMMO.
           MOVE 'Numero' TO LIGNE-IMMO(3:6).
           MOVE 'Libelle' TO LIGNE-IMMO(10:7).
           MOVE 'Cout' TO LIGNE-IMMO(44:4).
           MOVE 'Amorti' TO LIGNE-IMMO(56:6).
           MOVE 'Val. nette' TO LIGNE-IMMO(66:10).
           WRITE LIGNE-IMMO.
           IF cpt-actives = ZERO
               MOVE '  Aucune immobilisation en service.' TO LIGNE-IMMO
               WRITE LIGNE-IMMO
           ELSE
               PERFORM 5100-EDITER-UN-COMPTE
                   VARYING ix-cumul FROM 1 BY 1
                   UNTIL ix-cumul > nb-cumuls
               MOVE SPACES TO LIGNE-IMMO
               MOVE '=== Total general' TO LIGNE-IMMO(1:17)
               MOVE TOT-COUT TO montant-edite
               MOVE montant-edite TO LIGNE-IMMO(35:13)
               MOVE TOT-AMORTI TO montant-edite
               MOVE montant-edite TO LIGNE-IMMO(49:13)
               MOVE TOT-NETTE TO montant-edite
               MOVE montant-edite TO LIGNE-IMMO(63:13)
               WRITE LIGNE-IMMO
           END-IF.
           MOVE SPACES TO LIGNE-IMMO.
           MOVE 'Biens en service : ' TO LIGNE-IMMO(1:19).
           MOVE cpt-actives TO nombre-edite.
           MOVE nombre-edite TO LIGNE-IMMO(20:5).
           MOVE '   biens cedes : ' TO LIGNE-IMMO(25:17).
           MOVE cpt-cedees TO nombre-edite.
           MOVE nombre-edite TO LIGNE-IMMO(42:5).
           WRITE LIGNE-IMMO.
           CLOSE RAPPORT-IMMO-FILE.

      * Edite le compte d'actif courant : entete, biens et
      * sous-total
       5100-EDITER-UN-COMPTE.
           MOVE SPACES TO LIGNE-IMMO.
           STRING '=== Compte ' DELIMITED BY SIZE
               CUC-COMPTE(ix-cumul) DELIMITED BY SIZE
               INTO LIGNE-IMMO.
           WRITE LIGNE-IMMO.
           PERFORM 5200-DETAIL-IMMOBILISATION
               VARYING ix-immobilisation FROM 1 BY 1
               UNTIL ix-immobilisation > nb-immobilisations.
           MOVE SPACES TO LIGNE-IMMO.
           MOVE '    Total compte' TO LIGNE-IMMO(1:16).
           MOVE CUC-COUT(ix-cumul) TO montant-edite.
           MOVE montant-edite TO LIGNE-IMMO(35:13).
           MOVE CUC-AMORTI(ix-cumul) TO montant-edite.
           MOVE montant-edite TO LIGNE-IMMO(49:13).
           MOVE CUC-NETTE(ix-cumul) TO montant-edite.
           MOVE montant-edite TO LIGNE-IMMO(63:13).
           WRITE LIGNE-IMMO.

      * Edite le bien s'il est en service et du compte en cours
      * d'edition : numero, libelle, cout, amorti et valeur nette
       5200-DETAIL-IMMOBILISATION.
           MOVE ITB-IMAGE(ix-immobilisation)
               TO IMMOBILISATION-ENREGISTREMENT.
           IF IMM-ACTIVE AND IMM-COMPTE = CUC-COMPTE(ix-cumul)
               COMPUTE valeur-nette = IMM-COUT - IMM-AMORTI
               MOVE SPACES TO LIGNE-IMMO
               MOVE IMM-NUMERO TO LIGNE-IMMO(3:6)
               MOVE IMM-LIBELLE TO LIGNE-IMMO(10:24)
               MOVE IMM-COUT TO montant-edite
               MOVE montant-edite TO LIGNE-IMMO(35:13)
               MOVE IMM-AMORTI TO montant-edite
               MOVE montant-edite TO LIGNE-IMMO(49:13)
               MOVE valeur-nette TO montant-edite
               MOVE montant-edite TO LIGNE-IMMO(63:13)
               WRITE LIGNE-IMMO
           END-IF.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportImmobilis' TO JOB-NOM.
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
           MOVE cpt-lignes TO JOB-LUS.
           MOVE cpt-actives TO JOB-ECRITS.
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
