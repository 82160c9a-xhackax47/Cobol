      * Code RapportFournisseurs en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportFournisseurs.

      * Traitement a la demande : balance agee des dettes
      * fournisseurs. Pour chaque fournisseur qui a des factures
      * ouvertes dans FACTURES-FOURNISSEURS.DAT, edite le detail
      * des factures puis le restant du reparti par anciennete
      * depuis l'echeance (non echu, 1 a 30, 31 a 60, 61 a 90,
      * plus de 90 jours) et son total, et termine par les memes
      * tranches pour l'ensemble des fournisseurs. Le nom complet
      * vient du fichier maitre TIERS.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURES-FOURN-FILE
               ASSIGN TO "FACTURES-FOURNISSEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS factures-fourn-statut.
           SELECT TIERS-FILE ASSIGN TO "TIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS tiers-statut.
           SELECT RAPPORT-FOURN-FILE
               ASSIGN TO "RAPPORT-FOURNISSEURS.DAT"
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
       FD FACTURES-FOURN-FILE.
       COPY "cpfactfourn.cpy".

       FD TIERS-FILE.
       COPY "cptiers.cpy".

       FD RAPPORT-FOURN-FILE.
       01 LIGNE-FOURN                 PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 factures-fourn-statut PIC X(02).
       77 tiers-statut PIC X(02).
       77 indic-fin-factures PIC X(01) VALUE 'N'.
           88 fin-factures VALUE 'O'.
       77 indic-fin-tiers PIC X(01) VALUE 'N'.
           88 fin-tiers VALUE 'O'.
       77 indic-tiers-trouve PIC X(01) VALUE 'N'.
           88 tiers-trouve VALUE 'O'.
       77 indic-facture-trouvee PIC X(01) VALUE 'N'.
           88 facture-trouvee VALUE 'O'.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 jour-entier PIC S9(07) COMP VALUE ZERO.
       77 jours-retard PIC S9(07) COMP VALUE ZERO.
       77 jours-edite PIC -(5)9.
       77 rang-tranche PIC 9(01) COMP VALUE ZERO.
       77 tiers-en-cours PIC X(06) VALUE SPACES.
       77 cpt-lignes PIC 9(07) COMP VALUE ZERO.
       77 cpt-ouvertes PIC 9(05) COMP VALUE ZERO.
       77 montant-edite PIC -(9)9.99.

      * Etat courant des factures, la derniere ligne d'un numero
      * faisant foi
       77 nb-factures PIC 9(04) COMP VALUE ZERO.
       77 ix-facture PIC 9(04) COMP VALUE ZERO.
       77 limite-factures PIC 9(04) COMP VALUE 2000.
       01 TABLE-FACTURES.
           05 FACTURE-TABLE OCCURS 2000.
               10 FTB-NUMERO          PIC 9(06).
               10 FTB-IMAGE           PIC X(110).

      * Restant du par fournisseur et par tranche d'anciennete
       77 nb-cumuls PIC 9(03) COMP VALUE ZERO.
       77 ix-cumul PIC 9(03) COMP VALUE ZERO.
       77 ix-tranche PIC 9(01) COMP VALUE ZERO.
       01 TABLE-CUMULS.
           05 CUMUL-FOURN OCCURS 200.
               10 CUF-CODE            PIC X(06).
               10 CUF-NOM             PIC X(30).
               10 CUF-FACTURES        PIC 9(05) COMP.
               10 CUF-TRANCHE OCCURS 5
                                      PIC S9(9)V99.
               10 CUF-TOTAL           PIC S9(9)V99.
       01 TOTAUX-GENERAUX.
           05 TOT-TRANCHE OCCURS 5    PIC S9(9)V99.
           05 TOT-GENERAL             PIC S9(9)V99.
       01 LIBELLES-TRANCHES.
           05 FILLER PIC X(20) VALUE '    Non echu      : '.
           05 FILLER PIC X(20) VALUE '    1 a 30 jours  : '.
           05 FILLER PIC X(20) VALUE '    31 a 60 jours : '.
           05 FILLER PIC X(20) VALUE '    61 a 90 jours : '.
           05 FILLER PIC X(20) VALUE '    Plus de 90 j. : '.
       01 LIBELLES-TRANCHES-R REDEFINES LIBELLES-TRANCHES.
           05 LIB-TRANCHE OCCURS 5    PIC X(20).

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
           PERFORM 2000-CUMULER-FACTURE
               VARYING ix-facture FROM 1 BY 1
               UNTIL ix-facture > nb-factures.
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
           MOVE 'RapportFournisseurs' TO JOB-NOM.
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

      * Charge les noms des fournisseurs et l'etat courant des
      * factures
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           COMPUTE jour-entier = FUNCTION INTEGER-OF-DATE(date-jour).
           MOVE ZERO TO cpt-lignes.
           MOVE ZERO TO cpt-ouvertes.
           MOVE ZERO TO TOT-GENERAL.
           PERFORM 1050-RAZ-TOTAL
               VARYING ix-tranche FROM 1 BY 1
               UNTIL ix-tranche > 5.
           PERFORM 1100-CHARGER-TIERS.
           PERFORM 1500-CHARGER-FACTURES.

      * Met a zero une tranche du total general
       1050-RAZ-TOTAL.
           MOVE ZERO TO TOT-TRANCHE(ix-tranche).

      * Charge le fichier maitre des contreparties : une ligne de
      * cumul par code, le nom repris pour l'edition
       1100-CHARGER-TIERS.
           MOVE ZERO TO nb-cumuls.
           MOVE 'N' TO indic-fin-tiers.
           OPEN INPUT TIERS-FILE.
           IF tiers-statut = '00'
               PERFORM 1110-LIRE-TIERS
               PERFORM 1120-RETENIR-TIERS UNTIL fin-tiers
               CLOSE TIERS-FILE
           END-IF.

      * Lecture d'un enregistrement TIERS.DAT
       1110-LIRE-TIERS.
           READ TIERS-FILE
               AT END SET fin-tiers TO TRUE
           END-READ.

      * Range le fournisseur lu dans la table des cumuls, puis relit
       1120-RETENIR-TIERS.
           IF nb-cumuls < 200
               ADD 1 TO nb-cumuls
               MOVE nb-cumuls TO ix-cumul
               MOVE TIE-CODE TO CUF-CODE(ix-cumul)
               MOVE TIE-NOM TO CUF-NOM(ix-cumul)
               PERFORM 1130-RAZ-CUMUL
           END-IF.
           PERFORM 1110-LIRE-TIERS.

      * Met a zero la ligne de cumul ix-cumul
       1130-RAZ-CUMUL.
           MOVE ZERO TO CUF-FACTURES(ix-cumul).
           MOVE ZERO TO CUF-TOTAL(ix-cumul).
           PERFORM 1140-RAZ-TRANCHE
               VARYING ix-tranche FROM 1 BY 1
               UNTIL ix-tranche > 5.

      * Met a zero une tranche de la ligne de cumul
       1140-RAZ-TRANCHE.
           MOVE ZERO TO CUF-TRANCHE(ix-cumul ix-tranche).

      * Charge l'etat courant des factures, la derniere ligne d'un
      * numero recouvrant la precedente
       1500-CHARGER-FACTURES.
           MOVE ZERO TO nb-factures.
           MOVE 'N' TO indic-fin-factures.
           OPEN INPUT FACTURES-FOURN-FILE.
           IF factures-fourn-statut = '00'
               PERFORM 1510-LIRE-FACTURE
               PERFORM 1520-RETENIR-FACTURE UNTIL fin-factures
               CLOSE FACTURES-FOURN-FILE
           END-IF.

      * Lecture d'un enregistrement FACTURES-FOURNISSEURS.DAT
       1510-LIRE-FACTURE.
           READ FACTURES-FOURN-FILE
               AT END SET fin-factures TO TRUE
           END-READ.

      * Range la facture lue dans la table, en recouvrant la ligne
      * anterieure du meme numero, puis relit
       1520-RETENIR-FACTURE.
           ADD 1 TO cpt-lignes.
           MOVE 'N' TO indic-facture-trouvee.
           MOVE ZERO TO ix-facture.
           PERFORM 1530-COMPARER-FACTURE
               UNTIL facture-trouvee OR ix-facture >= nb-factures.
           IF NOT facture-trouvee
               IF nb-factures < limite-factures
                   ADD 1 TO nb-factures
                   MOVE nb-factures TO ix-facture
                   SET facture-trouvee TO TRUE
               END-IF
           END-IF.
           IF facture-trouvee
               MOVE FFO-NUMERO TO FTB-NUMERO(ix-facture)
               MOVE FACTURE-FOURN-ENREGISTREMENT
                   TO FTB-IMAGE(ix-facture)
           END-IF.
           PERFORM 1510-LIRE-FACTURE.

      * Compare la ligne suivante de la table au numero lu
       1530-COMPARER-FACTURE.
           ADD 1 TO ix-facture.
           IF FTB-NUMERO(ix-facture) = FFO-NUMERO
               SET facture-trouvee TO TRUE
           END-IF.

      * Cumule la facture ouverte dans la tranche d'anciennete de
      * son fournisseur
       2000-CUMULER-FACTURE.
           MOVE FTB-IMAGE(ix-facture) TO FACTURE-FOURN-ENREGISTREMENT.
           IF FFO-OUVERTE
               ADD 1 TO cpt-ouvertes
               MOVE FFO-TIERS TO tiers-en-cours
               PERFORM 2200-TROUVER-CUMUL
               PERFORM 2100-CALCULER-TRANCHE
               IF tiers-trouve
                   ADD 1 TO CUF-FACTURES(ix-cumul)
                   ADD FFO-MONTANT
                       TO CUF-TRANCHE(ix-cumul rang-tranche)
                   ADD FFO-MONTANT TO CUF-TOTAL(ix-cumul)
               END-IF
               ADD FFO-MONTANT TO TOT-TRANCHE(rang-tranche)
               ADD FFO-MONTANT TO TOT-GENERAL
           END-IF.

      * Jours passes depuis l'echeance et tranche d'anciennete
       2100-CALCULER-TRANCHE.
           COMPUTE jours-retard = jour-entier
               - FUNCTION INTEGER-OF-DATE(FFO-DATE-ECHEANCE).
           EVALUATE TRUE
               WHEN jours-retard <= 0
                   MOVE 1 TO rang-tranche
               WHEN jours-retard <= 30
                   MOVE 2 TO rang-tranche
               WHEN jours-retard <= 60
                   MOVE 3 TO rang-tranche
               WHEN jours-retard <= 90
                   MOVE 4 TO rang-tranche
               WHEN OTHER
                   MOVE 5 TO rang-tranche
           END-EVALUATE.

      * Avance sur la ligne de cumul du fournisseur courant, creee
      * a la premiere rencontre
       2200-TROUVER-CUMUL.
           MOVE 'N' TO indic-tiers-trouve.
           MOVE ZERO TO ix-cumul.
           PERFORM 2210-COMPARER-CUMUL
               UNTIL tiers-trouve OR ix-cumul >= nb-cumuls.
           IF NOT tiers-trouve
               IF nb-cumuls < 200
                   ADD 1 TO nb-cumuls
                   MOVE nb-cumuls TO ix-cumul
                   MOVE tiers-en-cours TO CUF-CODE(ix-cumul)
                   MOVE SPACES TO CUF-NOM(ix-cumul)
                   MOVE tiers-en-cours TO CUF-NOM(ix-cumul)(1:6)
                   PERFORM 1130-RAZ-CUMUL
                   SET tiers-trouve TO TRUE
               END-IF
           END-IF.

      * Compare la ligne de cumul suivante au fournisseur courant
       2210-COMPARER-CUMUL.
           ADD 1 TO ix-cumul.
           IF CUF-CODE(ix-cumul) = tiers-en-cours
               SET tiers-trouve TO TRUE
           END-IF.

      * Edite la balance agee : un bloc par fournisseur debiteur,
      * puis les tranches de l'ensemble
       5000-EDITER-RAPPORT.
           OPEN OUTPUT RAPPORT-FOURN-FILE.
           MOVE SPACES TO LIGNE-FOURN.
           STRING 'Balance agee des fournisseurs au ' DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-FOURN.
           WRITE LIGNE-FOURN.
           MOVE ZERO TO ix-cumul.
           PERFORM 5100-EDITER-UN-FOURNISSEUR
               UNTIL ix-cumul >= nb-cumuls.
           IF cpt-ouvertes = ZERO
               MOVE '  Aucune facture fournisseur ouverte.'
                   TO LIGNE-FOURN
               WRITE LIGNE-FOURN
           ELSE
               MOVE '=== Ensemble des fournisseurs' TO LIGNE-FOURN
               WRITE LIGNE-FOURN
               PERFORM 5400-LIGNE-TOTAL-TRANCHE
                   VARYING ix-tranche FROM 1 BY 1
                   UNTIL ix-tranche > 5
               MOVE TOT-GENERAL TO montant-edite
               MOVE SPACES TO LIGNE-FOURN
               MOVE '    Total du      : ' TO LIGNE-FOURN(1:20)
               MOVE montant-edite TO LIGNE-FOURN(22:13)
               WRITE LIGNE-FOURN
           END-IF.
           CLOSE RAPPORT-FOURN-FILE.

      * Edite le fournisseur suivant s'il a des factures ouvertes :
      * entete, detail, tranches et total
       5100-EDITER-UN-FOURNISSEUR.
           ADD 1 TO ix-cumul.
           IF CUF-FACTURES(ix-cumul) > ZERO
               MOVE SPACES TO LIGNE-FOURN
               STRING '=== ' DELIMITED BY SIZE
                   CUF-CODE(ix-cumul) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CUF-NOM(ix-cumul) DELIMITED BY SIZE
                   INTO LIGNE-FOURN
               WRITE LIGNE-FOURN
               PERFORM 5200-DETAIL-FACTURE
                   VARYING ix-facture FROM 1 BY 1
                   UNTIL ix-facture > nb-factures
               PERFORM 5300-LIGNE-TRANCHE
                   VARYING ix-tranche FROM 1 BY 1
                   UNTIL ix-tranche > 5
               MOVE CUF-TOTAL(ix-cumul) TO montant-edite
               MOVE SPACES TO LIGNE-FOURN
               MOVE '    Total du      : ' TO LIGNE-FOURN(1:20)
               MOVE montant-edite TO LIGNE-FOURN(22:13)
               WRITE LIGNE-FOURN
           END-IF.

      * Edite la facture si elle est ouverte et du fournisseur en
      * cours d'edition : numero, reference, echeance, jours de
      * retard et montant
       5200-DETAIL-FACTURE.
           MOVE FTB-IMAGE(ix-facture) TO FACTURE-FOURN-ENREGISTREMENT.
           IF FFO-OUVERTE AND FFO-TIERS = CUF-CODE(ix-cumul)
               COMPUTE jours-retard = jour-entier
                   - FUNCTION INTEGER-OF-DATE(FFO-DATE-ECHEANCE)
               MOVE jours-retard TO jours-edite
               MOVE FFO-MONTANT TO montant-edite
               MOVE SPACES TO LIGNE-FOURN
               STRING '  ' DELIMITED BY SIZE
                   FFO-NUMERO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FFO-REFERENCE DELIMITED BY SIZE
                   ' ech. ' DELIMITED BY SIZE
                   FFO-DATE-ECHEANCE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   jours-edite DELIMITED BY SIZE
                   ' j ' DELIMITED BY SIZE
                   montant-edite DELIMITED BY SIZE
                   INTO LIGNE-FOURN
               WRITE LIGNE-FOURN
           END-IF.

      * Ligne d'une tranche d'anciennete du fournisseur
       5300-LIGNE-TRANCHE.
           MOVE CUF-TRANCHE(ix-cumul ix-tranche) TO montant-edite.
           MOVE SPACES TO LIGNE-FOURN.
           MOVE LIB-TRANCHE(ix-tranche) TO LIGNE-FOURN(1:20).
           MOVE montant-edite TO LIGNE-FOURN(22:13).
           WRITE LIGNE-FOURN.

      * Ligne d'une tranche d'anciennete de l'ensemble
       5400-LIGNE-TOTAL-TRANCHE.
           MOVE TOT-TRANCHE(ix-tranche) TO montant-edite.
           MOVE SPACES TO LIGNE-FOURN.
           MOVE LIB-TRANCHE(ix-tranche) TO LIGNE-FOURN(1:20).
           MOVE montant-edite TO LIGNE-FOURN(22:13).
           WRITE LIGNE-FOURN.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportFournisseurs' TO JOB-NOM.
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
           MOVE cpt-ouvertes TO JOB-ECRITS.
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
