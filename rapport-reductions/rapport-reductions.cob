      * Code RapportReductions en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportReductions.

      * Traitement a la demande : pour le trimestre choisi de
      * l'annee scolaire en cours (depuis le 1er septembre), totalise
      * par regle les reductions accordees a la facturation
      * (REDUCTIONS-ACCORDEES.DAT) : nombre de factures, montant
      * remis, puis le total general. Le libelle de chaque regle
      * est repris de REDUCTIONS-FRAIS.DAT. L'etat sort sur
      * RAPPORT-REDUCTIONS.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCORDEES-FILE
               ASSIGN TO "REDUCTIONS-ACCORDEES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS accordees-statut.
           SELECT REDUCTIONS-FILE ASSIGN TO "REDUCTIONS-FRAIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS reductions-statut.
           SELECT RAPPORT-FILE ASSIGN TO "RAPPORT-REDUCTIONS.DAT"
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
       FD ACCORDEES-FILE.
       COPY "cpreductionaccordee.cpy".

       FD REDUCTIONS-FILE.
       COPY "cpreduction.cpy".

       FD RAPPORT-FILE.
       01 LIGNE-RAPPORT               PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 accordees-statut PIC X(02).
       77 reductions-statut PIC X(02).
       77 trimestre-saisi PIC 9(01).
       77 indic-fin-accordees PIC X(01) VALUE 'N'.
           88 fin-accordees VALUE 'O'.
       77 indic-fin-reductions PIC X(01) VALUE 'N'.
           88 fin-reductions VALUE 'O'.
       77 indic-total-trouve PIC X(01) VALUE 'N'.
           88 total-trouve VALUE 'O'.
       77 date-jour-aff PIC 9(08).
       77 annee-rentree PIC 9(04) VALUE ZERO.
       77 date-rentree PIC 9(08) VALUE ZERO.
       77 cpt-lues PIC 9(05) COMP VALUE ZERO.
       77 cpt-retenues PIC 9(05) COMP VALUE ZERO.
       77 total-general PIC S9(9)V99 VALUE ZERO.
       77 montant-edite PIC -(9)9.99.
       77 nombre-edite PIC ZZZZ9.

      * Totaux par regle, dans l'ordre de premiere apparition
       77 nb-totaux PIC 9(03) COMP VALUE ZERO.
       77 ix-total PIC 9(03) COMP VALUE ZERO.
       77 limite-totaux PIC 9(03) COMP VALUE 100.
       01 TABLE-TOTAUX.
           05 TOTAL-TABLE OCCURS 100.
               10 TOT-CODE            PIC X(04).
               10 TOT-LIBELLE         PIC X(30).
               10 TOT-NOMBRE          PIC 9(05).
               10 TOT-MONTANT         PIC S9(9)V99.

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

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-trimestre.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Reductions accordees'.
           2 LINE 6 COL 10 VALUE 'Trimestre (1 a 4) : '.
           2 PIC 9(01) TO trimestre-saisi REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           DISPLAY pls-trimestre.
           ACCEPT pls-trimestre.
           PERFORM 1000-INITIALISER.
           IF RETURN-CODE = ZERO
               PERFORM 2000-TOTALISER-REDUCTION UNTIL fin-accordees
               PERFORM 3000-ECRIRE-RAPPORT
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
           MOVE 'RapportReductions' TO JOB-NOM.
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

      * Date de la rentree de l'annee scolaire en cours : le 1er
      * septembre de l'annee, ou de la precedente avant septembre
       0200-CALCULER-RENTREE.
           MOVE date-jour-aff(1:4) TO annee-rentree.
           IF date-jour-aff(5:2) < '09'
               SUBTRACT 1 FROM annee-rentree
           END-IF.
           MOVE annee-rentree TO date-rentree(1:4).
           MOVE '0901' TO date-rentree(5:4).

      * Ouvre les reductions accordees et lit la premiere
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE ZERO TO RETURN-CODE.
           PERFORM 0200-CALCULER-RENTREE.
           MOVE ZERO TO nb-totaux.
           MOVE ZERO TO total-general.
           MOVE 'N' TO indic-fin-accordees.
           OPEN INPUT ACCORDEES-FILE.
           IF accordees-statut NOT = '00'
               DISPLAY 'Aucune reduction accordee a ce jour.'
               SET fin-accordees TO TRUE
           ELSE
               PERFORM 2100-LIRE-ACCORDEE
           END-IF.

      * Lecture d'un enregistrement REDUCTIONS-ACCORDEES.DAT
       2100-LIRE-ACCORDEE.
           READ ACCORDEES-FILE
               AT END SET fin-accordees TO TRUE
           END-READ.

      * Ajoute la reduction courante au total de sa regle si elle
      * est du trimestre choisi de l'annee en cours, puis relit
       2000-TOTALISER-REDUCTION.
           ADD 1 TO cpt-lues.
           IF RAC-TRIMESTRE = trimestre-saisi
                   AND RAC-DATE >= date-rentree
               ADD 1 TO cpt-retenues
               MOVE 'N' TO indic-total-trouve
               MOVE ZERO TO ix-total
               PERFORM 2200-CHERCHER-TOTAL
                   UNTIL total-trouve OR ix-total >= nb-totaux
               IF NOT total-trouve
                   IF nb-totaux < limite-totaux
                       ADD 1 TO nb-totaux
                       MOVE nb-totaux TO ix-total
                       MOVE RAC-CODE TO TOT-CODE(ix-total)
                       MOVE SPACES TO TOT-LIBELLE(ix-total)
                       MOVE ZERO TO TOT-NOMBRE(ix-total)
                       MOVE ZERO TO TOT-MONTANT(ix-total)
                       SET total-trouve TO TRUE
                   END-IF
               END-IF
               IF total-trouve
                   ADD 1 TO TOT-NOMBRE(ix-total)
                   ADD RAC-MONTANT TO TOT-MONTANT(ix-total)
               END-IF
               ADD RAC-MONTANT TO total-general
           END-IF.
           PERFORM 2100-LIRE-ACCORDEE.

      * Compare le total suivant de la table a la regle lue
       2200-CHERCHER-TOTAL.
           ADD 1 TO ix-total.
           IF TOT-CODE(ix-total) = RAC-CODE
               SET total-trouve TO TRUE
           END-IF.

      * Reprend les libelles des regles, puis ecrit l'etat
       3000-ECRIRE-RAPPORT.
           PERFORM 3100-NOMMER-REGLES.
           OPEN OUTPUT RAPPORT-FILE.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING 'Reductions accordees - trimestre ' DELIMITED BY SIZE
               trimestre-saisi DELIMITED BY SIZE
               ' - annee depuis le ' DELIMITED BY SIZE
               date-rentree DELIMITED BY SIZE
               INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE 'Code Libelle                        Factures'
               TO LIGNE-RAPPORT.
           MOVE 'Montant' TO LIGNE-RAPPORT(58:7).
           WRITE LIGNE-RAPPORT.
           IF nb-totaux = ZERO
               MOVE '  Aucune reduction sur le trimestre.'
                   TO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           ELSE
               PERFORM 3200-ECRIRE-TOTAL
                   VARYING ix-total FROM 1 BY 1
                   UNTIL ix-total > nb-totaux
           END-IF.
           MOVE total-general TO montant-edite.
           MOVE cpt-retenues TO nombre-edite.
           MOVE 'TOTAL' TO LIGNE-RAPPORT.
           MOVE nombre-edite TO LIGNE-RAPPORT(41:5).
           MOVE montant-edite TO LIGNE-RAPPORT(51:13).
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-FILE.

      * Reprend de REDUCTIONS-FRAIS.DAT le libelle de chaque regle
      * totalisee, la derniere ligne d'un meme code faisant foi
       3100-NOMMER-REGLES.
           MOVE 'N' TO indic-fin-reductions.
           OPEN INPUT REDUCTIONS-FILE.
           IF reductions-statut = '00'
               PERFORM 3110-LIRE-REGLE
               PERFORM 3120-NOMMER-UNE-REGLE UNTIL fin-reductions
               CLOSE REDUCTIONS-FILE
           END-IF.

      * Lecture d'un enregistrement REDUCTIONS-FRAIS.DAT
       3110-LIRE-REGLE.
           READ REDUCTIONS-FILE
               AT END SET fin-reductions TO TRUE
           END-READ.

      * Porte le libelle de la regle lue sur son total, puis relit
       3120-NOMMER-UNE-REGLE.
           MOVE 'N' TO indic-total-trouve.
           MOVE ZERO TO ix-total.
           PERFORM 3130-COMPARER-REGLE
               UNTIL total-trouve OR ix-total >= nb-totaux.
           IF total-trouve
               MOVE RED-LIBELLE TO TOT-LIBELLE(ix-total)
           END-IF.
           PERFORM 3110-LIRE-REGLE.

      * Compare le total suivant de la table a la regle lue
       3130-COMPARER-REGLE.
           ADD 1 TO ix-total.
           IF TOT-CODE(ix-total) = RED-CODE
               SET total-trouve TO TRUE
           END-IF.

      * Ecrit la ligne d'une regle
       3200-ECRIRE-TOTAL.
           MOVE TOT-NOMBRE(ix-total) TO nombre-edite.
           MOVE TOT-MONTANT(ix-total) TO montant-edite.
           MOVE SPACES TO LIGNE-RAPPORT.
           MOVE TOT-CODE(ix-total) TO LIGNE-RAPPORT(1:4).
           MOVE TOT-LIBELLE(ix-total) TO LIGNE-RAPPORT(6:30).
           MOVE nombre-edite TO LIGNE-RAPPORT(41:5).
           MOVE montant-edite TO LIGNE-RAPPORT(51:13).
           WRITE LIGNE-RAPPORT.

      * Fermeture des fichiers et bilan ; trace la fin du job
       9000-FINALISER.
           IF accordees-statut = '00'
               CLOSE ACCORDEES-FILE
           END-IF.
           DISPLAY 'Reductions du trimestre : ' cpt-retenues
               ', voir RAPPORT-REDUCTIONS.DAT'.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportReductions' TO JOB-NOM.
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
           MOVE cpt-retenues TO JOB-ECRITS.
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
