      * Code RapportTransfertsSites en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportTransfertsSites.

      * Traitement a la demande : rapprochement des transferts entre
      * sites. Chaque transfert du registre TRANSFERTS-SITES.DAT est
      * confronte aux mouvements appliques au grand livre
      * (HISTORIQUE.DAT) sur les comptes de liaison : un transfert
      * est edite si l'un de ses cotes manque au registre, si l'un
      * d'eux n'a pas encore ete applique (en attente d'approbation
      * ou en suspens) ou si les montants appliques des deux cotes
      * different. Les mouvements des comptes de liaison etrangers
      * au registre, passes a la main d'un seul cote, sont edites a
      * la suite.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFERTS-FILE ASSIGN TO "TRANSFERTS-SITES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transferts-statut.
           SELECT PARAM-FILE ASSIGN TO "PARAM-TRANSFERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-statut.
           SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS historique-statut.
           SELECT RAPPORT-TRANSFERTS-FILE
               ASSIGN TO "RAPPORT-TRANSFERTS-SITES.DAT"
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
       FD TRANSFERTS-FILE.
       COPY "cptransfertsite.cpy".

       FD PARAM-FILE.
       COPY "cpparamtransfert.cpy".

       FD HISTORIQUE-FILE.
       COPY "cphistorique.cpy".

       FD RAPPORT-TRANSFERTS-FILE.
       01 LIGNE-TRANSFERT             PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 transferts-statut PIC X(02).
       77 param-statut PIC X(02).
       77 historique-statut PIC X(02).
       77 indic-fin-transferts PIC X(01) VALUE 'N'.
           88 fin-transferts VALUE 'O'.
       77 indic-fin-historique PIC X(01) VALUE 'N'.
           88 fin-historique VALUE 'O'.
       77 indic-cote-trouve PIC X(01) VALUE 'N'.
           88 cote-trouve VALUE 'O'.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 cpt-lignes PIC 9(07) COMP VALUE ZERO.
       77 cpt-transferts PIC 9(05) COMP VALUE ZERO.
       77 cpt-anomalies PIC 9(05) COMP VALUE ZERO.
       77 cpt-hors-registre PIC 9(05) COMP VALUE ZERO.
       77 montant-edite PIC -(9)9.99.
       77 nombre-edite PIC Z(4)9.
       77 motif-anomalie PIC X(40).
       77 ecart-applique PIC S9(9)V99 VALUE ZERO.

      * Comptes de liaison, valeurs par defaut sans fichier
       77 compte-a-recevoir PIC X(06) VALUE 'LIAREC'.
       77 compte-a-payer PIC X(06) VALUE 'LIAPAY'.

      * Cotes du registre et montants appliques au grand livre sur
      * les comptes de liaison
       77 nb-cotes PIC 9(04) COMP VALUE ZERO.
       77 ix-cote PIC 9(04) COMP VALUE ZERO.
       77 ix-autre PIC 9(04) COMP VALUE ZERO.
       77 limite-cotes PIC 9(04) COMP VALUE 2000.
       01 TABLE-COTES.
           05 COTE-TABLE OCCURS 2000.
               10 CTB-NUMERO          PIC 9(06).
               10 CTB-COTE            PIC X(01).
               10 CTB-SITE            PIC X(03).
               10 CTB-PARTENAIRE      PIC X(03).
               10 CTB-DATE            PIC 9(08).
               10 CTB-MONTANT         PIC S9(7)V99.
               10 CTB-NUMERO-TRA      PIC 9(09).
               10 CTB-APPLIQUE        PIC S9(9)V99.
               10 CTB-VU              PIC X(01).

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
           PERFORM 2000-RELEVER-APPLICATIONS.
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
           MOVE 'RapportTransferts' TO JOB-NOM.
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

      * Remet a zero l'execution, charge les comptes de liaison et
      * les cotes du registre
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           MOVE ZERO TO cpt-lignes.
           MOVE ZERO TO cpt-transferts.
           MOVE ZERO TO cpt-anomalies.
           MOVE ZERO TO cpt-hors-registre.
           OPEN INPUT PARAM-FILE.
           IF param-statut = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1010-RETENIR-PARAMETRES
               END-READ
               CLOSE PARAM-FILE
           END-IF.
           PERFORM 1500-CHARGER-COTES.

      * Retient les comptes de liaison renseignes
       1010-RETENIR-PARAMETRES.
           IF PTS-COMPTE-A-RECEVOIR NOT = SPACES
               MOVE PTS-COMPTE-A-RECEVOIR TO compte-a-recevoir
           END-IF.
           IF PTS-COMPTE-A-PAYER NOT = SPACES
               MOVE PTS-COMPTE-A-PAYER TO compte-a-payer
           END-IF.

      * Charge les cotes du registre
       1500-CHARGER-COTES.
           MOVE ZERO TO nb-cotes.
           MOVE 'N' TO indic-fin-transferts.
           OPEN INPUT TRANSFERTS-FILE.
           IF transferts-statut = '00'
               PERFORM 1510-LIRE-TRANSFERT
               PERFORM 1520-RETENIR-COTE UNTIL fin-transferts
               CLOSE TRANSFERTS-FILE
           END-IF.

      * Lecture d'un enregistrement TRANSFERTS-SITES.DAT
       1510-LIRE-TRANSFERT.
           READ TRANSFERTS-FILE
               AT END SET fin-transferts TO TRUE
           END-READ.

      * Range le cote lu dans la table, puis relit
       1520-RETENIR-COTE.
           ADD 1 TO cpt-lignes.
           IF nb-cotes < limite-cotes
               ADD 1 TO nb-cotes
               MOVE TSI-NUMERO TO CTB-NUMERO(nb-cotes)
               MOVE TSI-COTE TO CTB-COTE(nb-cotes)
               MOVE TSI-SITE TO CTB-SITE(nb-cotes)
               MOVE TSI-SITE-PARTENAIRE TO CTB-PARTENAIRE(nb-cotes)
               MOVE TSI-DATE TO CTB-DATE(nb-cotes)
               MOVE TSI-MONTANT TO CTB-MONTANT(nb-cotes)
               MOVE TSI-NUMERO-TRA TO CTB-NUMERO-TRA(nb-cotes)
               MOVE ZERO TO CTB-APPLIQUE(nb-cotes)
               MOVE 'N' TO CTB-VU(nb-cotes)
           ELSE
               DISPLAY 'AVERTISSEMENT : registre des transferts '
                   'sature, transfert ' TSI-NUMERO ' ignore'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 1510-LIRE-TRANSFERT.

      * Releve les montants appliques sur les comptes de liaison,
      * cote par cote, par le numero de transaction de son ecriture
       2000-RELEVER-APPLICATIONS.
           MOVE 'N' TO indic-fin-historique.
           OPEN INPUT HISTORIQUE-FILE.
           IF historique-statut = '00'
               PERFORM 2010-LIRE-HISTORIQUE
               PERFORM 2020-RETENIR-APPLICATION UNTIL fin-historique
               CLOSE HISTORIQUE-FILE
           END-IF.

      * Lecture d'un enregistrement HISTORIQUE.DAT
       2010-LIRE-HISTORIQUE.
           READ HISTORIQUE-FILE
               AT END SET fin-historique TO TRUE
           END-READ.

      * Cumule le mouvement lu sur son cote s'il touche un compte de
      * liaison, puis relit
       2020-RETENIR-APPLICATION.
           IF HIS-COMPTE = compte-a-recevoir
                   OR HIS-COMPTE = compte-a-payer
               PERFORM 2100-CHERCHER-COTE
               IF cote-trouve
                   ADD HIS-MONTANT TO CTB-APPLIQUE(ix-cote)
                   MOVE 'O' TO CTB-VU(ix-cote)
               END-IF
           END-IF.
           PERFORM 2010-LIRE-HISTORIQUE.

      * Cherche le cote dont l'ecriture porte le numero du
      * mouvement lu
       2100-CHERCHER-COTE.
           MOVE 'N' TO indic-cote-trouve.
           MOVE ZERO TO ix-cote.
           IF HIS-NUMERO IS NUMERIC AND HIS-NUMERO > ZERO
               PERFORM 2110-COMPARER-COTE
                   UNTIL cote-trouve OR ix-cote >= nb-cotes
           END-IF.

      * Compare le cote suivant de la table au mouvement lu
       2110-COMPARER-COTE.
           ADD 1 TO ix-cote.
           IF CTB-NUMERO-TRA(ix-cote) = HIS-NUMERO
               SET cote-trouve TO TRUE
           END-IF.

      * Edite l'etat : transferts non rapproches, puis mouvements de
      * liaison hors registre, puis les compteurs
       5000-EDITER-RAPPORT.
           OPEN OUTPUT RAPPORT-TRANSFERTS-FILE.
           MOVE SPACES TO LIGNE-TRANSFERT.
           STRING 'Rapprochement des transferts entre sites au '
               DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-TRANSFERT.
           WRITE LIGNE-TRANSFERT.
           MOVE '=== Transferts non rapproches' TO LIGNE-TRANSFERT.
           WRITE LIGNE-TRANSFERT.
           MOVE SPACES TO LIGNE-TRANSFERT.
           MOVE 'Numero' TO LIGNE-TRANSFERT(3:6).
           MOVE 'Date' TO LIGNE-TRANSFERT(10:4).
           MOVE 'Sites' TO LIGNE-TRANSFERT(19:5).
           MOVE 'Montant' TO LIGNE-TRANSFERT(32:7).
           MOVE 'Anomalie' TO LIGNE-TRANSFERT(41:8).
           WRITE LIGNE-TRANSFERT.
           PERFORM 5100-CONTROLER-TRANSFERT
               VARYING ix-cote FROM 1 BY 1
               UNTIL ix-cote > nb-cotes.
           IF cpt-anomalies = ZERO
               MOVE '  Tous les transferts sont rapproches.'
                   TO LIGNE-TRANSFERT
               WRITE LIGNE-TRANSFERT
           END-IF.
           MOVE '=== Mouvements de liaison hors registre'
               TO LIGNE-TRANSFERT.
           WRITE LIGNE-TRANSFERT.
           PERFORM 6000-EDITER-HORS-REGISTRE.
           IF cpt-hors-registre = ZERO
               MOVE '  Aucun.' TO LIGNE-TRANSFERT
               WRITE LIGNE-TRANSFERT
           END-IF.
           MOVE SPACES TO LIGNE-TRANSFERT.
           MOVE 'Transferts : ' TO LIGNE-TRANSFERT(1:13).
           MOVE cpt-transferts TO nombre-edite.
           MOVE nombre-edite TO LIGNE-TRANSFERT(14:5).
           MOVE '   non rapproches : ' TO LIGNE-TRANSFERT(19:20).
           MOVE cpt-anomalies TO nombre-edite.
           MOVE nombre-edite TO LIGNE-TRANSFERT(39:5).
           MOVE '   hors registre : ' TO LIGNE-TRANSFERT(44:19).
           MOVE cpt-hors-registre TO nombre-edite.
           MOVE nombre-edite TO LIGNE-TRANSFERT(63:5).
           WRITE LIGNE-TRANSFERT.
           CLOSE RAPPORT-TRANSFERTS-FILE.

      * Controle le transfert a partir de son cote emission, ou de
      * sa reception quand l'emission manque au registre
       5100-CONTROLER-TRANSFERT.
           MOVE SPACES TO motif-anomalie.
           IF CTB-COTE(ix-cote) = 'E'
               ADD 1 TO cpt-transferts
               PERFORM 5200-CHERCHER-AUTRE-COTE
               EVALUATE TRUE
                   WHEN NOT cote-trouve
                       MOVE 'Cote reception absent du registre'
                           TO motif-anomalie
                   WHEN CTB-VU(ix-cote) = 'N'
                       MOVE 'Emission non appliquee'
                           TO motif-anomalie
                   WHEN CTB-VU(ix-autre) = 'N'
                       MOVE 'Reception non appliquee'
                           TO motif-anomalie
                   WHEN OTHER
                       COMPUTE ecart-applique = CTB-APPLIQUE(ix-cote)
                           + CTB-APPLIQUE(ix-autre)
                       IF ecart-applique NOT = ZERO
                           MOVE 'Montants appliques differents'
                               TO motif-anomalie
                       END-IF
               END-EVALUATE
           ELSE
               PERFORM 5200-CHERCHER-AUTRE-COTE
               IF NOT cote-trouve
                   ADD 1 TO cpt-transferts
                   MOVE 'Cote emission absent du registre'
                       TO motif-anomalie
               END-IF
           END-IF.
           IF motif-anomalie NOT = SPACES
               ADD 1 TO cpt-anomalies
               MOVE SPACES TO LIGNE-TRANSFERT
               MOVE CTB-NUMERO(ix-cote) TO LIGNE-TRANSFERT(3:6)
               MOVE CTB-DATE(ix-cote) TO LIGNE-TRANSFERT(10:8)
               IF CTB-COTE(ix-cote) = 'E'
                   MOVE CTB-SITE(ix-cote) TO LIGNE-TRANSFERT(19:3)
                   MOVE CTB-PARTENAIRE(ix-cote)
                       TO LIGNE-TRANSFERT(23:3)
               ELSE
                   MOVE CTB-PARTENAIRE(ix-cote)
                       TO LIGNE-TRANSFERT(19:3)
                   MOVE CTB-SITE(ix-cote) TO LIGNE-TRANSFERT(23:3)
               END-IF
               MOVE '>' TO LIGNE-TRANSFERT(22:1)
               MOVE CTB-MONTANT(ix-cote) TO montant-edite
               MOVE montant-edite TO LIGNE-TRANSFERT(27:13)
               MOVE motif-anomalie TO LIGNE-TRANSFERT(41:40)
               WRITE LIGNE-TRANSFERT
           END-IF.

      * Cherche l'autre cote du transfert courant au registre
       5200-CHERCHER-AUTRE-COTE.
           MOVE 'N' TO indic-cote-trouve.
           MOVE ZERO TO ix-autre.
           PERFORM 5210-COMPARER-AUTRE-COTE
               UNTIL cote-trouve OR ix-autre >= nb-cotes.

      * Compare le cote suivant de la table au transfert courant
       5210-COMPARER-AUTRE-COTE.
           ADD 1 TO ix-autre.
           IF CTB-NUMERO(ix-autre) = CTB-NUMERO(ix-cote)
                   AND CTB-COTE(ix-autre) NOT = CTB-COTE(ix-cote)
               SET cote-trouve TO TRUE
           END-IF.

      * Relit le grand livre et edite les mouvements des comptes de
      * liaison qui ne relevent d'aucun cote du registre
       6000-EDITER-HORS-REGISTRE.
           MOVE 'N' TO indic-fin-historique.
           OPEN INPUT HISTORIQUE-FILE.
           IF historique-statut = '00'
               PERFORM 2010-LIRE-HISTORIQUE
               PERFORM 6100-CONTROLER-MOUVEMENT UNTIL fin-historique
               CLOSE HISTORIQUE-FILE
           END-IF.

      * Edite le mouvement lu s'il touche un compte de liaison sans
      * relever du registre, puis relit
       6100-CONTROLER-MOUVEMENT.
           IF HIS-COMPTE = compte-a-recevoir
                   OR HIS-COMPTE = compte-a-payer
               PERFORM 2100-CHERCHER-COTE
               IF NOT cote-trouve
                   ADD 1 TO cpt-hors-registre
                   MOVE SPACES TO LIGNE-TRANSFERT
                   MOVE HIS-DATE TO LIGNE-TRANSFERT(3:8)
                   MOVE HIS-COMPTE TO LIGNE-TRANSFERT(12:6)
                   MOVE HIS-MONTANT TO montant-edite
                   MOVE montant-edite TO LIGNE-TRANSFERT(19:13)
                   MOVE HIS-REFERENCE TO LIGNE-TRANSFERT(33:30)
                   WRITE LIGNE-TRANSFERT
               END-IF
           END-IF.
           PERFORM 2010-LIRE-HISTORIQUE.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'RapportTransferts' TO JOB-NOM.
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
           COMPUTE JOB-ECRITS = cpt-anomalies + cpt-hors-registre.
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
