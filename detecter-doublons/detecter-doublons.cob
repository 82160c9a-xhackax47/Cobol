      * Code DetecterDoublons en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. DetecterDoublons.

      * Traitement par lots, avant la mise a jour du solde : cherche
      * dans TRANSACTIONS.DAT les paiements qui en repetent un autre.
      * Une ligne portant un tiers et pas encore approuvee est
      * suspecte si une ligne du meme tiers, de meme sens et de
      * montant egal a la tolerance pres, a la reference semblable
      * (memes premiers caracteres significatifs, hors blancs et
      * ponctuation, sans egard a la casse), figure deja dans
      * l'historique des derniers jours ou plus haut dans le lot en
      * cours sous un autre numero. Le doublon presume, avec toutes
      * les lignes de son ecriture, est retire du lot et depose dans
      * la file d'attente d'approbation, marque comme tel avec le
      * numero de la transaction qu'il semble repeter : un
      * superviseur le libere ou le rejette, motif a l'appui, par
      * ApprouverTransactions. La profondeur de recherche, la
      * tolerance et la longueur de reference comparee viennent de
      * PARAM-DOUBLONS.DAT. L'etat RAPPORT-DOUBLONS.DAT liste les
      * doublons presumes et la transaction qu'ils repetent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTIONS-FILE ASSIGN USING nom-transactions
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transactions-statut.
           SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS historique-statut.
           SELECT PARAM-FILE ASSIGN TO "PARAM-DOUBLONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-statut.
           SELECT ATTENTE-FILE ASSIGN TO "ATTENTE-APPROBATION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS attente-statut.
           SELECT RAPPORT-DOUBLONS-FILE
               ASSIGN TO "RAPPORT-DOUBLONS.DAT"
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
       FD TRANSACTIONS-FILE.
       COPY "cptransac.cpy".

       FD HISTORIQUE-FILE.
       COPY "cphistorique.cpy".

       FD PARAM-FILE.
       COPY "cpparamdoublon.cpy".

       FD ATTENTE-FILE.
       COPY "cpattenteappro.cpy".

       FD RAPPORT-DOUBLONS-FILE.
       01 LIGNE-DOUBLON               PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 transactions-statut PIC X(02).
       77 historique-statut PIC X(02).
       77 param-statut PIC X(02).
       77 attente-statut PIC X(02).
       77 indic-fin-transac PIC X(01) VALUE 'N'.
           88 fin-transac VALUE 'O'.
       77 indic-fin-historique PIC X(01) VALUE 'N'.
           88 fin-historique VALUE 'O'.
       77 indic-sature PIC X(01) VALUE 'N'.
           88 sature VALUE 'O'.
       77 indic-semblable PIC X(01) VALUE 'N'.
           88 semblable VALUE 'O'.

      * Parametres de la detection, valeurs par defaut sans fichier
       77 jours-recherche PIC 9(03) VALUE 30.
       77 tolerance PIC 9(02)V99 VALUE 1.00.
       77 longueur-reference PIC 9(02) VALUE 8.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 date-limite PIC 9(08) VALUE ZERO.
       77 jour-entier PIC 9(07) COMP VALUE ZERO.

      * Reference ramenee a ses caracteres significatifs en
      * majuscules, et zones de comparaison des montants
       77 reference-brute PIC X(30).
       77 reference-normalisee PIC X(30).
       77 ix-car PIC 9(02) COMP VALUE ZERO.
       77 ix-sortie PIC 9(02) COMP VALUE ZERO.
       77 montant-candidat PIC S9(7)V99 VALUE ZERO.
       77 montant-compare PIC S9(7)V99 VALUE ZERO.
       77 ecart-montant PIC S9(9)V99 VALUE ZERO.
       77 ecart-tolere PIC S9(9)V99 VALUE ZERO.

       77 cpt-lignes-lues PIC 9(07) COMP VALUE ZERO.
       77 cpt-candidates PIC 9(07) COMP VALUE ZERO.
       77 cpt-doublons PIC 9(05) COMP VALUE ZERO.
       77 cpt-retenues PIC 9(05) COMP VALUE ZERO.
       77 montant-edite PIC -,---,--9.99.
       77 nombre-edite PIC Z(4)9.

      * Lignes de l'historique de la periode de recherche portant un
      * tiers
       77 nb-historique PIC 9(04) COMP VALUE ZERO.
       77 ix-historique PIC 9(04) COMP VALUE ZERO.
       77 rang-historique PIC 9(04) COMP VALUE ZERO.
       77 limite-historique PIC 9(04) COMP VALUE 5000.
       01 TABLE-HISTORIQUE.
           05 HISTORIQUE-TABLE OCCURS 5000.
               10 HTB-TIERS           PIC X(06).
               10 HTB-DATE            PIC 9(08).
               10 HTB-MONTANT         PIC S9(7)V99.
               10 HTB-NUMERO          PIC 9(09).
               10 HTB-REFERENCE       PIC X(30).

      * Lignes du lot en cours, avec ce qu'il faut pour les comparer
      * et la marque de retenue ; le lot n'est recrit que s'il tient
      * entier dans la table
       77 nb-transac PIC 9(04) COMP VALUE ZERO.
       77 ix-transac PIC 9(04) COMP VALUE ZERO.
       77 ix-autre PIC 9(04) COMP VALUE ZERO.
       77 limite-transac PIC 9(04) COMP VALUE 5000.
       01 TABLE-TRANSACTIONS.
           05 TRANSACTION-TABLE OCCURS 5000.
               10 XTB-IMAGE           PIC X(118).
               10 XTB-CANDIDATE       PIC X(01).
               10 XTB-TIERS           PIC X(06).
               10 XTB-MONTANT         PIC S9(7)V99.
               10 XTB-NUMERO          PIC 9(09).
               10 XTB-REFERENCE       PIC X(30).
               10 XTB-RETENUE         PIC X(01).
               10 XTB-ORIGINE         PIC X(01).
               10 XTB-NUMERO-DOUBLON  PIC 9(09).
               10 XTB-DATE-DOUBLON    PIC 9(08).

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
       77 job-secondes-debut PIC S9(07) COMP VALUE ZERO.
       77 job-secondes-fin PIC S9(07) COMP.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
      * Leve par PassageJournee pendant la passation de mi-journee :
      * le lot examine est alors le lot coupe TRANSACTIONS.JOURNEE
       77 cycle-journee PIC X(01) EXTERNAL.
       77 nom-transactions PIC X(30) VALUE 'TRANSACTIONS.DAT'.
       COPY "cphorlog.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           PERFORM 1500-CHARGER-HISTORIQUE.
           PERFORM 1700-CHARGER-LOT.
           IF sature
               DISPLAY 'AVERTISSEMENT : lot de transactions trop '
                   'volumineux, detection des doublons non faite'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 2000-EXAMINER-LIGNE
                   VARYING ix-transac FROM 1 BY 1
                   UNTIL ix-transac > nb-transac
               PERFORM 2500-RETENIR-ECRITURE
                   VARYING ix-transac FROM 1 BY 1
                   UNTIL ix-transac > nb-transac
           END-IF.
           PERFORM 5000-EDITER-RAPPORT.
           IF cpt-retenues > ZERO
               PERFORM 6000-DETOURNER-DOUBLONS
               DISPLAY 'AVERTISSEMENT : doublons presumes mis en '
                   'attente d''approbation, voir RAPPORT-DOUBLONS.DAT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'DetecterDoublons : ' cpt-candidates
               ' paiement(s) examine(s), ' cpt-doublons
               ' doublon(s) presume(s), ' cpt-retenues
               ' ligne(s) mise(s) en attente'.
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
           MOVE 'DetecterDoublons' TO JOB-NOM.
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

      * Remet a zero l'execution, lit les parametres et pose la
      * premiere date de la periode de recherche
       1000-INITIALISER.
           IF cycle-journee = 'O'
               MOVE 'TRANSACTIONS.JOURNEE' TO nom-transactions
           ELSE
               MOVE 'TRANSACTIONS.DAT' TO nom-transactions
           END-IF.
           MOVE ZERO TO nb-historique.
           MOVE ZERO TO rang-historique.
           MOVE ZERO TO nb-transac.
           MOVE ZERO TO cpt-lignes-lues.
           MOVE ZERO TO cpt-candidates.
           MOVE ZERO TO cpt-doublons.
           MOVE ZERO TO cpt-retenues.
           MOVE 'N' TO indic-sature.
           MOVE 30 TO jours-recherche.
           MOVE 1.00 TO tolerance.
           MOVE 8 TO longueur-reference.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
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
           COMPUTE jour-entier =
               FUNCTION INTEGER-OF-DATE(date-jour) - jours-recherche.
           COMPUTE date-limite = FUNCTION DATE-OF-INTEGER(jour-entier).

      * Retient les parametres renseignes
       1010-RETENIR-PARAMETRES.
           IF PDB-JOURS IS NUMERIC AND PDB-JOURS > ZERO
               MOVE PDB-JOURS TO jours-recherche
           END-IF.
           IF PDB-TOLERANCE IS NUMERIC
               MOVE PDB-TOLERANCE TO tolerance
           END-IF.
           IF PDB-LONGUEUR-REFERENCE IS NUMERIC
                   AND PDB-LONGUEUR-REFERENCE > ZERO
                   AND PDB-LONGUEUR-REFERENCE <= 30
               MOVE PDB-LONGUEUR-REFERENCE TO longueur-reference
           END-IF.

      * Charge les lignes de l'historique de la periode de recherche
      * qui portent un tiers
       1500-CHARGER-HISTORIQUE.
           MOVE 'N' TO indic-fin-historique.
           OPEN INPUT HISTORIQUE-FILE.
           IF historique-statut = '00'
               PERFORM 1510-LIRE-HISTORIQUE
               PERFORM 1520-RETENIR-HISTORIQUE UNTIL fin-historique
               CLOSE HISTORIQUE-FILE
           END-IF.

      * Lecture d'un enregistrement HISTORIQUE.DAT
       1510-LIRE-HISTORIQUE.
           READ HISTORIQUE-FILE
               AT END SET fin-historique TO TRUE
           END-READ.

      * Range la ligne lue si elle porte un tiers et tombe dans la
      * periode de recherche, puis relit ; au-dela de la capacite
      * de la table, les plus recentes remplacent les plus anciennes
       1520-RETENIR-HISTORIQUE.
           IF HIS-TIERS NOT = SPACES
                   AND HIS-DATE >= date-limite
                   AND NOT HIS-LIGNE-CONTREPARTIE
               IF nb-historique < limite-historique
                   ADD 1 TO nb-historique
               END-IF
               ADD 1 TO rang-historique
               IF rang-historique > limite-historique
                   MOVE 1 TO rang-historique
               END-IF
               MOVE HIS-TIERS TO HTB-TIERS(rang-historique)
               MOVE HIS-DATE TO HTB-DATE(rang-historique)
               MOVE HIS-MONTANT TO HTB-MONTANT(rang-historique)
               IF HIS-NUMERO IS NUMERIC
                   MOVE HIS-NUMERO TO HTB-NUMERO(rang-historique)
               ELSE
                   MOVE ZERO TO HTB-NUMERO(rang-historique)
               END-IF
               MOVE HIS-REFERENCE TO reference-brute
               PERFORM 8000-NORMALISER-REFERENCE
               MOVE reference-normalisee
                   TO HTB-REFERENCE(rang-historique)
           END-IF.
           PERFORM 1510-LIRE-HISTORIQUE.

      * Charge le lot en cours ; une ligne est candidate si elle
      * porte un tiers, un montant, et n'a pas deja ete approuvee
       1700-CHARGER-LOT.
           MOVE 'N' TO indic-fin-transac.
           OPEN INPUT TRANSACTIONS-FILE.
           IF transactions-statut = '00'
               PERFORM 1710-LIRE-TRANSACTION
               PERFORM 1720-RETENIR-TRANSACTION UNTIL fin-transac
               CLOSE TRANSACTIONS-FILE
           END-IF.

      * Lecture d'un enregistrement TRANSACTIONS.DAT
       1710-LIRE-TRANSACTION.
           READ TRANSACTIONS-FILE
               AT END SET fin-transac TO TRUE
           END-READ.

      * Range la ligne lue dans la table, puis relit
       1720-RETENIR-TRANSACTION.
           ADD 1 TO cpt-lignes-lues.
           IF nb-transac < limite-transac
               ADD 1 TO nb-transac
               MOVE TRANSACTION-ENREGISTREMENT
                   TO XTB-IMAGE(nb-transac)
               MOVE 'N' TO XTB-CANDIDATE(nb-transac)
               MOVE 'N' TO XTB-RETENUE(nb-transac)
               MOVE SPACE TO XTB-ORIGINE(nb-transac)
               MOVE ZERO TO XTB-NUMERO-DOUBLON(nb-transac)
               MOVE ZERO TO XTB-DATE-DOUBLON(nb-transac)
               MOVE TRA-TIERS TO XTB-TIERS(nb-transac)
               MOVE TRA-MONTANT TO XTB-MONTANT(nb-transac)
               IF TRA-NUMERO IS NUMERIC
                   MOVE TRA-NUMERO TO XTB-NUMERO(nb-transac)
               ELSE
                   MOVE ZERO TO XTB-NUMERO(nb-transac)
               END-IF
               MOVE TRA-REFERENCE TO reference-brute
               PERFORM 8000-NORMALISER-REFERENCE
               MOVE reference-normalisee
                   TO XTB-REFERENCE(nb-transac)
               IF TRA-TIERS NOT = SPACES
                       AND TRA-MONTANT IS NUMERIC
                       AND TRA-MONTANT NOT = ZERO
                       AND NOT TRA-DEJA-APPROUVEE
                   MOVE 'O' TO XTB-CANDIDATE(nb-transac)
               END-IF
           ELSE
               SET sature TO TRUE
           END-IF.
           PERFORM 1710-LIRE-TRANSACTION.

      * Confronte une ligne candidate a l'historique, puis aux lignes
      * qui la precedent dans le lot ; la premiere ressemblance la
      * retient
       2000-EXAMINER-LIGNE.
           IF XTB-CANDIDATE(ix-transac) = 'O'
               ADD 1 TO cpt-candidates
               MOVE XTB-MONTANT(ix-transac) TO montant-candidat
               MOVE 'N' TO indic-semblable
               MOVE ZERO TO ix-historique
               PERFORM 2100-COMPARER-HISTORIQUE
                   UNTIL semblable OR ix-historique >= nb-historique
               IF semblable
                   MOVE 'H' TO XTB-ORIGINE(ix-transac)
                   MOVE HTB-NUMERO(ix-historique)
                       TO XTB-NUMERO-DOUBLON(ix-transac)
                   MOVE HTB-DATE(ix-historique)
                       TO XTB-DATE-DOUBLON(ix-transac)
               ELSE
                   MOVE ZERO TO ix-autre
                   PERFORM 2200-COMPARER-LOT
                       UNTIL semblable OR ix-autre >= ix-transac - 1
                   IF semblable
                       MOVE 'L' TO XTB-ORIGINE(ix-transac)
                       MOVE XTB-NUMERO(ix-autre)
                           TO XTB-NUMERO-DOUBLON(ix-transac)
                       MOVE date-jour TO XTB-DATE-DOUBLON(ix-transac)
                   END-IF
               END-IF
               IF semblable
                   MOVE 'O' TO XTB-RETENUE(ix-transac)
                   ADD 1 TO cpt-doublons
               END-IF
           END-IF.

      * Compare la ligne suivante de l'historique a la candidate
       2100-COMPARER-HISTORIQUE.
           ADD 1 TO ix-historique.
           IF HTB-TIERS(ix-historique) = XTB-TIERS(ix-transac)
                   AND (HTB-NUMERO(ix-historique)
                           NOT = XTB-NUMERO(ix-transac)
                       OR XTB-NUMERO(ix-transac) = ZERO)
               MOVE HTB-MONTANT(ix-historique) TO montant-compare
               PERFORM 8100-COMPARER-MONTANTS
               IF semblable
                   IF HTB-REFERENCE(ix-historique)
                           (1:longueur-reference)
                       NOT = XTB-REFERENCE(ix-transac)
                           (1:longueur-reference)
                       MOVE 'N' TO indic-semblable
                   END-IF
               END-IF
           END-IF.

      * Compare la ligne suivante du lot, d'une autre ecriture et
      * non retenue elle-meme, a la candidate
       2200-COMPARER-LOT.
           ADD 1 TO ix-autre.
           IF XTB-TIERS(ix-autre) = XTB-TIERS(ix-transac)
                   AND XTB-RETENUE(ix-autre) = 'N'
                   AND (XTB-NUMERO(ix-autre)
                           NOT = XTB-NUMERO(ix-transac)
                       OR XTB-NUMERO(ix-transac) = ZERO)
               MOVE XTB-MONTANT(ix-autre) TO montant-compare
               PERFORM 8100-COMPARER-MONTANTS
               IF semblable
                   IF XTB-REFERENCE(ix-autre)(1:longueur-reference)
                       NOT = XTB-REFERENCE(ix-transac)
                           (1:longueur-reference)
                       MOVE 'N' TO indic-semblable
                   END-IF
               END-IF
           END-IF.

      * Etend la retenue d'une ligne a toutes les lignes de son
      * ecriture, qui ne peut etre passee en partie
       2500-RETENIR-ECRITURE.
           IF XTB-RETENUE(ix-transac) = 'O'
                   AND XTB-NUMERO(ix-transac) > ZERO
               PERFORM 2510-RETENIR-LIGNE-SOEUR
                   VARYING ix-autre FROM 1 BY 1
                   UNTIL ix-autre > nb-transac
           END-IF.

      * Retient une ligne du lot de la meme ecriture
       2510-RETENIR-LIGNE-SOEUR.
           IF XTB-NUMERO(ix-autre) = XTB-NUMERO(ix-transac)
                   AND XTB-RETENUE(ix-autre) = 'N'
               MOVE 'O' TO XTB-RETENUE(ix-autre)
               MOVE XTB-ORIGINE(ix-transac) TO XTB-ORIGINE(ix-autre)
               MOVE XTB-NUMERO-DOUBLON(ix-transac)
                   TO XTB-NUMERO-DOUBLON(ix-autre)
               MOVE XTB-DATE-DOUBLON(ix-transac)
                   TO XTB-DATE-DOUBLON(ix-autre)
           END-IF.

      * Edite l'etat des doublons presumes
       5000-EDITER-RAPPORT.
           OPEN OUTPUT RAPPORT-DOUBLONS-FILE.
           MOVE SPACES TO LIGNE-DOUBLON.
           STRING 'Doublons de paiement presumes au ' DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               ', historique depuis le ' DELIMITED BY SIZE
               date-limite DELIMITED BY SIZE
               INTO LIGNE-DOUBLON.
           WRITE LIGNE-DOUBLON.
           MOVE SPACES TO LIGNE-DOUBLON.
           MOVE 'Tiers' TO LIGNE-DOUBLON(1:5).
           MOVE 'Montant' TO LIGNE-DOUBLON(15:7).
           MOVE 'Reference' TO LIGNE-DOUBLON(23:9).
           MOVE 'Repete' TO LIGNE-DOUBLON(54:6).
           WRITE LIGNE-DOUBLON.
           PERFORM 5100-EDITER-LIGNE
               VARYING ix-transac FROM 1 BY 1
               UNTIL ix-transac > nb-transac.
           IF cpt-retenues = ZERO
               MOVE '  Aucun doublon presume.' TO LIGNE-DOUBLON
               WRITE LIGNE-DOUBLON
           END-IF.
           MOVE SPACES TO LIGNE-DOUBLON.
           MOVE 'Doublons presumes : ' TO LIGNE-DOUBLON(1:20).
           MOVE cpt-doublons TO nombre-edite.
           MOVE nombre-edite TO LIGNE-DOUBLON(21:5).
           MOVE '   lignes en attente : ' TO LIGNE-DOUBLON(26:23).
           MOVE cpt-retenues TO nombre-edite.
           MOVE nombre-edite TO LIGNE-DOUBLON(49:5).
           WRITE LIGNE-DOUBLON.
           CLOSE RAPPORT-DOUBLONS-FILE.

      * Edite une ligne retenue : tiers, montant et reference du
      * doublon, puis la provenance (H historique, L lot), le numero
      * et la date de la transaction qu'il repete
       5100-EDITER-LIGNE.
           IF XTB-RETENUE(ix-transac) = 'O'
               ADD 1 TO cpt-retenues
               MOVE XTB-IMAGE(ix-transac)
                   TO TRANSACTION-ENREGISTREMENT
               MOVE SPACES TO LIGNE-DOUBLON
               MOVE TRA-TIERS TO LIGNE-DOUBLON(1:6)
               MOVE TRA-MONTANT TO montant-edite
               MOVE montant-edite TO LIGNE-DOUBLON(9:13)
               MOVE TRA-REFERENCE TO LIGNE-DOUBLON(23:30)
               MOVE XTB-ORIGINE(ix-transac) TO LIGNE-DOUBLON(54:1)
               MOVE XTB-NUMERO-DOUBLON(ix-transac)
                   TO LIGNE-DOUBLON(56:9)
               MOVE XTB-DATE-DOUBLON(ix-transac)
                   TO LIGNE-DOUBLON(66:8)
               WRITE LIGNE-DOUBLON
           END-IF.

      * Depose les lignes retenues dans la file d'attente
      * d'approbation et recrit le lot sans elles
       6000-DETOURNER-DOUBLONS.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           OPEN EXTEND ATTENTE-FILE.
           IF attente-statut = '35'
               OPEN OUTPUT ATTENTE-FILE
           END-IF.
           PERFORM 6100-ECRIRE-ATTENTE
               VARYING ix-transac FROM 1 BY 1
               UNTIL ix-transac > nb-transac.
           CLOSE ATTENTE-FILE.
           OPEN OUTPUT TRANSACTIONS-FILE.
           PERFORM 6200-RECRIRE-TRANSACTION
               VARYING ix-transac FROM 1 BY 1
               UNTIL ix-transac > nb-transac.
           CLOSE TRANSACTIONS-FILE.

      * Depose une ligne retenue dans la file d'attente, marquee
      * doublon presume avec le numero de la transaction repetee
       6100-ECRIRE-ATTENTE.
           IF XTB-RETENUE(ix-transac) = 'O'
               MOVE XTB-IMAGE(ix-transac)
                   TO TRANSACTION-ENREGISTREMENT
               MOVE TRA-MONTANT TO ATT-MONTANT
               MOVE TRA-TYPE TO ATT-TYPE
               IF TRA-DEVISE = SPACES
                   MOVE 'EUR' TO ATT-DEVISE
               ELSE
                   MOVE TRA-DEVISE TO ATT-DEVISE
               END-IF
               MOVE TRA-REFERENCE TO ATT-REFERENCE
               MOVE CP-HLG-DATE TO ATT-DATE
               MOVE CP-HLG-HH TO ATT-HEURE(1:2)
               MOVE CP-HLG-MN TO ATT-HEURE(3:2)
               MOVE CP-HLG-SS TO ATT-HEURE(5:2)
               MOVE TRA-COMPTE TO ATT-COMPTE
               MOVE XTB-NUMERO(ix-transac) TO ATT-NUMERO
               MOVE TRA-TIERS TO ATT-TIERS
               IF TRA-LIGNE IS NUMERIC
                   MOVE TRA-LIGNE TO ATT-LIGNE
               ELSE
                   MOVE ZERO TO ATT-LIGNE
               END-IF
               IF TRA-DATE IS NUMERIC
                   MOVE TRA-DATE TO ATT-DATE-COMPTABLE
               ELSE
                   MOVE ZERO TO ATT-DATE-COMPTABLE
               END-IF
               SET ATT-DOUBLON TO TRUE
               MOVE XTB-NUMERO-DOUBLON(ix-transac)
                   TO ATT-NUMERO-DOUBLON
               MOVE TRA-AUTEUR TO ATT-AUTEUR
               WRITE ATTENTE-ENREGISTREMENT
           END-IF.

      * Recrit une ligne non retenue du lot
       6200-RECRIRE-TRANSACTION.
           IF XTB-RETENUE(ix-transac) = 'N'
               MOVE XTB-IMAGE(ix-transac)
                   TO TRANSACTION-ENREGISTREMENT
               WRITE TRANSACTION-ENREGISTREMENT
           END-IF.

      * Ramene la reference brute a ses lettres et chiffres, en
      * majuscules, cadres a gauche
       8000-NORMALISER-REFERENCE.
           MOVE SPACES TO reference-normalisee.
           MOVE ZERO TO ix-sortie.
           INSPECT reference-brute CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 8010-RETENIR-CARACTERE
               VARYING ix-car FROM 1 BY 1
               UNTIL ix-car > 30.

      * Recopie le caractere courant s'il est significatif
       8010-RETENIR-CARACTERE.
           IF (reference-brute(ix-car:1) >= 'A'
                   AND reference-brute(ix-car:1) <= 'Z')
               OR (reference-brute(ix-car:1) >= '0'
                   AND reference-brute(ix-car:1) <= '9')
               ADD 1 TO ix-sortie
               MOVE reference-brute(ix-car:1)
                   TO reference-normalisee(ix-sortie:1)
           END-IF.

      * Deux montants se ressemblent s'ils sont de meme sens et que
      * leur ecart ne depasse pas la tolerance du montant candidat
       8100-COMPARER-MONTANTS.
           MOVE 'N' TO indic-semblable.
           IF (montant-candidat > ZERO AND montant-compare > ZERO)
               OR (montant-candidat < ZERO AND montant-compare < ZERO)
               COMPUTE ecart-montant = montant-candidat
                   - montant-compare
               IF ecart-montant < ZERO
                   COMPUTE ecart-montant = ZERO - ecart-montant
               END-IF
               COMPUTE ecart-tolere ROUNDED =
                   montant-candidat * tolerance / 100
               IF ecart-tolere < ZERO
                   COMPUTE ecart-tolere = ZERO - ecart-tolere
               END-IF
               IF ecart-montant <= ecart-tolere
                   SET semblable TO TRUE
               END-IF
           END-IF.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'DetecterDoublons' TO JOB-NOM.
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
           MOVE cpt-lignes-lues TO JOB-LUS.
           COMPUTE JOB-ECRITS = cpt-lignes-lues - cpt-retenues.
           MOVE cpt-retenues TO JOB-REJETS.
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
