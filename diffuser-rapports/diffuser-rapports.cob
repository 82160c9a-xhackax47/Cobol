      * Code DiffuserRapports en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. DiffuserRapports.

      * Fin de la chaine de nuit : diffuse les rapports du jour
      * verses a la bibliotheque BIBLIO-RAPPORTS.DAT selon la
      * table de diffusion DIFFUSION-RAPPORTS.DAT. Chaque
      * destinataire recoit son rapport par son canal : fichier de
      * la file d'impression (IMPRESSION-file.DAT), dossier de sa
      * boite aux lettres (dossier/TYPE-date.DAT) ou boite d'envoi
      * (BOITE-ENVOI.DAT), en autant d'exemplaires que demande.
      * Chaque remise est portee au journal LIVRAISONS-RAPPORTS.DAT,
      * ou le destinataire accusera reception. Un rapport attendu
      * ce jour-la selon sa frequence et le calendrier
      * d'exploitation, mais absent de la bibliotheque, est porte
      * manquant au journal et leve un incident. Une relance de la
      * chaine ne rediffuse pas ce qui a deja ete remis.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIFFUSION-FILE ASSIGN TO "DIFFUSION-RAPPORTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS diffusion-statut.
           SELECT BIBLIO-FILE ASSIGN TO "BIBLIO-RAPPORTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS biblio-statut.
           SELECT LIVRAISONS-FILE ASSIGN TO "LIVRAISONS-RAPPORTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS livraisons-statut.
           SELECT SORTIE-FILE ASSIGN USING nom-sortie
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS sortie-statut.
           SELECT CALENDRIER-FILE ASSIGN TO "CALENDRIER.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS calendrier-statut.
           SELECT INCIDENTS-FILE ASSIGN TO "INCIDENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS incidents-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD DIFFUSION-FILE.
       COPY "cpdiffusion.cpy".

       FD BIBLIO-FILE.
       COPY "cpbibliorapport.cpy".

       FD LIVRAISONS-FILE.
       COPY "cplivraisonrapport.cpy".

       FD SORTIE-FILE.
       01 LIGNE-SORTIE                PIC X(100).

       FD CALENDRIER-FILE.
       COPY "cpcalendrier.cpy".

       FD INCIDENTS-FILE.
       COPY "cpincident.cpy".

       WORKING-STORAGE SECTION.
       77 diffusion-statut PIC X(02).
       77 biblio-statut PIC X(02).
       77 livraisons-statut PIC X(02).
       77 sortie-statut PIC X(02).
       77 calendrier-statut PIC X(02).
       77 incidents-statut PIC X(02).
       77 indic-fin-diffusion PIC X(01) VALUE 'N'.
           88 fin-diffusion VALUE 'O'.
       77 indic-fin-biblio PIC X(01) VALUE 'N'.
           88 fin-biblio VALUE 'O'.
       77 indic-fin-livraisons PIC X(01) VALUE 'N'.
           88 fin-livraisons VALUE 'O'.
       77 indic-fin-calendrier PIC X(01) VALUE 'N'.
           88 fin-calendrier VALUE 'O'.
       77 indic-deja-remis PIC X(01) VALUE 'N'.
           88 deja-remis VALUE 'O'.
       77 indic-attendu PIC X(01) VALUE 'N'.
           88 rapport-attendu VALUE 'O'.
       77 indic-deja-signale PIC X(01) VALUE 'N'.
           88 deja-signale VALUE 'O'.
       77 date-jour PIC 9(08).
       77 date-editee PIC 9999/99/99.
       77 type-jour PIC X(01) VALUE 'J'.
           88 jour-fin-mois VALUE 'M' 'A'.
           88 jour-fin-annee VALUE 'A'.
       77 nom-sortie PIC X(60) VALUE SPACES.
       77 nb-lignes PIC 9(05) VALUE ZERO.
       77 nb-exemplaires PIC 9(02) VALUE ZERO.
       77 ix-exemplaire PIC 9(02) VALUE ZERO.
       77 message-incident PIC X(40) VALUE SPACES.
       77 cpt-remises PIC 9(04) COMP VALUE ZERO.
       77 cpt-manquants PIC 9(04) COMP VALUE ZERO.

      * Types deja signales manquants au cours de l'execution, pour
      * ne lever qu'un incident par rapport quel que soit le nombre
      * de ses destinataires
       77 nb-signales PIC 9(02) COMP VALUE ZERO.
       77 ix-signale PIC 9(02) COMP VALUE ZERO.
       01 TABLE-SIGNALES.
           05 SIG-TYPE PIC X(12) OCCURS 50.
       COPY "cphorlog.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO date-jour.
           PERFORM 0500-CONSULTER-CALENDRIER.
           OPEN INPUT DIFFUSION-FILE.
           IF diffusion-statut NOT = '00'
               DISPLAY 'Aucune diffusion de rapports parametree.'
           ELSE
               PERFORM 1100-LIRE-DIFFUSION
               PERFORM 2000-DIFFUSER-ENTREE UNTIL fin-diffusion
               CLOSE DIFFUSION-FILE
           END-IF.
           DISPLAY 'Rapports diffuses : ' cpt-remises
               ' (manquants ' cpt-manquants ')'.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.


      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele par la chaine sans CANCEL, le programme conserve la
      * memoire de travail de l'appel precedent
       0010-RAZ-EXECUTION.
           MOVE 'N' TO indic-fin-diffusion.
           MOVE ZERO TO cpt-remises.
           MOVE ZERO TO cpt-manquants.
           MOVE ZERO TO nb-signales.

      * Consulte le calendrier d'exploitation pour la date du jour ;
      * la derniere ligne de la date fait foi, une date absente vaut
      * jour ouvre ordinaire
       0500-CONSULTER-CALENDRIER.
           MOVE 'J' TO type-jour.
           MOVE 'N' TO indic-fin-calendrier.
           OPEN INPUT CALENDRIER-FILE.
           IF calendrier-statut = '00'
               PERFORM 0510-LIRE-CALENDRIER
               PERFORM 0520-RETENIR-TYPE UNTIL fin-calendrier
               CLOSE CALENDRIER-FILE
           END-IF.

      * Lecture d'un enregistrement CALENDRIER.DAT
       0510-LIRE-CALENDRIER.
           READ CALENDRIER-FILE
               AT END SET fin-calendrier TO TRUE
           END-READ.

      * Retient le type de la date du jour, puis relit
       0520-RETENIR-TYPE.
           IF CAL-DATE = date-jour
               MOVE CAL-TYPE TO type-jour
           END-IF.
           PERFORM 0510-LIRE-CALENDRIER.

      * Lecture d'un enregistrement DIFFUSION-RAPPORTS.DAT
       1100-LIRE-DIFFUSION.
           READ DIFFUSION-FILE
               AT END SET fin-diffusion TO TRUE
           END-READ.

      * Remet le rapport de l'entree courante a son destinataire,
      * ou le porte manquant s'il etait attendu, sauf remise deja
      * faite a la date ; puis relit
       2000-DIFFUSER-ENTREE.
           PERFORM 2100-CHERCHER-LIVRAISON.
           IF NOT deja-remis
               PERFORM 2300-COMPTER-LIGNES
               PERFORM 2500-EVALUER-ATTENTE
               EVALUATE TRUE
                   WHEN nb-lignes > ZERO
                       PERFORM 3000-REMETTRE-RAPPORT
                       SET LIV-DIFFUSE TO TRUE
                       PERFORM 4000-JOURNALISER
                       ADD 1 TO cpt-remises
                   WHEN rapport-attendu
                       SET LIV-MANQUANT TO TRUE
                       PERFORM 4000-JOURNALISER
                       ADD 1 TO cpt-manquants
                       PERFORM 5000-SIGNALER-MANQUANT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1100-LIRE-DIFFUSION.

      * Cherche au journal une remise du type au destinataire a la
      * date du jour
       2100-CHERCHER-LIVRAISON.
           MOVE 'N' TO indic-deja-remis.
           MOVE 'N' TO indic-fin-livraisons.
           OPEN INPUT LIVRAISONS-FILE.
           IF livraisons-statut = '00'
               PERFORM 2110-LIRE-LIVRAISON
               PERFORM 2200-COMPARER-LIVRAISON
                   UNTIL fin-livraisons OR deja-remis
               CLOSE LIVRAISONS-FILE
           END-IF.

      * Lecture d'un enregistrement LIVRAISONS-RAPPORTS.DAT
       2110-LIRE-LIVRAISON.
           READ LIVRAISONS-FILE
               AT END SET fin-livraisons TO TRUE
           END-READ.

      * Compare la remise courante a l'entree de diffusion, puis
      * relit si elle ne correspond pas
       2200-COMPARER-LIVRAISON.
           IF LIV-TYPE = DIF-TYPE
                   AND LIV-DESTINATAIRE = DIF-DESTINATAIRE
                   AND LIV-DATE = date-jour
               SET deja-remis TO TRUE
           ELSE
               PERFORM 2110-LIRE-LIVRAISON
           END-IF.

      * Compte les lignes du type versees a la bibliotheque a la
      * date du jour
       2300-COMPTER-LIGNES.
           MOVE ZERO TO nb-lignes.
           MOVE 'N' TO indic-fin-biblio.
           OPEN INPUT BIBLIO-FILE.
           IF biblio-statut = '00'
               PERFORM 2310-LIRE-BIBLIO
               PERFORM 2400-COMPTER-UNE-LIGNE UNTIL fin-biblio
               CLOSE BIBLIO-FILE
           END-IF.

      * Lecture d'un enregistrement BIBLIO-RAPPORTS.DAT
       2310-LIRE-BIBLIO.
           READ BIBLIO-FILE
               AT END SET fin-biblio TO TRUE
           END-READ.

      * Compte la ligne courante si elle est du type et du jour,
      * puis relit
       2400-COMPTER-UNE-LIGNE.
           IF BIB-TYPE = DIF-TYPE AND BIB-DATE = date-jour
               ADD 1 TO nb-lignes
           END-IF.
           PERFORM 2310-LIRE-BIBLIO.

      * Le rapport est attendu chaque jour de chaine s'il est
      * quotidien, les fins de mois ou d'annee du calendrier s'il
      * est mensuel ou annuel, et jamais s'il est a la demande
       2500-EVALUER-ATTENTE.
           MOVE 'N' TO indic-attendu.
           EVALUATE TRUE
               WHEN DIF-QUOTIDIEN
                   SET rapport-attendu TO TRUE
               WHEN DIF-FIN-MOIS AND jour-fin-mois
                   SET rapport-attendu TO TRUE
               WHEN DIF-FIN-ANNEE AND jour-fin-annee
                   SET rapport-attendu TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Ecrit le rapport sur le canal du destinataire, en autant
      * d'exemplaires que demande (un au moins)
       3000-REMETTRE-RAPPORT.
           MOVE date-jour TO date-editee.
           MOVE SPACES TO nom-sortie.
           EVALUATE TRUE
               WHEN DIF-IMPRIMANTE
                   STRING 'IMPRESSION-' DELIMITED BY SIZE
                       DIF-ADRESSE DELIMITED BY SPACE
                       '.DAT' DELIMITED BY SIZE
                       INTO nom-sortie
               WHEN DIF-BOITE
                   STRING DIF-ADRESSE DELIMITED BY SPACE
                       '/' DELIMITED BY SIZE
                       DIF-TYPE DELIMITED BY SPACE
                       '-' DELIMITED BY SIZE
                       date-jour DELIMITED BY SIZE
                       '.DAT' DELIMITED BY SIZE
                       INTO nom-sortie
               WHEN OTHER
                   MOVE 'BOITE-ENVOI.DAT' TO nom-sortie
           END-EVALUATE.
           MOVE DIF-EXEMPLAIRES TO nb-exemplaires.
           IF DIF-EXEMPLAIRES NOT NUMERIC
                   OR DIF-EXEMPLAIRES = ZERO
               MOVE 1 TO nb-exemplaires
           END-IF.
           OPEN EXTEND SORTIE-FILE.
           IF sortie-statut = '35'
               OPEN OUTPUT SORTIE-FILE
           END-IF.
           PERFORM 3100-EDITER-EXEMPLAIRE
               VARYING ix-exemplaire FROM 1 BY 1
               UNTIL ix-exemplaire > nb-exemplaires.
           CLOSE SORTIE-FILE.

      * Ecrit un exemplaire : bandeau d'adressage puis les lignes
      * du rapport du jour reprises de la bibliotheque
       3100-EDITER-EXEMPLAIRE.
           MOVE SPACES TO LIGNE-SORTIE.
           IF DIF-ENVOI
               STRING 'A : ' DELIMITED BY SIZE
                   DIF-ADRESSE DELIMITED BY SPACE
                   ' (' DELIMITED BY SIZE
                   DIF-DESTINATAIRE DELIMITED BY SPACE
                   ') - Rapport ' DELIMITED BY SIZE
                   DIF-TYPE DELIMITED BY SPACE
                   ' du ' DELIMITED BY SIZE
                   date-editee DELIMITED BY SIZE
                   INTO LIGNE-SORTIE
           ELSE
               STRING '=== Rapport ' DELIMITED BY SIZE
                   DIF-TYPE DELIMITED BY SPACE
                   ' du ' DELIMITED BY SIZE
                   date-editee DELIMITED BY SIZE
                   ' pour ' DELIMITED BY SIZE
                   DIF-DESTINATAIRE DELIMITED BY SPACE
                   ' - exemplaire ' DELIMITED BY SIZE
                   ix-exemplaire DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   nb-exemplaires DELIMITED BY SIZE
                   INTO LIGNE-SORTIE
           END-IF.
           WRITE LIGNE-SORTIE.
           MOVE 'N' TO indic-fin-biblio.
           OPEN INPUT BIBLIO-FILE.
           IF biblio-statut = '00'
               PERFORM 2310-LIRE-BIBLIO
               PERFORM 3200-RECOPIER-LIGNE UNTIL fin-biblio
               CLOSE BIBLIO-FILE
           END-IF.

      * Recopie la ligne courante si elle est du type et du jour,
      * puis relit
       3200-RECOPIER-LIGNE.
           IF BIB-TYPE = DIF-TYPE AND BIB-DATE = date-jour
               MOVE BIB-LIGNE TO LIGNE-SORTIE
               WRITE LIGNE-SORTIE
           END-IF.
           PERFORM 2310-LIRE-BIBLIO.

      * Porte la remise ou le manquant au journal ; le statut est
      * pose par l'appelant
       4000-JOURNALISER.
           MOVE DIF-TYPE TO LIV-TYPE.
           MOVE date-jour TO LIV-DATE.
           MOVE DIF-DESTINATAIRE TO LIV-DESTINATAIRE.
           MOVE DIF-CANAL TO LIV-CANAL.
           MOVE DIF-ADRESSE TO LIV-ADRESSE.
           MOVE nb-exemplaires TO LIV-EXEMPLAIRES.
           MOVE nb-lignes TO LIV-LIGNES.
           MOVE ZERO TO LIV-DATE-RECEPTION.
           MOVE ZERO TO LIV-HEURE-RECEPTION.
           IF LIV-MANQUANT
               MOVE ZERO TO LIV-EXEMPLAIRES
           END-IF.
           OPEN EXTEND LIVRAISONS-FILE.
           IF livraisons-statut = '35'
               OPEN OUTPUT LIVRAISONS-FILE
           END-IF.
           WRITE LIVRAISON-ENREGISTREMENT.
           CLOSE LIVRAISONS-FILE.

      * Leve un incident pour le rapport attendu et non produit,
      * une seule fois par type
       5000-SIGNALER-MANQUANT.
           MOVE 'N' TO indic-deja-signale.
           PERFORM 5100-COMPARER-SIGNALE
               VARYING ix-signale FROM 1 BY 1
               UNTIL ix-signale > nb-signales OR deja-signale.
           IF NOT deja-signale
               IF nb-signales < 50
                   ADD 1 TO nb-signales
                   MOVE DIF-TYPE TO SIG-TYPE(nb-signales)
               END-IF
               MOVE SPACES TO message-incident
               STRING 'Rapport ' DELIMITED BY SIZE
                   DIF-TYPE DELIMITED BY SPACE
                   ' attendu et non produit' DELIMITED BY SIZE
                   INTO message-incident
               PERFORM 5200-ECRIRE-INCIDENT
           END-IF.

      * Compare le type signale courant au type de l'entree
       5100-COMPARER-SIGNALE.
           IF SIG-TYPE(ix-signale) = DIF-TYPE
               SET deja-signale TO TRUE
           END-IF.

      * Consigne l'incident pour l'operateur du matin
       5200-ECRIRE-INCIDENT.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'DiffuserRapports' TO INC-JOB.
           MOVE CP-HLG-DATE TO INC-DATE.
           MOVE CP-HLG-HH TO INC-HEURE(1:2).
           MOVE CP-HLG-MN TO INC-HEURE(3:2).
           MOVE CP-HLG-SS TO INC-HEURE(5:2).
           MOVE 4 TO INC-CODE.
           MOVE message-incident TO INC-MESSAGE.
           MOVE 'BIBLIO-RAPPORTS.DAT' TO INC-FICHIER.
           SET INC-A-ACQUITTER TO TRUE.
           MOVE SPACES TO INC-OPERATEUR.
           OPEN EXTEND INCIDENTS-FILE.
           IF incidents-statut = '35'
               OPEN OUTPUT INCIDENTS-FILE
           END-IF.
           WRITE INCIDENT-ENREGISTREMENT.
           CLOSE INCIDENTS-FILE.
