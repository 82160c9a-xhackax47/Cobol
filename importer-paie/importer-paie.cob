      * maison ; les lignes refusees partent sur le rapport
      * d'import avec leur motif, et le CSV consomme est ecarte
      * pour qu'une relance ne l'importe pas deux fois.
      * Deux champs facultatifs suivent le montant : le compte a
      * mouvementer et un numero de piece. Les lignes consecutives
      * de meme piece forment une ecriture a plusieurs lignes,
      * importee sous un seul numero si ses debits egalent ses
      * credits et rejetee en bloc sinon ; une ligne sans piece
      * reste un mouvement simple.
      * Chaque mouvement est passe a la date de sa ligne ; une ligne
      * datee dans une periode comptable close ou verrouillee de
      * PERIODES-COMPTABLES.DAT est rejetee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMERO-FILE ASSIGN TO "NUMERO-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS numero-statut.
           SELECT PERIODES-FILE ASSIGN TO "PERIODES-COMPTABLES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS periodes-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD RAPPORT-IMPORT-FILE.
       01 LIGNE-IMPORT                PIC X(140).

       FD PERIODES-FILE.
       COPY "cpperiode.cpy".

       WORKING-STORAGE SECTION.
       77 csv-paie-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 champ-date PIC X(10).
       77 champ-libelle PIC X(40).
       77 champ-montant PIC X(15).
       77 champ-compte PIC X(06).
       77 champ-piece PIC X(10).
       77 date-mouvement PIC 9(08) VALUE ZERO.
       77 mois-mouvement PIC 9(02) VALUE ZERO.
       77 jour-mouvement PIC 9(02) VALUE ZERO.
       77 cpt-rejetees PIC 9(07) VALUE ZERO.
       77 numero-statut PIC X(02).
       77 numero-transaction PIC 9(09) VALUE ZERO.

      * Etat des periodes comptables, la derniere ligne d'une
      * periode de PERIODES-COMPTABLES.DAT faisant foi ; une periode
      * absente est ouverte
       77 periodes-statut PIC X(02).
       77 indic-fin-periodes PIC X(01) VALUE 'N'.
           88 fin-periodes VALUE 'O'.
       77 indic-periode-trouvee PIC X(01) VALUE 'N'.
           88 periode-trouvee VALUE 'O'.
       77 nb-periodes PIC 9(03) COMP VALUE ZERO.
       77 ix-periode PIC 9(03) COMP VALUE ZERO.
       77 limite-periodes PIC 9(03) COMP VALUE 240.
       77 periode-controle PIC 9(06) VALUE ZERO.
       01 TABLE-PERIODES.
           05 PERIODE-TABLE OCCURS 240.
               10 PTB-PERIODE         PIC 9(06).
               10 PTB-STATUT          PIC X(01).
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.

      * Ecriture en cours de rassemblement : les lignes de meme
      * piece sont retenues avant d'etre ecrites ou rejetees ensemble
       77 piece-ecriture PIC X(10) VALUE SPACES.
       77 motif-ecriture PIC X(30) VALUE SPACES.
       77 somme-ecriture PIC S9(9)V99 VALUE ZERO.
       77 nb-lignes-ecriture PIC 9(02) COMP VALUE ZERO.
       77 limite-lignes-ecriture PIC 9(02) COMP VALUE 20.
       77 ix-ligne PIC 9(02) COMP VALUE ZERO.
       01 TABLE-ECRITURE.
           05 LIGNE-ECRITURE OCCURS 20.
               10 ECR-TAB-CSV         PIC X(100).
               10 ECR-TAB-LIBELLE     PIC X(40).
               10 ECR-TAB-MONTANT     PIC S9(7)V99.
               10 ECR-TAB-COMPTE      PIC X(06).
               10 ECR-TAB-DATE        PIC 9(08).
               10 ECR-TAB-MOTIF       PIC X(30).
       COPY "cphorlog.cpy".

       PROCEDURE DIVISION.
               IF transactions-statut = '35'
                   OPEN OUTPUT TRANSACTIONS-FILE
               END-IF
               PERFORM 1200-CHARGER-PERIODES
               PERFORM 1150-LIRE-VALIDER-LIGNE
               PERFORM 2000-IMPORTER-LIGNE UNTIL fin-csv
               CLOSE TRANSACTIONS-FILE
               CLOSE CSV-PAIE-FILE
               AT END SET fin-csv TO TRUE
           END-READ.

      * Lit la ligne suivante et, s'il y en a une, la decoupe et
      * la valide
       1150-LIRE-VALIDER-LIGNE.
           PERFORM 1100-LIRE-LIGNE-CSV.
           IF NOT fin-csv
               ADD 1 TO cpt-lues
               PERFORM 2100-VALIDER-LIGNE
           END-IF.

      * Charge l'etat courant des periodes comptables, la derniere
      * ligne d'une periode recouvrant la precedente ; sans fichier,
      * toutes les periodes sont ouvertes
       1200-CHARGER-PERIODES.
           MOVE ZERO TO nb-periodes.
           MOVE 'N' TO indic-fin-periodes.
           OPEN INPUT PERIODES-FILE.
           IF periodes-statut = '00'
               PERFORM 1210-LIRE-PERIODE
               PERFORM 1220-RETENIR-PERIODE UNTIL fin-periodes
               CLOSE PERIODES-FILE
           END-IF.

      * Lecture d'un enregistrement PERIODES-COMPTABLES.DAT
       1210-LIRE-PERIODE.
           READ PERIODES-FILE
               AT END SET fin-periodes TO TRUE
           END-READ.

      * Range l'etat lu dans la table, en recouvrant la ligne
      * anterieure de la periode, puis relit
       1220-RETENIR-PERIODE.
           MOVE PER-PERIODE TO periode-controle.
           PERFORM 1230-CHERCHER-PERIODE.
           IF NOT periode-trouvee
               IF nb-periodes < limite-periodes
                   ADD 1 TO nb-periodes
                   MOVE nb-periodes TO ix-periode
                   SET periode-trouvee TO TRUE
               END-IF
           END-IF.
           IF periode-trouvee
               MOVE PER-PERIODE TO PTB-PERIODE(ix-periode)
               MOVE PER-STATUT TO PTB-STATUT(ix-periode)
           END-IF.
           PERFORM 1210-LIRE-PERIODE.

      * Cherche la periode a controler dans la table en memoire
       1230-CHERCHER-PERIODE.
           MOVE 'N' TO indic-periode-trouvee.
           MOVE ZERO TO ix-periode.
           PERFORM 1240-COMPARER-PERIODE
               UNTIL periode-trouvee OR ix-periode >= nb-periodes.

      * Compare la ligne suivante de la table a la periode
       1240-COMPARER-PERIODE.
           ADD 1 TO ix-periode.
           IF PTB-PERIODE(ix-periode) = periode-controle
               SET periode-trouvee TO TRUE
           END-IF.

      * Convertit la ligne courante, deja validee, en transaction
      * ou la rejette avec son motif, puis relit ; une ligne portant
      * une piece entraine toute son ecriture
       2000-IMPORTER-LIGNE.
           IF champ-piece NOT = SPACES
               PERFORM 2500-IMPORTER-ECRITURE
           ELSE
               IF ligne-valide
                   PERFORM 3000-ECRIRE-TRANSACTION
                   ADD 1 TO cpt-acceptees
               ELSE
                   ADD 1 TO cpt-rejetees
                   MOVE SPACES TO LIGNE-IMPORT
                   STRING '  REJET (' DELIMITED BY SIZE
                       motif-rejet DELIMITED BY SIZE
                       ') : ' DELIMITED BY SIZE
                       LIGNE-CSV-PAIE DELIMITED BY SIZE
                       INTO LIGNE-IMPORT
                   WRITE LIGNE-IMPORT
               END-IF
               PERFORM 1150-LIRE-VALIDER-LIGNE
           END-IF.

      * Decoupe la ligne CSV (date,libelle,montant, puis compte et
      * piece facultatifs) et verifie que la date est plausible et
      * dans une periode ouverte, le libelle present et le montant
      * interpretable en nombre
       2100-VALIDER-LIGNE.
           SET indic-ligne-valide TO 'N'.
           MOVE SPACES TO champ-date.
           MOVE SPACES TO champ-libelle.
           MOVE SPACES TO champ-montant.
           MOVE SPACES TO champ-compte.
           MOVE SPACES TO champ-piece.
           UNSTRING LIGNE-CSV-PAIE
               DELIMITED BY ','
               INTO champ-date champ-libelle champ-montant
                   champ-compte champ-piece.
           IF champ-date(1:8) NOT NUMERIC
               MOVE 'Date non numerique' TO motif-rejet
           ELSE
                       OR jour-mouvement > 31
                   MOVE 'Date invraisemblable' TO motif-rejet
               ELSE
                   MOVE date-mouvement(1:6) TO periode-controle
                   PERFORM 1230-CHERCHER-PERIODE
                   IF periode-trouvee
                           AND (PTB-STATUT(ix-periode) = 'C'
                           OR PTB-STATUT(ix-periode) = 'V')
                       MOVE 'Periode comptable close' TO motif-rejet
                   ELSE
                   IF champ-libelle = SPACES
                       MOVE 'Libelle absent' TO motif-rejet
                   ELSE
                           SET ligne-valide TO TRUE
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE 'EUR' TO TRA-DEVISE.
           MOVE champ-libelle TO TRA-REFERENCE.
           MOVE SPACE TO TRA-APPROBATION.
           MOVE champ-compte TO TRA-COMPTE.
           MOVE SPACES TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ZERO TO TRA-LIGNE.
           MOVE date-mouvement TO TRA-DATE.
           MOVE SPACES TO TRA-AUTEUR.
           MOVE ZERO TO TRA-DATE-SAISIE.
           MOVE ZERO TO TRA-HEURE-SAISIE.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE numero-transaction TO TRA-NUMERO.
           WRITE TRANSACTION-ENREGISTREMENT.

      * Rassemble les lignes consecutives de la piece courante et
      * les importe comme une seule ecriture si toutes sont valides,
      * qu'elles sont au moins deux et que leur somme est nulle ;
      * sinon toutes sont rejetees. La lecture reste placee sur la
      * ligne qui suit l'ecriture
       2500-IMPORTER-ECRITURE.
           MOVE champ-piece TO piece-ecriture.
           MOVE SPACES TO motif-ecriture.
           MOVE ZERO TO somme-ecriture.
           MOVE ZERO TO nb-lignes-ecriture.
           PERFORM 2510-RETENIR-LIGNE
               UNTIL fin-csv
                   OR champ-piece NOT = piece-ecriture
                   OR nb-lignes-ecriture >= limite-lignes-ecriture.
           EVALUATE TRUE
               WHEN motif-ecriture NOT = SPACES
                   CONTINUE
               WHEN nb-lignes-ecriture < 2
                   MOVE 'Ecriture a une seule ligne' TO motif-ecriture
               WHEN somme-ecriture NOT = ZERO
                   MOVE 'Ecriture desequilibree' TO motif-ecriture
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF motif-ecriture = SPACES
               PERFORM 8800-ALLOUER-NUMERO
               PERFORM 2520-ECRIRE-LIGNE
                   VARYING ix-ligne FROM 1 BY 1
                   UNTIL ix-ligne > nb-lignes-ecriture
           ELSE
               PERFORM 2530-REJETER-LIGNE
                   VARYING ix-ligne FROM 1 BY 1
                   UNTIL ix-ligne > nb-lignes-ecriture
           END-IF.

      * Retient la ligne courante de l'ecriture, puis lit et valide
      * la suivante ; le premier motif de rejet d'une ligne devient
      * celui de l'ecriture
       2510-RETENIR-LIGNE.
           ADD 1 TO nb-lignes-ecriture.
           MOVE LIGNE-CSV-PAIE TO ECR-TAB-CSV(nb-lignes-ecriture).
           MOVE champ-libelle TO ECR-TAB-LIBELLE(nb-lignes-ecriture).
           MOVE champ-compte TO ECR-TAB-COMPTE(nb-lignes-ecriture).
           MOVE date-mouvement TO ECR-TAB-DATE(nb-lignes-ecriture).
           MOVE motif-rejet TO ECR-TAB-MOTIF(nb-lignes-ecriture).
           IF ligne-valide
               MOVE montant-mouvement
                   TO ECR-TAB-MONTANT(nb-lignes-ecriture)
               ADD montant-mouvement TO somme-ecriture
           ELSE
               MOVE ZERO TO ECR-TAB-MONTANT(nb-lignes-ecriture)
               IF motif-ecriture = SPACES
                   MOVE motif-rejet TO motif-ecriture
               END-IF
           END-IF.
           PERFORM 1150-LIRE-VALIDER-LIGNE.

      * Ecrit une ligne de l'ecriture acceptee, au numero commun
       2520-ECRIRE-LIGNE.
           MOVE ECR-TAB-MONTANT(ix-ligne) TO TRA-MONTANT.
           MOVE 'PAIE' TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           MOVE ECR-TAB-LIBELLE(ix-ligne) TO TRA-REFERENCE.
           MOVE SPACE TO TRA-APPROBATION.
           MOVE ECR-TAB-COMPTE(ix-ligne) TO TRA-COMPTE.
           MOVE SPACES TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ix-ligne TO TRA-LIGNE.
           MOVE ECR-TAB-DATE(ix-ligne) TO TRA-DATE.
           MOVE SPACES TO TRA-AUTEUR.
           MOVE ZERO TO TRA-DATE-SAISIE.
           MOVE ZERO TO TRA-HEURE-SAISIE.
           MOVE numero-transaction TO TRA-NUMERO.
           WRITE TRANSACTION-ENREGISTREMENT.
           ADD 1 TO cpt-acceptees.

      * Rejette une ligne de l'ecriture refusee, avec son propre
      * motif ou, a defaut, celui de l'ecriture
       2530-REJETER-LIGNE.
           IF ECR-TAB-MOTIF(ix-ligne) = SPACES
               MOVE motif-ecriture TO ECR-TAB-MOTIF(ix-ligne)
           END-IF.
           ADD 1 TO cpt-rejetees.
           MOVE SPACES TO LIGNE-IMPORT.
           STRING '  REJET (' DELIMITED BY SIZE
               ECR-TAB-MOTIF(ix-ligne) DELIMITED BY SIZE
               ') : ' DELIMITED BY SIZE
               ECR-TAB-CSV(ix-ligne) DELIMITED BY SIZE
               INTO LIGNE-IMPORT.
           WRITE LIGNE-IMPORT.

      * Pose l'identite du lot courant (horodatage de sa creation)
      * si elle n'existe pas encore, pour le controle de
      * retraitement de ManipulationAdd
