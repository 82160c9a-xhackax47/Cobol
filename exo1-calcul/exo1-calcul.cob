      * Mode lot : on lit CALCULS.DAT, chaque calcul accepte est ecrit
      * sur CALCULS-RESULTATS.DAT et chaque enregistrement invalide est
      * ecrit, avec son motif, sur REJETS.DAT.
      * Mode financier : pour un capital, un taux annuel et un
      * nombre d'echeances, donne l'echeance constante, le total des
      * interets et le capital restant du, et imprime le tableau
      * d'amortissement sur TABLEAU-AMORTISSEMENT.DAT ; les lignes
      * 'P' de CALCULS.DAT produisent les memes tableaux en lot.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORMULES-FILE ASSIGN TO "FORMULES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS formules-statut.
           SELECT AMORTISSEMENT-FILE
               ASSIGN TO "TABLEAU-AMORTISSEMENT.DAT"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       FD FORMULES-FILE.
       COPY "cpformule.cpy".

       FD AMORTISSEMENT-FILE.
       01 LIGNE-AMORTISSEMENT         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "cpexo1.cpy".
       77 joblog-statut PIC X(02).
       77 cpt-lot-ecrits PIC 9(07) COMP VALUE ZERO.
       77 cpt-lot-rejetes PIC 9(07) COMP VALUE ZERO.

      * Calcul de pret a echeances constantes : les valeurs sont
      * saisies en texte, a l'ecran comme sur les lignes 'P' du lot,
      * et controlees par le meme paragraphe
       77 pret-reference PIC X(04) VALUE SPACES.
       77 pret-capital-texte PIC X(10).
       77 pret-taux-texte PIC X(10).
       77 pret-duree-texte PIC X(10).
       77 pret-frequence-texte PIC X(10).
       77 pret-payees-texte PIC X(10).
       77 indic-pret-valide PIC X(01) VALUE 'N'.
           88 pret-valide VALUE 'O'.
       77 pret-capital PIC 9(7)V99 VALUE ZERO.
       77 pret-taux PIC 9(3)V9(4) VALUE ZERO.
       77 pret-duree PIC 9(03) VALUE ZERO.
       77 pret-frequence PIC 9(02) VALUE 12.
       77 pret-payees PIC 9(03) VALUE ZERO.
       77 pret-valeur PIC S9(9)V9(4) VALUE ZERO.
       77 taux-periode PIC 9V9(12) VALUE ZERO.
       77 facteur-pret PIC 9(9)V9(9) VALUE ZERO.
       77 coefficient-pret PIC 9(3)V9(12) VALUE ZERO.
       77 pret-echeance PIC 9(7)V99 VALUE ZERO.
       77 pret-total-interets PIC 9(9)V99 VALUE ZERO.
       77 pret-restant PIC 9(7)V99 VALUE ZERO.
       77 pret-solde PIC 9(7)V99 VALUE ZERO.
       77 ix-periode PIC 9(03) COMP VALUE ZERO.
       77 interets-periode PIC 9(7)V99 VALUE ZERO.
       77 amortissement-periode PIC 9(7)V99 VALUE ZERO.
       77 echeance-periode PIC 9(7)V99 VALUE ZERO.
       77 periode-editee PIC ZZZ9.
       77 montant-edite PIC Z,ZZZ,ZZ9.99.
       77 total-edite PIC ZZZ,ZZZ,ZZ9.99.
       77 taux-pret-edite PIC ZZ9.9999.

      * Controle d'integrite du lot CALCULS.DAT : entete (date et
      * numero de sequence) et fin de lot (compte et total de
      * controle des valeurs) sont verifies avant d'admettre le
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 6 COL 10 VALUE
               'Mode (I=Interactif L=Lot F=Financier) : '.
           2 saisie-mode PIC X(01) TO mode-exec REQUIRED.

       1 pls1.
               'Suite ? (M=Memoire O=Nouveau N=Fin) : '.
           2 PIC X(01) TO reponse-suite REQUIRED.

       1 pls-pret.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Echeancier de pret'.
           2 LINE 5 COL 10 VALUE 'Capital                  : '.
           2 PIC X(10) TO pret-capital-texte REQUIRED.
           2 LINE 6 COL 10 VALUE 'Taux annuel %            : '.
           2 PIC X(10) TO pret-taux-texte REQUIRED.
           2 LINE 7 COL 10 VALUE 'Nombre d''echeances       : '.
           2 PIC X(10) TO pret-duree-texte REQUIRED.
           2 LINE 8 COL 10 VALUE 'Echeances par an (12)    : '.
           2 PIC X(10) TO pret-frequence-texte.
           2 LINE 9 COL 10 VALUE 'Echeances deja payees    : '.
           2 PIC X(10) TO pret-payees-texte.

       1 pla-pret.
           2 LINE 11 COL 10 VALUE 'Echeance                 : '.
           2 COL 37 PIC Z,ZZZ,ZZ9.99 FROM pret-echeance.
           2 LINE 12 COL 10 VALUE 'Total des interets       : '.
           2 COL 37 PIC ZZZ,ZZZ,ZZ9.99 FROM pret-total-interets.
           2 LINE 13 COL 10 VALUE 'Capital restant du       : '.
           2 COL 37 PIC Z,ZZZ,ZZ9.99 FROM pret-restant.
           2 LINE 14 COL 10 VALUE
               'Tableau ecrit sur TABLEAU-AMORTISSEMENT.DAT'.

       1 pla-pret-rejet.
           2 LINE 11 COL 10 PIC X(30) FROM motif-rejet.

       1 pls-pret-suite.
           2 LINE 16 COL 10 VALUE 'Autre echeancier ? (O/N) : '.
           2 PIC X(01) TO reponse-suite REQUIRED.

       PROCEDURE DIVISION.

       PERFORM 0010-RAZ-EXECUTION.
       ACCEPT date-jour-aff FROM DATE YYYYMMDD.
       PERFORM 0500-DETECTER-MODE.

       EVALUATE TRUE
           WHEN mode-lot
               PERFORM 5000-TRAITER-LOT
           WHEN mode-financier
               PERFORM 7500-UN-ECHEANCIER UNTIL fin-session
           WHEN OTHER
               PERFORM 0030-LIRE-LANGUE-SESSION
               PERFORM 0040-CHARGER-MESSAGES
               PERFORM 3000-REJOUER-HISTORIQUE
               PERFORM 6000-UN-CALCUL
                   UNTIL fin-session OR saisie-verrouillee
               IF saisie-verrouillee
                   DISPLAY pla-err-verrou
                   PERFORM 0600-TRACER-VERROUILLAGE
               END-IF
       END-EVALUATE.

       GOBACK.

               PERFORM 5060-CHARGER-FORMULES
               OPEN OUTPUT CALCUL-RESULTATS-FILE
               OPEN OUTPUT REJETS-FILE
               OPEN OUTPUT AMORTISSEMENT-FILE
               PERFORM 5100-LIRE-CALCUL
               PERFORM 5020-CONTROLER-ENTETE-LOT
               IF NOT lot-abandonne
               CLOSE CALCUL-FILE
               CLOSE CALCUL-RESULTATS-FILE
               CLOSE REJETS-FILE
               CLOSE AMORTISSEMENT-FILE
               IF NOT lot-abandonne
                   PERFORM 5600-SAUVER-STATS
                   IF lot-controle
                   PERFORM 5250-CUMULER-CONTROLE
                   PERFORM 5460-TRAITER-FORMULE
                   PERFORM 5100-LIRE-CALCUL
               WHEN CLP-TYPE = 'P'
                   ADD 1 TO cpt-lot-lus
                   PERFORM 5250-CUMULER-CONTROLE
                   PERFORM 5470-TRAITER-PRET
                   PERFORM 5100-LIRE-CALCUL
               WHEN OTHER
                   ADD 1 TO cpt-lot-lus
                   PERFORM 5250-CUMULER-CONTROLE
               MOVE 'Erreur de calcul (depassement)'
                   TO motif-rejet
           END-IF.

      * Evalue la ligne P : le pret est controle, son echeance est
      * ecrite sur le fichier resultat avec la reference du pret et
      * son tableau d'amortissement est imprime ; un pret invalide
      * part aux rejets
       5470-TRAITER-PRET.
           MOVE CLP-REFERENCE TO pret-reference.
           MOVE CLP-CAPITAL TO pret-capital-texte.
           MOVE CLP-TAUX TO pret-taux-texte.
           MOVE CLP-DUREE TO pret-duree-texte.
           MOVE CLP-FREQUENCE TO pret-frequence-texte.
           MOVE SPACES TO pret-payees-texte.
           PERFORM 7000-VALIDER-PRET.
           IF pret-valide
               PERFORM 7100-CALCULER-ECHEANCE
           END-IF.
           IF NOT pret-valide
               PERFORM 5500-ECRIRE-REJET
           ELSE
               PERFORM 7200-IMPRIMER-TABLEAU
               MOVE pret-capital TO CLR-NUM1
               MOVE 'P' TO CLR-OP
               MOVE pret-duree TO CLR-NUM2
               MOVE pret-echeance TO CLR-RESULTAT
               MOVE pret-reference TO CLR-FORMULE
               WRITE CALCUL-RESULTAT-ENREGISTREMENT
               ADD 1 TO cpt-lot-ecrits
               MOVE pret-echeance TO resultat
               PERFORM 5450-CUMULER-STATS
           END-IF.

      * Controle les valeurs du pret saisies en texte : capital
      * positif, taux annuel de 0 a 100 %, de 1 a 600 echeances, de
      * 1 a 12 echeances par an (12 a defaut) et, a l'ecran, un
      * nombre d'echeances deja payees au plus egal a la duree
       7000-VALIDER-PRET.
           MOVE 'N' TO indic-pret-valide.
           MOVE SPACES TO motif-rejet.
           MOVE 12 TO pret-frequence.
           MOVE ZERO TO pret-payees.
           IF pret-capital-texte = SPACES
                   OR FUNCTION TEST-NUMVAL(pret-capital-texte)
                   NOT = ZERO
               MOVE 'Capital non numerique' TO motif-rejet
           ELSE
               COMPUTE pret-valeur =
                   FUNCTION NUMVAL(pret-capital-texte)
               IF pret-valeur NOT > ZERO OR pret-valeur > 9999999.99
                   MOVE 'Capital hors limites' TO motif-rejet
               ELSE
                   MOVE pret-valeur TO pret-capital
               END-IF
           END-IF.
           IF motif-rejet = SPACES
               IF pret-taux-texte = SPACES
                       OR FUNCTION TEST-NUMVAL(pret-taux-texte)
                       NOT = ZERO
                   MOVE 'Taux non numerique' TO motif-rejet
               ELSE
                   COMPUTE pret-valeur =
                       FUNCTION NUMVAL(pret-taux-texte)
                   IF pret-valeur < ZERO OR pret-valeur > 100
                       MOVE 'Taux hors limites' TO motif-rejet
                   ELSE
                       MOVE pret-valeur TO pret-taux
                   END-IF
               END-IF
           END-IF.
           IF motif-rejet = SPACES
               IF pret-duree-texte = SPACES
                       OR FUNCTION TEST-NUMVAL(pret-duree-texte)
                       NOT = ZERO
                   MOVE 'Duree non numerique' TO motif-rejet
               ELSE
                   COMPUTE pret-valeur =
                       FUNCTION NUMVAL(pret-duree-texte)
                   IF pret-valeur < 1 OR pret-valeur > 600
                       MOVE 'Duree hors limites (1 a 600)'
                           TO motif-rejet
                   ELSE
                       MOVE pret-valeur TO pret-duree
                   END-IF
               END-IF
           END-IF.
           IF motif-rejet = SPACES AND pret-frequence-texte NOT = SPACES
               IF FUNCTION TEST-NUMVAL(pret-frequence-texte)
                       NOT = ZERO
                   MOVE 'Echeances par an non numerique'
                       TO motif-rejet
               ELSE
                   COMPUTE pret-valeur =
                       FUNCTION NUMVAL(pret-frequence-texte)
                   IF pret-valeur < 1 OR pret-valeur > 12
                       MOVE 'Echeances par an hors limites'
                           TO motif-rejet
                   ELSE
                       MOVE pret-valeur TO pret-frequence
                   END-IF
               END-IF
           END-IF.
           IF motif-rejet = SPACES AND pret-payees-texte NOT = SPACES
               IF FUNCTION TEST-NUMVAL(pret-payees-texte) NOT = ZERO
                   MOVE 'Echeances payees non numerique'
                       TO motif-rejet
               ELSE
                   COMPUTE pret-valeur =
                       FUNCTION NUMVAL(pret-payees-texte)
                   IF pret-valeur < ZERO OR pret-valeur > pret-duree
                       MOVE 'Echeances payees hors limites'
                           TO motif-rejet
                   ELSE
                       MOVE pret-valeur TO pret-payees
                   END-IF
               END-IF
           END-IF.
           IF motif-rejet = SPACES
               SET pret-valide TO TRUE
           END-IF.

      * Calcule l'echeance constante au taux de la periode ; a taux
      * nul le capital est simplement reparti sur les echeances
       7100-CALCULER-ECHEANCE.
           COMPUTE taux-periode ROUNDED =
               pret-taux / 100 / pret-frequence.
           IF taux-periode = ZERO
               COMPUTE pret-echeance ROUNDED =
                   pret-capital / pret-duree
           ELSE
               COMPUTE facteur-pret ROUNDED =
                   (1 + taux-periode) ** pret-duree
                   ON SIZE ERROR
                       MOVE 'N' TO indic-pret-valide
               END-COMPUTE
               IF pret-valide
                   COMPUTE coefficient-pret ROUNDED =
                       taux-periode / (1 - 1 / facteur-pret)
                       ON SIZE ERROR
                           MOVE 'N' TO indic-pret-valide
                   END-COMPUTE
               END-IF
               IF pret-valide
                   COMPUTE pret-echeance ROUNDED =
                       pret-capital * coefficient-pret
                       ON SIZE ERROR
                           MOVE 'N' TO indic-pret-valide
                   END-COMPUTE
               END-IF
           END-IF.
           IF NOT pret-valide
               MOVE 'Erreur de calcul (depassement)' TO motif-rejet
           END-IF.

      * Imprime le tableau d'amortissement du pret : entete du pret,
      * une ligne par echeance (interets sur le solde, amortissement
      * du capital, solde restant), la derniere echeance soldant les
      * arrondis, puis le total des interets ; retient au passage le
      * capital restant du apres les echeances deja payees
       7200-IMPRIMER-TABLEAU.
           MOVE pret-capital TO pret-solde.
           MOVE pret-capital TO pret-restant.
           MOVE ZERO TO pret-total-interets.
           MOVE SPACES TO LIGNE-AMORTISSEMENT.
           MOVE pret-capital TO montant-edite.
           MOVE pret-taux TO taux-pret-edite.
           MOVE pret-duree TO periode-editee.
           STRING 'Pret ' DELIMITED BY SIZE
               pret-reference DELIMITED BY SIZE
               ' - capital ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               ' taux ' DELIMITED BY SIZE
               taux-pret-edite DELIMITED BY SIZE
               ' % ' DELIMITED BY SIZE
               periode-editee DELIMITED BY SIZE
               ' echeances' DELIMITED BY SIZE
               INTO LIGNE-AMORTISSEMENT.
           WRITE LIGNE-AMORTISSEMENT.
           MOVE SPACES TO LIGNE-AMORTISSEMENT.
           MOVE pret-frequence TO periode-editee.
           MOVE pret-echeance TO montant-edite.
           STRING '  ' DELIMITED BY SIZE
               periode-editee DELIMITED BY SIZE
               ' echeances par an, echeance ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-AMORTISSEMENT.
           WRITE LIGNE-AMORTISSEMENT.
           MOVE SPACES TO LIGNE-AMORTISSEMENT.
           MOVE 'Periode' TO LIGNE-AMORTISSEMENT(3:7).
           MOVE 'Echeance' TO LIGNE-AMORTISSEMENT(17:8).
           MOVE 'Interets' TO LIGNE-AMORTISSEMENT(31:8).
           MOVE 'Amortissement' TO LIGNE-AMORTISSEMENT(40:13).
           MOVE 'Solde' TO LIGNE-AMORTISSEMENT(62:5).
           WRITE LIGNE-AMORTISSEMENT.
           PERFORM 7210-LIGNE-ECHEANCE
               VARYING ix-periode FROM 1 BY 1
               UNTIL ix-periode > pret-duree.
           MOVE SPACES TO LIGNE-AMORTISSEMENT.
           MOVE pret-total-interets TO total-edite.
           STRING '  Total des interets ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-AMORTISSEMENT.
           WRITE LIGNE-AMORTISSEMENT.
           MOVE SPACES TO LIGNE-AMORTISSEMENT.
           WRITE LIGNE-AMORTISSEMENT.

      * Ligne d'une echeance du tableau
       7210-LIGNE-ECHEANCE.
           COMPUTE interets-periode ROUNDED =
               pret-solde * taux-periode.
           IF ix-periode = pret-duree
               MOVE pret-solde TO amortissement-periode
               COMPUTE echeance-periode =
                   amortissement-periode + interets-periode
           ELSE
               MOVE pret-echeance TO echeance-periode
               COMPUTE amortissement-periode =
                   echeance-periode - interets-periode
               IF amortissement-periode > pret-solde
                   MOVE pret-solde TO amortissement-periode
                   COMPUTE echeance-periode =
                       amortissement-periode + interets-periode
               END-IF
           END-IF.
           SUBTRACT amortissement-periode FROM pret-solde.
           ADD interets-periode TO pret-total-interets.
           IF ix-periode = pret-payees
               MOVE pret-solde TO pret-restant
           END-IF.
           MOVE SPACES TO LIGNE-AMORTISSEMENT.
           MOVE ix-periode TO periode-editee.
           MOVE periode-editee TO LIGNE-AMORTISSEMENT(6:4).
           MOVE echeance-periode TO montant-edite.
           MOVE montant-edite TO LIGNE-AMORTISSEMENT(13:12).
           MOVE interets-periode TO montant-edite.
           MOVE montant-edite TO LIGNE-AMORTISSEMENT(27:12).
           MOVE amortissement-periode TO montant-edite.
           MOVE montant-edite TO LIGNE-AMORTISSEMENT(41:12).
           MOVE pret-solde TO montant-edite.
           MOVE montant-edite TO LIGNE-AMORTISSEMENT(55:12).
           WRITE LIGNE-AMORTISSEMENT.

      * Conduit un echeancier du mode financier : saisie du pret,
      * controle, calcul, affichage de l'echeance, des interets et
      * du capital restant du, tableau imprime ; puis demande s'il
      * faut en calculer un autre
       7500-UN-ECHEANCIER.
           MOVE SPACES TO pret-reference.
           MOVE SPACES TO pret-capital-texte.
           MOVE SPACES TO pret-taux-texte.
           MOVE SPACES TO pret-duree-texte.
           MOVE SPACES TO pret-frequence-texte.
           MOVE SPACES TO pret-payees-texte.
           DISPLAY pls-pret.
           ACCEPT pls-pret.
           PERFORM 7000-VALIDER-PRET.
           IF pret-valide
               PERFORM 7100-CALCULER-ECHEANCE
           END-IF.
           IF pret-valide
               OPEN OUTPUT AMORTISSEMENT-FILE
               PERFORM 7200-IMPRIMER-TABLEAU
               CLOSE AMORTISSEMENT-FILE
               DISPLAY pla-pret
           ELSE
               DISPLAY pla-pret-rejet
           END-IF.
           DISPLAY pls-pret-suite.
           ACCEPT pls-pret-suite.
           IF reponse-suite NOT = 'O' AND reponse-suite NOT = 'o'
               SET fin-session TO TRUE
           END-IF.
