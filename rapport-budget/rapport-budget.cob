      * verses aux releves par la cloture mensuelle, sont repris
      * depuis les totaux par type qu'elle depose sur
      * CUMULS-MENSUELS.DAT ; le grand livre n'apporte que le mois
      * encore ouvert. Entre le reel et le budget, une ligne
      * d'engagement reprend les bons de commande de COMMANDES.DAT
      * engages et non encore soldes, par mois de commande.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUMULS-FILE ASSIGN TO "CUMULS-MENSUELS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS cumuls-statut.
           SELECT COMMANDES-FILE ASSIGN TO "COMMANDES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS commandes-statut.
           SELECT RAPPORT-BUDGET-FILE
               ASSIGN TO "RAPPORT-BUDGET.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       FD CUMULS-FILE.
       COPY "cpcumulmois.cpy".

       FD COMMANDES-FILE.
       COPY "cpcommande.cpy".

       FD RAPPORT-BUDGET-FILE.
       01 LIGNE-BUDGET                PIC X(80).

       77 indic-fin-cumuls PIC X(01) VALUE 'N'.
           88 fin-cumuls VALUE 'O'.
       77 mois-cumul PIC 9(02).
       77 commandes-statut PIC X(02).
       77 indic-fin-commandes PIC X(01) VALUE 'N'.
           88 fin-commandes VALUE 'O'.
       77 indic-commande-trouvee PIC X(01) VALUE 'N'.
           88 commande-trouvee VALUE 'O'.
       77 mois-commande PIC 9(02).
       77 indic-type-trouve PIC X(01) VALUE 'N'.
           88 type-trouve VALUE 'O'.
       77 type-courant PIC X(04) VALUE SPACES.
       77 cpt-mouvements PIC 9(07) COMP VALUE ZERO.

      * Croisement budget / reel : une ligne par type, douze mois
      * de reel, douze mois d'engagement et douze mois de budget
       77 nb-croisements PIC 9(02) COMP VALUE ZERO.
       77 ix-croisement PIC 9(02) COMP VALUE ZERO.
       77 ix-mois PIC 9(02) COMP VALUE ZERO.
                                      PIC S9(9)V99.
               10 CRO-BUDGET-MOIS OCCURS 12
                                      PIC S9(9)V99.
               10 CRO-ENGAGE-MOIS OCCURS 12
                                      PIC S9(9)V99.

      * Etat courant des bons de commande, la derniere ligne d'un
      * numero recouvrant la precedente
       77 nb-commandes PIC 9(04) COMP VALUE ZERO.
       77 ix-commande PIC 9(04) COMP VALUE ZERO.
       77 limite-commandes PIC 9(04) COMP VALUE 1000.
       01 TABLE-COMMANDES.
           05 COMMANDE-TABLE OCCURS 1000.
               10 CTB-NUMERO          PIC 9(06).
               10 CTB-DATE            PIC 9(08).
               10 CTB-TYPE            PIC X(04).
               10 CTB-MONTANT         PIC S9(7)V99.
               10 CTB-STATUT          PIC X(01).

       77 reel-mois PIC S9(9)V99 VALUE ZERO.
       77 budget-mois PIC S9(9)V99 VALUE ZERO.
       77 engage-mois PIC S9(9)V99 VALUE ZERO.
       77 engage-cumul PIC S9(9)V99 VALUE ZERO.
       77 reel-cumul PIC S9(9)V99 VALUE ZERO.
       77 budget-cumul PIC S9(9)V99 VALUE ZERO.
       77 ecart PIC S9(9)V99 VALUE ZERO.
           PERFORM 2000-CUMULER-REEL UNTIL fin-historique.
           PERFORM 2500-REPRENDRE-CLOTURES.
           PERFORM 3000-CHARGER-BUDGETS.
           PERFORM 4000-CHARGER-COMMANDES.
           PERFORM 5000-EDITER-RAPPORT.
           PERFORM 9000-FINALISER.
           GOBACK.
           END-READ.

      * Cumule le mouvement courant dans le reel de son type et de
      * son mois s'il porte sur l'annee en cours, puis relit ; la
      * ligne de contrepartie, qui annulerait le reel, est ecartee
       2000-CUMULER-REEL.
           ADD 1 TO cpt-mouvements.
           IF HIS-DATE(1:4) = annee-courante
                   AND NOT HIS-LIGNE-CONTREPARTIE
               MOVE HIS-DATE(5:2) TO mois-mouvement
               IF mois-mouvement >= 1 AND mois-mouvement <= 12
                   MOVE HIS-TYPE TO type-courant
       2220-RAZ-CROISEMENT.
           MOVE ZERO TO CRO-REEL-MOIS(ix-croisement ix-mois).
           MOVE ZERO TO CRO-BUDGET-MOIS(ix-croisement ix-mois).
           MOVE ZERO TO CRO-ENGAGE-MOIS(ix-croisement ix-mois).

      * Reprend le reel des mois clos de l'annee depuis les totaux
      * par type deposes par la cloture mensuelle ; le grand livre
           END-IF.
           PERFORM 3100-LIRE-BUDGET.

      * Charge l'etat courant des bons de commande, puis cumule les
      * commandes engagees de l'annee dans l'engagement de leur type
      * et de leur mois ; en attente, rejetees ou soldees, elles
      * n'engagent rien
       4000-CHARGER-COMMANDES.
           MOVE ZERO TO nb-commandes.
           MOVE 'N' TO indic-fin-commandes.
           OPEN INPUT COMMANDES-FILE.
           IF commandes-statut = '00'
               PERFORM 4100-LIRE-COMMANDE
               PERFORM 4200-RANGER-COMMANDE UNTIL fin-commandes
               CLOSE COMMANDES-FILE
           END-IF.
           PERFORM 4300-CUMULER-ENGAGEMENT
               VARYING ix-commande FROM 1 BY 1
               UNTIL ix-commande > nb-commandes.

      * Lecture d'un enregistrement COMMANDES.DAT
       4100-LIRE-COMMANDE.
           READ COMMANDES-FILE
               AT END SET fin-commandes TO TRUE
           END-READ.

      * Range la commande lue dans la table, en recouvrant la ligne
      * anterieure du meme numero, puis relit
       4200-RANGER-COMMANDE.
           MOVE 'N' TO indic-commande-trouvee.
           MOVE ZERO TO ix-commande.
           PERFORM 4210-COMPARER-COMMANDE
               UNTIL commande-trouvee OR ix-commande >= nb-commandes.
           IF NOT commande-trouvee
               IF nb-commandes < limite-commandes
                   ADD 1 TO nb-commandes
                   MOVE nb-commandes TO ix-commande
                   SET commande-trouvee TO TRUE
               END-IF
           END-IF.
           IF commande-trouvee
               MOVE CMD-NUMERO TO CTB-NUMERO(ix-commande)
               MOVE CMD-DATE TO CTB-DATE(ix-commande)
               MOVE CMD-TYPE TO CTB-TYPE(ix-commande)
               MOVE CMD-MONTANT TO CTB-MONTANT(ix-commande)
               MOVE CMD-STATUT TO CTB-STATUT(ix-commande)
           END-IF.
           PERFORM 4100-LIRE-COMMANDE.

      * Compare la ligne suivante de la table au numero lu
       4210-COMPARER-COMMANDE.
           ADD 1 TO ix-commande.
           IF CTB-NUMERO(ix-commande) = CMD-NUMERO
               SET commande-trouvee TO TRUE
           END-IF.

      * Ajoute une commande engagee de l'annee a l'engagement de son
      * type et de son mois
       4300-CUMULER-ENGAGEMENT.
           IF CTB-STATUT(ix-commande) = 'E'
                   AND CTB-DATE(ix-commande)(1:4) = annee-courante
               MOVE CTB-DATE(ix-commande)(5:2) TO mois-commande
               IF mois-commande >= 1 AND mois-commande <= 12
                   MOVE CTB-TYPE(ix-commande) TO type-courant
                   PERFORM 2200-TROUVER-CROISEMENT
                   IF type-trouve
                       ADD CTB-MONTANT(ix-commande) TO
                           CRO-ENGAGE-MOIS
                           (ix-croisement mois-commande)
                   END-IF
               END-IF
           END-IF.

      * Edite le rapport : par type, reel et budget du mois, ecart
      * en montant et en pourcentage, puis les cumuls de l'annee ;
      * l'engagement s'intercale entre le reel et le budget
       5000-EDITER-RAPPORT.
           OPEN OUTPUT RAPPORT-BUDGET-FILE.
           MOVE SPACES TO LIGNE-BUDGET.
               TO reel-mois.
           MOVE CRO-BUDGET-MOIS(ix-croisement mois-courant)
               TO budget-mois.
           MOVE CRO-ENGAGE-MOIS(ix-croisement mois-courant)
               TO engage-mois.
           MOVE ZERO TO reel-cumul.
           MOVE ZERO TO engage-cumul.
           MOVE ZERO TO budget-cumul.
           PERFORM 5200-CUMULER-ANNEE
               VARYING ix-mois FROM 1 BY 1
           PERFORM 5300-LIGNE-MONTANT.
           MOVE '    Reel du mois    : ' TO LIGNE-BUDGET(1:22).
           WRITE LIGNE-BUDGET.
           MOVE engage-mois TO montant-edite.
           PERFORM 5300-LIGNE-MONTANT.
           MOVE '    Engage du mois  : ' TO LIGNE-BUDGET(1:22).
           WRITE LIGNE-BUDGET.
           MOVE budget-mois TO montant-edite.
           PERFORM 5300-LIGNE-MONTANT.
           MOVE '    Budget du mois  : ' TO LIGNE-BUDGET(1:22).
           PERFORM 5300-LIGNE-MONTANT.
           MOVE '    Reel cumule     : ' TO LIGNE-BUDGET(1:22).
           WRITE LIGNE-BUDGET.
           MOVE engage-cumul TO montant-edite.
           PERFORM 5300-LIGNE-MONTANT.
           MOVE '    Engage cumule   : ' TO LIGNE-BUDGET(1:22).
           WRITE LIGNE-BUDGET.
           MOVE budget-cumul TO montant-edite.
           PERFORM 5300-LIGNE-MONTANT.
           MOVE '    Budget cumule   : ' TO LIGNE-BUDGET(1:22).
               TO reel-cumul.
           ADD CRO-BUDGET-MOIS(ix-croisement ix-mois)
               TO budget-cumul.
           ADD CRO-ENGAGE-MOIS(ix-croisement ix-mois)
               TO engage-cumul.

      * Prepare une ligne de montant edite
       5300-LIGNE-MONTANT.
