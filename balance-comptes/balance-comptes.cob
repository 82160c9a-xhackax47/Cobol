      * de base, puis le total general qui doit rapprocher la
      * contre-valeur totale des soldes tenus. Un mouvement sans
      * code compte (ancien format) est porte au compte general.
      * Le grand livre etant tenu en partie double, la balance se
      * prouve devise par devise : la somme des debits y egale
      * celle des credits. Une ecriture dont les lignes ne
      * s'annulent pas, ou un mouvement de l'ancien format encore
      * sans contrepartie, est signale en avertissement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 compte-edite PIC ZZZZZ9.
       77 libelle-compte PIC X(30) VALUE SPACES.

      * Preuve de l'equilibre : totaux des debits et des credits en
      * montant par devise, controle de chaque ecriture (lignes
      * consecutives de meme numero) et compte des mouvements de
      * l'ancien format a convertir
       77 nb-devises PIC 9(02) COMP VALUE ZERO.
       77 ix-devise PIC 9(02) COMP VALUE ZERO.
       77 indic-devise-trouvee PIC X(01) VALUE 'N'.
           88 devise-trouvee VALUE 'O'.
       77 devise-courante PIC X(03) VALUE SPACES.
       77 numero-ecriture PIC 9(09) VALUE ZERO.
       77 somme-ecriture PIC S9(9)V99 VALUE ZERO.
       77 ecart-devise PIC S9(9)V99 VALUE ZERO.
       77 cpt-desequilibrees PIC 9(05) VALUE ZERO.
       77 cpt-non-convertis PIC 9(07) VALUE ZERO.
       77 cpt-devises-ecart PIC 9(02) VALUE ZERO.
       01 TABLE-DEVISES.
           05 DEVISE-EQUILIBRE OCCURS 20.
               10 DVE-CODE            PIC X(03).
               10 DVE-DEBITS          PIC S9(9)V99.
               10 DVE-CREDITS         PIC S9(9)V99.

      * Cumuls par compte : mouvements, debits, credits et solde en
      * contre-valeur de base
       77 nb-cumuls PIC 9(03) COMP VALUE ZERO.
       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-CUMULER-MOUVEMENT UNTIL fin-historique.
           PERFORM 2400-CONTROLER-ECRITURE.
           PERFORM 5000-EDITER-BALANCE.
           PERFORM 9000-FINALISER.
           GOBACK.
               END-IF
               ADD HIS-CONTRE-VALEUR TO CUM-SOLDE(ix-cumul)
           END-IF.
           PERFORM 2300-CUMULER-DEVISE.
           PERFORM 2100-LIRE-HISTORIQUE.

      * Cumule le montant du mouvement courant aux debits ou aux
      * credits de sa devise, et le rattache a son ecriture ; un
      * mouvement sans rang de ligne est de l'ancien format
       2300-CUMULER-DEVISE.
           IF HIS-DEVISE = SPACES
               MOVE 'EUR' TO devise-courante
           ELSE
               MOVE HIS-DEVISE TO devise-courante
           END-IF.
           MOVE 'N' TO indic-devise-trouvee.
           MOVE ZERO TO ix-devise.
           PERFORM 2310-CHERCHER-DEVISE
               UNTIL devise-trouvee OR ix-devise >= nb-devises.
           IF NOT devise-trouvee AND nb-devises < 20
               ADD 1 TO nb-devises
               MOVE nb-devises TO ix-devise
               MOVE devise-courante TO DVE-CODE(ix-devise)
               MOVE ZERO TO DVE-DEBITS(ix-devise)
               MOVE ZERO TO DVE-CREDITS(ix-devise)
               SET devise-trouvee TO TRUE
           END-IF.
           IF devise-trouvee
               IF HIS-MONTANT < ZERO
                   SUBTRACT HIS-MONTANT FROM DVE-DEBITS(ix-devise)
               ELSE
                   ADD HIS-MONTANT TO DVE-CREDITS(ix-devise)
               END-IF
           END-IF.
           IF HIS-LIGNE IS NOT NUMERIC
               ADD 1 TO cpt-non-convertis
           ELSE
               IF HIS-NUMERO IS NUMERIC AND HIS-NUMERO > ZERO
                   IF HIS-NUMERO NOT = numero-ecriture
                       PERFORM 2400-CONTROLER-ECRITURE
                       MOVE HIS-NUMERO TO numero-ecriture
                   END-IF
                   ADD HIS-MONTANT TO somme-ecriture
               END-IF
           END-IF.

      * Avance sur la ligne de cumul de la devise courante
       2310-CHERCHER-DEVISE.
           ADD 1 TO ix-devise.
           IF DVE-CODE(ix-devise) = devise-courante
               SET devise-trouvee TO TRUE
           END-IF.

      * Clot l'ecriture en cours : ses lignes doivent s'annuler
       2400-CONTROLER-ECRITURE.
           IF numero-ecriture > ZERO AND somme-ecriture NOT = ZERO
               ADD 1 TO cpt-desequilibrees
               DISPLAY 'Ecriture desequilibree numero '
                   numero-ecriture
           END-IF.
           MOVE ZERO TO somme-ecriture.
           MOVE ZERO TO numero-ecriture.

      * Avance sur la ligne de cumul du compte courant
       2200-CHERCHER-CUMUL.
           ADD 1 TO ix-cumul.
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           MOVE 'Equilibre par devise (debits = credits)'
               TO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           MOVE ZERO TO cpt-devises-ecart.
           PERFORM 5300-EDITER-UNE-DEVISE
               VARYING ix-devise FROM 1 BY 1
               UNTIL ix-devise > nb-devises.
           IF cpt-devises-ecart > ZERO
               DISPLAY 'AVERTISSEMENT : ' cpt-devises-ecart
                   ' devise(s) ou debits et credits different'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF cpt-desequilibrees > ZERO
               DISPLAY 'AVERTISSEMENT : ' cpt-desequilibrees
                   ' ecriture(s) desequilibree(s)'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF cpt-non-convertis > ZERO
               MOVE SPACES TO LIGNE-BALANCE
               STRING 'Mouvements sans contrepartie a convertir : '
                   DELIMITED BY SIZE
                   cpt-non-convertis DELIMITED BY SIZE
                   INTO LIGNE-BALANCE
               WRITE LIGNE-BALANCE
               DISPLAY 'AVERTISSEMENT : ' cpt-non-convertis
                   ' mouvement(s) de l''ancien format, lancer '
                   'ConvertirJournal'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE BALANCE-FILE.

      * Edite les debits, les credits et l'ecart d'une devise
       5300-EDITER-UNE-DEVISE.
           COMPUTE ecart-devise =
               DVE-CREDITS(ix-devise) - DVE-DEBITS(ix-devise).
           IF ecart-devise NOT = ZERO
               ADD 1 TO cpt-devises-ecart
           END-IF.
           MOVE SPACES TO LIGNE-BALANCE.
           MOVE DVE-DEBITS(ix-devise) TO montant-edite.
           STRING '  ' DELIMITED BY SIZE
               DVE-CODE(ix-devise) DELIMITED BY SIZE
               ' Debits  : ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           MOVE SPACES TO LIGNE-BALANCE.
           MOVE DVE-CREDITS(ix-devise) TO montant-edite.
           STRING '      Credits : ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.
           MOVE SPACES TO LIGNE-BALANCE.
           MOVE ecart-devise TO montant-edite.
           STRING '      Ecart   : ' DELIMITED BY SIZE
               montant-edite DELIMITED BY SIZE
               INTO LIGNE-BALANCE.
           WRITE LIGNE-BALANCE.

      * Edite le compte suivant de la balance
       5100-EDITER-UN-COMPTE.
           ADD 1 TO ix-cumul.
