      * aucun lecteur. Pour chaque journee : nombre de saisies,
      * somme, minimum et maximum de SAI-VALEUR, ecrits sur
      * RAPPORT-SAISIES.DAT puis repris par la page consolidee de
      * SommaireJournee. Seules les saisies controlees par double
      * saisie (verifiees ou corrigees par VerifierSaisies) sont
      * comptees ; celles qui attendent encore leur verification
      * sont denombrees en fin de rapport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 indic-jour-connu PIC X(01) VALUE 'N'.
           88 jour-connu VALUE 'O'.
       77 cpt-lues PIC 9(07) COMP VALUE ZERO.
       77 cpt-en-attente PIC 9(07) COMP VALUE ZERO.
       77 compte-edite PIC ZZZZZ9.
       77 somme-editee PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       77 valeur-editee PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           END-READ.

      * Cumule la saisie courante dans l'entree de sa journee, en la
      * creant au besoin, puis relit ; une saisie non encore
      * verifiee est seulement denombree
       2000-CUMULER-SAISIES.
           ADD 1 TO cpt-lues.
           IF SAI-CONTROLEE
               PERFORM 2200-CUMULER-SAISIE-CONTROLEE
           ELSE
               ADD 1 TO cpt-en-attente
           END-IF.
           PERFORM 2100-LIRE-SAISIE.

      * Porte la saisie controlee au cumul de sa journee
       2200-CUMULER-SAISIE-CONTROLEE.
           PERFORM 3000-TROUVER-JOUR.
           IF rang-trouve = ZERO AND nb-jours < 400
               ADD 1 TO nb-jours
                   MOVE SAI-VALEUR TO JRS-MAX(rang-trouve)
               END-IF
           END-IF.

      * Cherche l'entree de la table portant la date de la saisie
       3000-TROUVER-JOUR.
                   VARYING idx-jrs FROM 1 BY 1
                   UNTIL idx-jrs > nb-jours
           END-IF.
           IF cpt-en-attente > ZERO
               MOVE cpt-en-attente TO compte-edite
               MOVE SPACES TO LIGNE-SAISIES
               STRING '  ' DELIMITED BY SIZE
                   compte-edite DELIMITED BY SIZE
                   ' saisies en attente de verification, non'
                   DELIMITED BY SIZE
                   ' comptees' DELIMITED BY SIZE
                   INTO LIGNE-SAISIES
               WRITE LIGNE-SAISIES
           END-IF.
           CLOSE RAPPORT-SAISIES-FILE.
           IF saisies-statut = '10'
               CLOSE SAISIES-FILE
