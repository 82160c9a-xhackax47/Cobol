      * telles quelles, et le fichier consolide remplace
      * INTERFACE-SIEGE.DAT : le siege recoit un seul flux avec la
      * ventilation par site. Sans fichier de l'annexe, l'echange
      * local part inchange. Les lignes de liaison I des deux
      * fichiers (cotes de transfert entre sites) sont rapprochees
      * par numero de transfert : une emission et une reception de
      * montants opposes forment une paire eliminee de la
      * consolidation ; les cotes restes seuls ou de montants
      * differents sont repris tels quels et leur net est porte sur
      * la ligne de donnees consolidee.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      * Meme format d'echange pour les trois fichiers : entete H,
      * donnees D, ventilation S par site, liaison I, fin T
       FD LOCAL-FILE.
       01 LOCAL-ENREGISTREMENT        PIC X(80).

           05 CSD-NUL                 PIC 9(05).
           05 CSD-TOTAL               PIC 9(05).
           05 CSD-CUMUL-ANNEE         PIC 9(07).
           05 CSD-LIAISON             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(12).
       01 CONSOLIDE-FIN REDEFINES CONSOLIDE-ENREGISTREMENT.
           05 CST-TYPE                PIC X(01).
           05 CST-COMPTE              PIC 9(07).
           05 LLD-TOTAL               PIC 9(05).
           05 LLD-CUMUL-ANNEE         PIC 9(07).
           05 FILLER                  PIC X(22).
       01 LIGNE-LUE-I REDEFINES LIGNE-LUE.
           05 LLI-TYPE                PIC X(01).
           05 LLI-NUMERO              PIC 9(06).
           05 LLI-COTE                PIC X(01).
           05 LLI-SITE                PIC X(03).
           05 LLI-PARTENAIRE          PIC X(03).
           05 LLI-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(56).

      * Cumuls consolides des deux sites
       77 tot-visiteurs PIC 9(05) VALUE ZERO.
       77 tot-total PIC 9(05) VALUE ZERO.
       77 tot-cumul-annee PIC 9(07) VALUE ZERO.

      * Cotes de transfert entre sites des deux fichiers, un cote
      * recu deux fois n'etant retenu qu'une fois
       77 indic-liaison-trouvee PIC X(01) VALUE 'N'.
           88 liaison-trouvee VALUE 'O'.
       77 nb-liaisons PIC 9(04) COMP VALUE ZERO.
       77 ix-liaison PIC 9(04) COMP VALUE ZERO.
       77 ix-paire PIC 9(04) COMP VALUE ZERO.
       77 cpt-paires PIC 9(05) VALUE ZERO.
       77 tot-liaison PIC S9(7)V99 VALUE ZERO.
       01 TABLE-LIAISONS.
           05 LIAISON-TABLE OCCURS 1000.
               10 LTB-NUMERO          PIC 9(06).
               10 LTB-COTE            PIC X(01).
               10 LTB-MONTANT         PIC S9(7)V99.
               10 LTB-ELIMINEE        PIC X(01).
               10 LTB-IMAGE           PIC X(80).

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   'l''annexe, echange local inchange'
               GOBACK
           END-IF.
           MOVE ZERO TO nb-liaisons.
           MOVE ZERO TO cpt-paires.
           OPEN OUTPUT CONSOLIDE-FILE.
           PERFORM 1000-DEPOUILLER-LOCAL.
           PERFORM 2000-DEPOUILLER-ANNEXE.
           CALL "CBL_RENAME_FILE" USING "INTERFACE-ANNEXE.DAT"
               "INTERFACE-ANNEXE.TRAITE".
           DISPLAY 'ConsoliderSites : echange consolide pour le '
               'siege, ' cpt-paires ' transfert(s) elimine(s)'.
           GOBACK.

      * Depouille l'echange local : l'entete est reprise telle
                   MOVE LIGNE-LUE TO CONSOLIDE-ENREGISTREMENT
                   WRITE CONSOLIDE-ENREGISTREMENT
                   ADD 1 TO cpt-donnees
               WHEN 'I'
                   PERFORM 5500-RETENIR-LIAISON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   MOVE LIGNE-LUE TO CONSOLIDE-ENREGISTREMENT
                   WRITE CONSOLIDE-ENREGISTREMENT
                   ADD 1 TO cpt-donnees
               WHEN 'I'
                   PERFORM 5500-RETENIR-LIAISON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD LLD-TOTAL TO tot-total.
           ADD LLD-CUMUL-ANNEE TO tot-cumul-annee.

      * Elimine les paires de transfert, puis ecrit la ligne de
      * donnees consolidee, les cotes non elimines et la fin de
      * fichier
       3000-ECRIRE-CONSOLIDE.
           PERFORM 3100-ELIMINER-PAIRE
               VARYING ix-liaison FROM 1 BY 1
               UNTIL ix-liaison > nb-liaisons.
           MOVE ZERO TO tot-liaison.
           PERFORM 3300-CUMULER-LIAISON
               VARYING ix-liaison FROM 1 BY 1
               UNTIL ix-liaison > nb-liaisons.
           MOVE SPACES TO CONSOLIDE-ENREGISTREMENT.
           MOVE 'D' TO CSD-TYPE.
           MOVE tot-visiteurs TO CSD-VISITEURS.
           MOVE tot-nul TO CSD-NUL.
           MOVE tot-total TO CSD-TOTAL.
           MOVE tot-cumul-annee TO CSD-CUMUL-ANNEE.
           MOVE tot-liaison TO CSD-LIAISON.
           WRITE CONSOLIDE-ENREGISTREMENT.
           ADD 1 TO cpt-donnees.
           PERFORM 3400-ECRIRE-LIAISON
               VARYING ix-liaison FROM 1 BY 1
               UNTIL ix-liaison > nb-liaisons.
           MOVE SPACES TO CONSOLIDE-ENREGISTREMENT.
           MOVE 'T' TO CST-TYPE.
           MOVE cpt-donnees TO CST-COMPTE.
           WRITE CONSOLIDE-ENREGISTREMENT.

      * Cherche pour l'emission courante la reception du meme
      * transfert, de montant oppose, et elimine la paire
       3100-ELIMINER-PAIRE.
           IF LTB-COTE(ix-liaison) = 'E'
                   AND LTB-ELIMINEE(ix-liaison) = 'N'
               MOVE 'N' TO indic-liaison-trouvee
               MOVE ZERO TO ix-paire
               PERFORM 3200-COMPARER-PAIRE
                   UNTIL liaison-trouvee OR ix-paire >= nb-liaisons
               IF liaison-trouvee
                   MOVE 'O' TO LTB-ELIMINEE(ix-liaison)
                   MOVE 'O' TO LTB-ELIMINEE(ix-paire)
                   ADD 1 TO cpt-paires
               END-IF
           END-IF.

      * Compare le cote suivant de la table a l'emission courante
       3200-COMPARER-PAIRE.
           ADD 1 TO ix-paire.
           IF LTB-NUMERO(ix-paire) = LTB-NUMERO(ix-liaison)
                   AND LTB-COTE(ix-paire) = 'R'
                   AND LTB-ELIMINEE(ix-paire) = 'N'
                   AND LTB-MONTANT(ix-paire) + LTB-MONTANT(ix-liaison)
                       = ZERO
               SET liaison-trouvee TO TRUE
           END-IF.

      * Cumule le cote courant s'il n'a pas ete elimine
       3300-CUMULER-LIAISON.
           IF LTB-ELIMINEE(ix-liaison) = 'N'
               ADD LTB-MONTANT(ix-liaison) TO tot-liaison
           END-IF.

      * Reprend le cote courant s'il n'a pas ete elimine
       3400-ECRIRE-LIAISON.
           IF LTB-ELIMINEE(ix-liaison) = 'N'
               MOVE LTB-IMAGE(ix-liaison) TO CONSOLIDE-ENREGISTREMENT
               WRITE CONSOLIDE-ENREGISTREMENT
               ADD 1 TO cpt-donnees
           END-IF.

      * Retient le cote de transfert lu, sauf s'il l'est deja
       5500-RETENIR-LIAISON.
           MOVE 'N' TO indic-liaison-trouvee.
           MOVE ZERO TO ix-liaison.
           PERFORM 5510-COMPARER-LIAISON
               UNTIL liaison-trouvee OR ix-liaison >= nb-liaisons.
           IF NOT liaison-trouvee AND nb-liaisons < 1000
               ADD 1 TO nb-liaisons
               MOVE LLI-NUMERO TO LTB-NUMERO(nb-liaisons)
               MOVE LLI-COTE TO LTB-COTE(nb-liaisons)
               MOVE LLI-MONTANT TO LTB-MONTANT(nb-liaisons)
               MOVE 'N' TO LTB-ELIMINEE(nb-liaisons)
               MOVE LIGNE-LUE TO LTB-IMAGE(nb-liaisons)
           END-IF.

      * Compare le cote suivant de la table au cote lu
       5510-COMPARER-LIAISON.
           ADD 1 TO ix-liaison.
           IF LTB-NUMERO(ix-liaison) = LLI-NUMERO
                   AND LTB-COTE(ix-liaison) = LLI-COTE
               SET liaison-trouvee TO TRUE
           END-IF.
