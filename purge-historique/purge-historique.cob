      * l'historique continue de retomber sur SOLDE.DAT et que le
      * rapprochement de ManipulationAdd garde tout son sens sans
      * relire des annees de mouvements.
      * Le report est ecrit par compte et par devise, en ligne
      * d'ecriture marquee comme les lignes qu'il remplace ; la part
      * des mouvements de l'ancien format recoit un report distinct,
      * sans rang de ligne, laisse a convertir par ConvertirJournal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 total-purge PIC S9(7)V99 VALUE ZERO.
       77 cpt-archives PIC 9(07) COMP VALUE ZERO.

      * Cumuls des mouvements purges par compte et par devise, pour
      * ecrire un report par compte et devise en tete du nouvel
      * historique ; un code compte vide (ancien format) vaut GEN
       77 nb-devises PIC 9(02) COMP VALUE ZERO.
       77 devise-courante PIC X(03).
       77 compte-courant PIC X(06) VALUE SPACES.
       77 rang-devise PIC 9(02) COMP VALUE ZERO.
       77 indic-devise-connue PIC X(01) VALUE 'N'.
           88 devise-connue VALUE 'O'.
       01 TABLE-DEVISES.
           05 DEVISE-ENTREE OCCURS 50 TIMES INDEXED BY idx-devise.
               10 DEV-TAB-CODE PIC X(03).
               10 DEV-TAB-COMPTE PIC X(06).
               10 DEV-TAB-TOTAL PIC S9(7)V99.
               10 DEV-TAB-CONTRE PIC S9(7)V99.
               10 DEV-TAB-ANCIEN PIC S9(7)V99.
               10 DEV-TAB-ANCIEN-CONTRE PIC S9(7)V99.
               10 DEV-TAB-CTP PIC X(01).
       77 cpt-conserves PIC 9(07) COMP VALUE ZERO.
       77 indic-report-ecrit PIC X(01) VALUE 'N'.
           88 report-ecrit VALUE 'O'.
               MOVE HIS-DEVISE OF HISTORIQUE-FILE
                   TO devise-courante
           END-IF.
           IF HIS-COMPTE OF HISTORIQUE-FILE = SPACES
               MOVE 'GEN' TO compte-courant
           ELSE
               MOVE HIS-COMPTE OF HISTORIQUE-FILE
                   TO compte-courant
           END-IF.
           PERFORM 2250-TROUVER-DEVISE.
      * un mouvement au format historique (avant les devises) porte
      * des espaces en contre-valeur : son montant, en devise de
                   TO DEV-TAB-TOTAL(rang-devise)
               ADD contre-valeur-ligne
                   TO DEV-TAB-CONTRE(rang-devise)
               IF HIS-LIGNE OF HISTORIQUE-FILE IS NOT NUMERIC
                   ADD HIS-MONTANT OF HISTORIQUE-FILE
                       TO DEV-TAB-ANCIEN(rang-devise)
                   ADD contre-valeur-ligne
                       TO DEV-TAB-ANCIEN-CONTRE(rang-devise)
               END-IF
               IF HIS-LIGNE-CONTREPARTIE OF HISTORIQUE-FILE
                   MOVE 'O' TO DEV-TAB-CTP(rang-devise)
               END-IF
           END-IF.
           ADD 1 TO cpt-archives.

      * Cherche l'entree de la table portant le compte et la devise
      * demandes, en la creant au besoin
       2250-TROUVER-DEVISE.
           MOVE ZERO TO rang-devise.
           MOVE 'N' TO indic-devise-connue.
           PERFORM 2260-COMPARER-DEVISE
               VARYING idx-devise FROM 1 BY 1
               UNTIL idx-devise > nb-devises OR devise-connue.
           IF rang-devise = ZERO AND nb-devises < 50
               ADD 1 TO nb-devises
               MOVE devise-courante TO DEV-TAB-CODE(nb-devises)
               MOVE compte-courant TO DEV-TAB-COMPTE(nb-devises)
               MOVE ZERO TO DEV-TAB-TOTAL(nb-devises)
               MOVE ZERO TO DEV-TAB-CONTRE(nb-devises)
               MOVE ZERO TO DEV-TAB-ANCIEN(nb-devises)
               MOVE ZERO TO DEV-TAB-ANCIEN-CONTRE(nb-devises)
               MOVE 'N' TO DEV-TAB-CTP(nb-devises)
               MOVE nb-devises TO rang-devise
           END-IF.

      * Compare l'entree courante de la table au compte et au code
      * demandes
       2260-COMPARER-DEVISE.
           IF DEV-TAB-CODE(idx-devise) = devise-courante
                   AND DEV-TAB-COMPTE(idx-devise) = compte-courant
               SET devise-connue TO TRUE
               MOVE idx-devise TO rang-devise
           END-IF.
           ADD 1 TO cpt-conserves.

      * Ecrit les reports cumulatifs des mouvements purges, un par
      * compte et devise, en tete du nouvel historique, pour que son
      * cumul reste egal au solde de chaque compte et devise
       2400-ECRIRE-REPORT.
           SET report-ecrit TO TRUE.
           IF cpt-archives > ZERO
                   UNTIL idx-devise > nb-devises
           END-IF.

      * Report cumulatif d'un compte et d'une devise purges ; la part
      * des mouvements de l'ancien format recoit un second report,
      * sans rang de ligne
       2410-REPORT-UNE-DEVISE.
           COMPUTE HIS-MONTANT OF HISTORIQUE-NOUVEAU-FILE =
               DEV-TAB-TOTAL(idx-devise) - DEV-TAB-ANCIEN(idx-devise).
           COMPUTE HIS-CONTRE-VALEUR OF HISTORIQUE-NOUVEAU-FILE =
               DEV-TAB-CONTRE(idx-devise)
               - DEV-TAB-ANCIEN-CONTRE(idx-devise).
           MOVE 1 TO HIS-LIGNE OF HISTORIQUE-NOUVEAU-FILE.
           PERFORM 2420-ECRIRE-REPORT-LIGNE.
           IF DEV-TAB-ANCIEN(idx-devise) NOT = ZERO
                   OR DEV-TAB-ANCIEN-CONTRE(idx-devise) NOT = ZERO
               MOVE DEV-TAB-ANCIEN(idx-devise)
                   TO HIS-MONTANT OF HISTORIQUE-NOUVEAU-FILE
               MOVE DEV-TAB-ANCIEN-CONTRE(idx-devise)
                   TO HIS-CONTRE-VALEUR OF HISTORIQUE-NOUVEAU-FILE
               MOVE SPACES TO HIS-LIGNE OF HISTORIQUE-NOUVEAU-FILE(1:3)
               PERFORM 2420-ECRIRE-REPORT-LIGNE
           END-IF.

      * Complete et ecrit une ligne de report dont le montant, la
      * contre-valeur et le rang sont poses
       2420-ECRIRE-REPORT-LIGNE.
           MOVE DEV-TAB-TOTAL(idx-devise)
               TO HIS-SOLDE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE cutoff-date
           MOVE 'REPO' TO HIS-TYPE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE DEV-TAB-CODE(idx-devise)
               TO HIS-DEVISE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE numero-passage
               TO HIS-PASSAGE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE 'Report des mouvements purges'
               TO HIS-REFERENCE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE DEV-TAB-COMPTE(idx-devise)
               TO HIS-COMPTE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE ZERO TO HIS-TVA OF HISTORIQUE-NOUVEAU-FILE.
           MOVE ZERO TO HIS-TAUX-TVA OF HISTORIQUE-NOUVEAU-FILE.
           MOVE ZERO TO HIS-NUMERO OF HISTORIQUE-NOUVEAU-FILE.
           MOVE SPACES TO HIS-TIERS OF HISTORIQUE-NOUVEAU-FILE.
           IF DEV-TAB-CTP(idx-devise) = 'O'
               SET HIS-LIGNE-CONTREPARTIE OF HISTORIQUE-NOUVEAU-FILE
                   TO TRUE
           ELSE
               MOVE SPACE TO HIS-CONTREPARTIE OF HISTORIQUE-NOUVEAU-FILE
           END-IF.
           WRITE HISTORIQUE-ENREGISTREMENT
               OF HISTORIQUE-NOUVEAU-FILE.

