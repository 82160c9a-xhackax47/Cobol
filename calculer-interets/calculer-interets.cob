           MOVE SPACES TO TRA-COMPTE.
           MOVE SPACES TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ZERO TO TRA-LIGNE.
           MOVE ZERO TO TRA-DATE.
           MOVE SPACES TO TRA-AUTEUR.
           MOVE ZERO TO TRA-DATE-SAISIE.
           MOVE ZERO TO TRA-HEURE-SAISIE.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE numero-transaction TO TRA-NUMERO.
           OPEN EXTEND TRANSACTIONS-FILE.
