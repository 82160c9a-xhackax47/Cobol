                           INS-CLASSE DELIMITED BY SIZE
                           ' statut ' DELIMITED BY SIZE
                           INS-STATUT DELIMITED BY SIZE
                           ' ne le ' DELIMITED BY SIZE
                           INS-DATE-NAISSANCE DELIMITED BY SIZE
                           INTO LIGNE-EXTRAIT
                       WRITE LIGNE-EXTRAIT
               END-READ
               PERFORM 5500-ANONYMISER-RENDEZVOUS
           END-IF.

      * Anonymise le nom et la date de naissance de la fiche
      * d'inscription
       5100-ANONYMISER-INSCRIPTION.
           OPEN I-O ETUDIANTS-FILE.
           IF etudiants-statut = '00'
                   NOT INVALID KEY
                       ADD 1 TO cpt-inscription
                       MOVE nom-anonyme TO INS-NOM
                       MOVE ZERO TO INS-DATE-NAISSANCE
                       REWRITE ETUDIANT-ENREGISTREMENT
               END-READ
               CLOSE ETUDIANTS-FILE
