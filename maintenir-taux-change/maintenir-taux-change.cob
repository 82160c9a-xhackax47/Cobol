           END-READ.

      * Compare la fiche courante au superviseur saisi : identite,
      * mot de passe et role administrateur, une fiche suspendue
      * n'autorisant rien, puis relit
       2720-COMPARER-UTILISATEUR.
           IF UTI-ID = superviseur-saisi
                   AND UTI-MDP = mdp-superviseur
                   AND UTI-ADMIN
                   AND NOT UTI-SUSPENDU
               SET superviseur-ok TO TRUE
           ELSE
               PERFORM 2710-LIRE-UTILISATEUR
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO MOD-DATE.
           SET MOD-EN-ATTENTE TO TRUE.
           MOVE SPACES TO MOD-APPROBATEUR.
           OPEN EXTEND MODIFS-FILE.
           IF modifs-statut = '35'
               OPEN OUTPUT MODIFS-FILE
