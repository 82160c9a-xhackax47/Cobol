               AT END SET fin-historique TO TRUE
           END-READ.

      * Retient l'ecriture posterieure au butoir, puis relit ; la
      * ligne de contrepartie, miroir du mouvement, est ecartee
       1220-RETENIR-ECRITURE.
           IF HIS-DATE > date-butoir AND nb-ecritures < 2000
                   AND NOT HIS-LIGNE-CONTREPARTIE
               ADD 1 TO nb-ecritures
               MOVE HIS-DATE TO ECR-DATE(nb-ecritures)
               MOVE HIS-HEURE TO ECR-HEURE(nb-ecritures)
