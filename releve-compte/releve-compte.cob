      * Transaction a la demande : imprime, pour une plage de dates
      * saisie a l'ecran, le releve des mouvements de HISTORIQUE.DAT
      * avec solde d'ouverture au debut de la plage, solde courant
      * apres chaque mouvement et totaux de page. Les lignes passees
      * sur un compte de contrepartie, miroir des mouvements, n'y
      * figurent pas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cumule la contre-valeur d'un mouvement anterieur a la plage
      * dans le solde d'ouverture, puis relit
       2200-CUMULER-OUVERTURE.
           IF NOT HIS-LIGNE-CONTREPARTIE
               PERFORM 2150-CONTRE-VALEUR-LIGNE
               ADD contre-valeur-ligne TO solde-ouverture
           END-IF.
           PERFORM 2100-LIRE-MOUVEMENT.

      * Contre-valeur du mouvement courant ; un mouvement au format
           ADD 1 TO cpt-lignes-page.

      * Imprime le mouvement courant avec son horodatage et le solde
      * courant apres application, puis relit ; une ligne de
      * contrepartie est passee
       2400-IMPRIMER-MOUVEMENT.
           IF NOT HIS-LIGNE-CONTREPARTIE
               PERFORM 2410-IMPRIMER-LIGNE
           END-IF.
           PERFORM 2100-LIRE-MOUVEMENT.

      * Imprime la ligne du mouvement courant
       2410-IMPRIMER-LIGNE.
           ADD 1 TO cpt-mouvements.
           PERFORM 2150-CONTRE-VALEUR-LIGNE.
           ADD contre-valeur-ligne TO solde-courant.
           IF cpt-lignes-page >= limite-lignes-page
               PERFORM 2055-SAUT-DE-PAGE
           END-IF.

      * Cumule le montant du mouvement courant dans le total de sa
      * devise (vide vaut devise de base)
