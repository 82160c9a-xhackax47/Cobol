      * Copybook d'enregistrement pour DESTINATAIRE-ALERTES.DAT
      * Destinataire d'exploitation des avis d'alerte, d'echeance
      * manquee et de chaine interrompue : canal (E courriel, S SMS),
      * adresse electronique ou numero, et nom. Fichier de
      * parametres sous historique ; absent ou vide, ces avis ne
      * partent pas et seuls les etats habituels en rendent compte.
       01 DESTINATAIRE-ALERTE-ENREGISTREMENT.
           05 DAL-CANAL               PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DAL-ADRESSE             PIC X(40).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DAL-NOM                 PIC X(30).
