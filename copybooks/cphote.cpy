      * Copybook d'enregistrement pour HOTES.DAT
      * Fichier maitre des hotes : code, nom, service, poste
      * telephonique et adresse de courriel, entretenu par
      * MaintenirHotes. Le nom resolu par le code remplace les trois
      * orthographes du meme hote en texte libre sur les rendez-vous,
      * et permet de router les avis de non-venus ; un hote a
      * courriel recoit les siens par la file des notifications.
       01 HOTE-ENREGISTREMENT.
           05 HOT-CODE                PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HOT-SERVICE             PIC X(15).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HOT-TELEPHONE           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HOT-COURRIEL            PIC X(40).
