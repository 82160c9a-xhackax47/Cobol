      * trimestre, entretenu par MaintenirBareme. Les chargeurs
      * retiennent la derniere ligne d'une meme classe + trimestre,
      * si bien qu'une mise a jour recouvre la precedente.
      * Les dates de debut et de fin du trimestre et la part non
      * remboursable du montant reglent l'avoir au prorata d'un
      * depart en cours de trimestre ; une ligne sans dates (ancien
      * format, lue a zero) ne permet pas de calculer d'avoir.
       01 BAREME-ENREGISTREMENT.
           05 BAR-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BAR-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BAR-DEBUT               PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BAR-FIN                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BAR-NON-REMBOURSABLE    PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
