           05 DEC-HEURE               PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DEC-NUMERO              PIC 9(09).
      * Motif de la decision, exige du superviseur pour un doublon
      * presume ; vide pour les autres transactions
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DEC-MOTIF               PIC X(30).
      * Utilisateur qui avait saisi la transaction decidee, pour le
      * controle de separation des taches
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DEC-AUTEUR              PIC X(08).
