           05 ATT-NUMERO              PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ATT-TIERS               PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ATT-LIGNE               PIC 9(03).
      * Date comptable demandee par la transaction, reprise a
      * l'approbation ; zero, elle sera datee du jour de passation
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ATT-DATE-COMPTABLE      PIC 9(08).
      * Origine du detournement : vide pour le seuil d'approbation,
      * D pour un doublon presume ecarte par DetecterDoublons, avec
      * le numero de la transaction deja passee ou deja en lot qu'il
      * semble repeter
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ATT-ORIGINE             PIC X(01).
               88 ATT-DOUBLON         VALUE 'D'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ATT-NUMERO-DOUBLON      PIC 9(09).
      * Utilisateur qui a saisi la transaction (TRA-AUTEUR), vide
      * pour un traitement par lots
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ATT-AUTEUR              PIC X(08).
