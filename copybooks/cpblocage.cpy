      * Copybook d'enregistrement pour BLOCAGES.DAT
      * Blocages administratifs des etudiants : un enregistrement
      * par blocage, de type impaye (F, pose par GenererRelances au
      * dernier palier de relance d'une facture, dont il porte le
      * numero en reference), materiel non restitue (M) ou autre
      * (A), ces deux derniers poses a l'ecran par GererBlocages.
      * Tant qu'il est actif, le blocage fait refuser le releve
      * officiel, le diplome et l'inscription en deuxieme session.
      * Sa levee, par GererBlocages, exige un superviseur, dont
      * l'identifiant et la date restent sur l'enregistrement.
       01 BLOCAGE-ENREGISTREMENT.
           05 BLQ-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BLQ-TYPE                PIC X(01).
               88 BLQ-IMPAYE          VALUE 'F'.
               88 BLQ-MATERIEL        VALUE 'M'.
               88 BLQ-AUTRE           VALUE 'A'.
               88 BLQ-TYPE-VALIDE     VALUE 'F' 'M' 'A'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BLQ-MOTIF               PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BLQ-REFERENCE           PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BLQ-POSE-PAR            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BLQ-DATE-POSE           PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BLQ-STATUT              PIC X(01).
               88 BLQ-ACTIF           VALUE 'A'.
               88 BLQ-LEVE            VALUE 'L'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BLQ-LEVE-PAR            PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 BLQ-DATE-LEVEE          PIC 9(08).
