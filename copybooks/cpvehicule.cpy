      * Copybook d'enregistrement pour VEHICULES.DAT
      * Registre des vehicules de visiteurs gares sur le parking :
      * une ligne par vehicule declare a l'accueil par Saisie.cob,
      * avec l'immatriculation demandee par la securite et la place
      * numerotee attribuee. La visite est retrouvee par le nom, la
      * date et l'heure d'arrivee ; DepartVisiteur estampille
      * l'heure de depart, qui libere la place. Un vehicule a zero
      * occupe encore sa place.
       01 VEHICULE-ENREGISTREMENT.
           05 VEH-NOM                 PIC X(25).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VEH-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VEH-HEURE-VISITE        PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VEH-IMMATRICULATION     PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VEH-PLACE               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VEH-HEURE-DEPART        PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VEH-SITE                PIC X(03).
