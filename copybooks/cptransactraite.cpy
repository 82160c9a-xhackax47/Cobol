      * Copybook d'enregistrement pour TRANSACTIONS-TRAITEES.DAT
      * Une ligne par transaction consommee par ManipulationAdd apres
      * un passage reussi : l'identite du lot d'origine suivie de
      * l'enregistrement tel qu'il a ete applique, puis le numero du
      * passage qui l'a consommee. Relu par ReprendreMaitre pour
      * justifier les mouvements rejoues apres une restauration.
       01 TRANSAC-TRAITEE-ENREGISTREMENT.
           05 TTR-DATE-LOT            PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TTR-HEURE-LOT           PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TTR-LIGNE               PIC X(118).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 TTR-PASSAGE             PIC 9(05).
