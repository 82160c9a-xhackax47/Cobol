      * Copybook d'enregistrement pour NOTES-TRANSFERT.DAT
      * Notes obtenues dans l'etablissement d'origine d'un etudiant
      * arrive en cours d'annee : une ligne par matiere externe,
      * avec la note et le bareme d'origine, la matiere du
      * catalogue qui lui correspond et la note ramenee sur 20.
      * Les notes d'un meme terme externe comptent comme un terme
      * dans la moyenne annuelle de DeciderPassage et paraissent
      * comme transferees au bulletin et au releve.
       01 NOTE-TRANSFERT-ENREGISTREMENT.
           05 NTR-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NTR-TERME               PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NTR-ECOLE               PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NTR-COURS-EXTERNE       PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NTR-NOTE-EXTERNE        PIC 9(03)V9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NTR-BAREME              PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NTR-COURS               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NTR-VALEUR              PIC 9(02)V9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 NTR-COEF                PIC 9(01)V9(01).
