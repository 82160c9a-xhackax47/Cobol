           05 HIS-NUMERO              PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HIS-TIERS               PIC X(06).
      * Rang de la ligne dans son ecriture (meme numero) et marque
      * des lignes passees sur un compte de contrepartie (tresorerie)
      * : les etats de position les ecartent, la balance les garde.
      * Absent (ancien format), le mouvement attend sa conversion en
      * ecriture par ConvertirJournal
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HIS-LIGNE               PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 HIS-CONTREPARTIE        PIC X(01).
               88 HIS-LIGNE-CONTREPARTIE VALUE 'C'.
