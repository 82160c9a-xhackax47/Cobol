      * Copybook d'enregistrement pour SEUILS-CANDIDATS.DAT
      * Jeu de seuils de mention a l'etude, meme disposition que
      * SEUILS.DAT ; une seule ligne, lue par SimulerSeuils pour
      * mesurer l'effet d'un changement avant qu'il soit adopte.
       01 SEUILS-CANDIDATS-ENREGISTREMENT.
           05 SCA-PASSABLE-MIN         PIC 9(02)V9(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SCA-ASSEZ-BIEN-MIN       PIC 9(02)V9(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SCA-BIEN-MIN             PIC 9(02)V9(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SCA-TRES-BIEN-MIN        PIC 9(02)V9(02).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SCA-PARFAIT-MIN          PIC 9(02)V9(02).
