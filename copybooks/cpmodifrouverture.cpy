      * Copybook d'enregistrement pour MODIFS-REOUVERTURE.DAT
      * Une ligne par note modifiee alors que la classe etait
      * rouverte apres son conseil (GELS-TERMES.DAT) : classe,
      * trimestre, etudiant, matiere, note avant et apres (avant a
      * zero pour une note ajoutee), date, utilisateur et programme.
      * PreparerJury reporte les lignes non encore signalees dans le
      * dossier de jury suivant, puis les marque signalees.
       01 MODIF-REOUVERTURE-ENREGISTREMENT.
           05 MRO-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MRO-TERME               PIC 9(01).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MRO-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MRO-COURS               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MRO-AVANT               PIC 9(02)V9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MRO-APRES               PIC 9(02)V9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MRO-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MRO-UTILISATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MRO-PROGRAMME           PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 MRO-SIGNALEE            PIC X(01).
               88 MRO-A-SIGNALER      VALUE 'N'.
               88 MRO-DEJA-SIGNALEE   VALUE 'O'.
