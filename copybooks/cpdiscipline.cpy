      * Copybook d'enregistrement pour DISCIPLINE.DAT
      * Registre des incidents de discipline et des sanctions : une
      * ligne par incident, saisie par SaisirDiscipline, avec la
      * categorie, la description, la sanction prononcee, ses dates
      * d'effet (zero sans periode) et l'autorite qui l'a decidee.
      * Une exclusion parait au rapport des absences pour ses dates
      * et les incidents repetes ouvrent ou annotent le dossier de
      * suivi de l'etudiant.
       01 DISCIPLINE-ENREGISTREMENT.
           05 DSC-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSC-NOM                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSC-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSC-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSC-CATEGORIE           PIC X(02).
               88 DSC-COMPORTEMENT    VALUE 'CO'.
               88 DSC-VIOLENCE        VALUE 'VI'.
               88 DSC-FRAUDE          VALUE 'FR'.
               88 DSC-DEGRADATION     VALUE 'DG'.
               88 DSC-AUTRE           VALUE 'AU'.
               88 DSC-CATEGORIE-VALIDE
                   VALUE 'CO' 'VI' 'FR' 'DG' 'AU'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSC-DESCRIPTION         PIC X(40).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSC-SANCTION            PIC X(02).
               88 DSC-SANS-SANCTION   VALUE 'NS'.
               88 DSC-AVERTISSEMENT   VALUE 'AV'.
               88 DSC-RETENUE         VALUE 'RE'.
               88 DSC-BLAME           VALUE 'BL'.
               88 DSC-EXCLUSION       VALUE 'EX'.
               88 DSC-SANCTION-VALIDE
                   VALUE 'NS' 'AV' 'RE' 'BL' 'EX'.
               88 DSC-SANCTION-DATEE  VALUE 'RE' 'EX'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSC-DEBUT               PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSC-FIN                 PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSC-DECIDEUR            PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DSC-SAISI-PAR           PIC X(08).
