      * Copybook d'enregistrement pour FEUILLES-HEURES.DAT
      * Feuille d'heures mensuelle : un enregistrement par
      * enseignant de ENSEIGNANTS.DAT et par mois, saisi par
      * SaisirFeuilleHeures. Il porte les heures de cours faites sur
      * les affectations de l'enseignant, les heures de remplacement
      * d'un collegue absent, la charge affectee (AFFECTATIONS.DAT)
      * et le service contractuel releves a la saisie, et les heures
      * supplementaires au-dela du service. Des heures
      * supplementaires attendent l'approbation du directeur des
      * etudes (ApprouverHeuresSup) ; ExporterHeuresPaie transmet au
      * prestataire de paie les heures supplementaires approuvees et
      * les heures de remplacement, et date la transmission.
       01 FEUILLE-HEURES-ENREGISTREMENT.
           05 FEU-MOIS                PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-ENSEIGNANT          PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-HEURES-COURS        PIC 9(03)V9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-HEURES-REMPL        PIC 9(03)V9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-CHARGE              PIC 9(03)V9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-SERVICE             PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-HEURES-SUP          PIC 9(03)V9.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-STATUT              PIC X(01).
               88 FEU-SANS-SUP        VALUE 'S'.
               88 FEU-A-APPROUVER     VALUE 'A'.
               88 FEU-APPROUVEE       VALUE 'V'.
               88 FEU-REFUSEE         VALUE 'R'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-SAISI-PAR           PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-APPROBATEUR         PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-DATE-DECISION       PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 FEU-DATE-TRANSMISSION   PIC 9(08).
