      * enseignant, entretenu par MaintenirEnseignants et croise
      * avec les affectations par RapportAvancementNotes pour
      * relancer les notes manquantes avant la classification.
      * Le service contractuel est le nombre d'heures de cours dues
      * par mois, au-dela duquel les heures faites sont des heures
      * supplementaires ; le matricule est celui de l'enseignant
      * chez le prestataire de paie. Tous deux sont repris par les
      * feuilles d'heures mensuelles (SaisirFeuilleHeures).
       01 ENSEIGNANT-ENREGISTREMENT.
           05 ENS-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENS-NOM                 PIC X(20).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENS-SERVICE-MOIS        PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ENS-MATRICULE-PAIE      PIC X(10).
