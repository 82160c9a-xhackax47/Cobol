      * Copybook d'enregistrement pour ANNEES-SCOLAIRES.DAT
      * Registre des annees scolaires tenu par CloturerAnneeScolaire :
      * une ligne C a la cloture d'une annee (nombre de fichiers
      * archives et d'etudiants montes de classe), puis une ligne O
      * a l'ouverture de la suivante. L'annee est celle de la
      * rentree (2025 pour 2025-2026) et suffixe les archives de ses
      * fichiers (NOTES-MASTER.A2025...), que les consultations
      * relisent a la demande. Une annee deja close ne l'est pas
      * une seconde fois. Pendant la cloture, une ligne E en marque
      * le debut avant la premiere archive et une ligne M la montee
      * de classe faite, pour qu'une reprise apres un arret ne
      * recopie pas les archives ni ne refasse la montee.
       01 ANNEE-SCOLAIRE-ENREGISTREMENT.
           05 ASC-ANNEE               PIC 9(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ASC-EVENEMENT           PIC X(01).
               88 ASC-CLOTURE         VALUE 'C'.
               88 ASC-OUVERTURE       VALUE 'O'.
               88 ASC-EN-COURS        VALUE 'E'.
               88 ASC-CLASSES-MONTEES VALUE 'M'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ASC-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ASC-NB-FICHIERS         PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ASC-NB-PROMUS           PIC 9(05).
