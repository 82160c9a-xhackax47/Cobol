      * Copybook d'enregistrement pour DIFFUSION-RAPPORTS.DAT
      * Table de diffusion des rapports, entretenue par
      * MaintenirDiffusion : pour chaque type de rapport de la
      * bibliotheque BIBLIO-RAPPORTS.DAT, un destinataire (son
      * identifiant utilisateur), le canal de remise (file
      * d'impression, dossier de boite aux lettres ou boite
      * d'envoi) avec son adresse, le nombre d'exemplaires et la
      * frequence a laquelle le rapport est attendu (quotidien, fin
      * de mois ou fin d'annee du calendrier d'exploitation, ou a
      * la demande, jamais reclame).
       01 DIFFUSION-ENREGISTREMENT.
           05 DIF-TYPE                PIC X(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DIF-DESTINATAIRE        PIC X(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DIF-CANAL               PIC X(01).
               88 DIF-IMPRIMANTE      VALUE 'I'.
               88 DIF-BOITE           VALUE 'B'.
               88 DIF-ENVOI           VALUE 'E'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DIF-ADRESSE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DIF-EXEMPLAIRES         PIC 9(02).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 DIF-FREQUENCE           PIC X(01).
               88 DIF-QUOTIDIEN       VALUE 'J'.
               88 DIF-FIN-MOIS        VALUE 'M'.
               88 DIF-FIN-ANNEE       VALUE 'A'.
               88 DIF-A-LA-DEMANDE    VALUE 'D'.
