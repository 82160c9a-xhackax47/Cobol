      * Copybook d'enregistrement pour HEURES-PAIE.DAT
      * Fichier mensuel des heures variables remis au prestataire
      * de paie, au format convenu avec lui : une entete 'E' (mois
      * de paie et date de creation), une ligne 'D' par rubrique et
      * par enseignant (matricule de paie, rubrique HSUP pour les
      * heures supplementaires ou HREM pour les heures de
      * remplacement, mois travaille, nombre d'heures en centiemes)
      * et une fin 'F' portant le nombre de lignes et le total des
      * heures. Ecrit par ExporterHeuresPaie.
       01 EXPORT-PAIE-ENREGISTREMENT.
           05 EXP-TYPE                PIC X(01).
               88 EXP-ENTETE          VALUE 'E'.
               88 EXP-DETAIL          VALUE 'D'.
               88 EXP-FIN             VALUE 'F'.
           05 EXP-DONNEES             PIC X(39).
       01 EXPORT-PAIE-ENTETE REDEFINES EXPORT-PAIE-ENREGISTREMENT.
           05 FILLER                  PIC X(01).
           05 EXE-MOIS-PAIE           PIC 9(06).
           05 EXE-DATE-CREATION       PIC 9(08).
           05 FILLER                  PIC X(25).
       01 EXPORT-PAIE-DETAIL REDEFINES EXPORT-PAIE-ENREGISTREMENT.
           05 FILLER                  PIC X(01).
           05 EXD-MATRICULE           PIC X(10).
           05 EXD-RUBRIQUE            PIC X(04).
           05 EXD-MOIS                PIC 9(06).
           05 EXD-HEURES              PIC 9(05)V99.
           05 EXD-ENSEIGNANT          PIC X(06).
           05 FILLER                  PIC X(06).
       01 EXPORT-PAIE-FIN REDEFINES EXPORT-PAIE-ENREGISTREMENT.
           05 FILLER                  PIC X(01).
           05 EXF-NB-LIGNES           PIC 9(06).
           05 EXF-TOTAL-HEURES        PIC 9(07)V99.
           05 FILLER                  PIC X(24).
