      * Copybook d'enregistrement pour REPARTITIONS.DAT
      * Regles de repartition des charges communes, entretenues par
      * MaintenirRepartitions : une ligne par cible d'une regle, sous
      * le code de la regle et le rang de la cible, la derniere
      * ligne d'un couple code/rang faisant foi. Chaque ligne reprend
      * l'en-tete de la regle (libelle, compte source dont le solde
      * du mois est reparti, cle et type de transaction). La cle
      * pondere les cibles par l'effectif inscrit de leur classe
      * (E, ETUDIANTS-MASTER.DAT), par un pourcentage fixe (P, le
      * reste sous 100 demeurant sur le compte source) ou par le
      * nombre de visiteurs du mois sur leur site (V, VISITEURS.DAT).
      * Un compte cible vide reprend le compte source, un site cible
      * vide vaut le site local.
       01 REPARTITION-ENREGISTREMENT.
           05 REP-CODE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-RANG                PIC 9(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-LIBELLE             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-COMPTE-SOURCE       PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-CLE                 PIC X(01).
               88 REP-CLE-EFFECTIF    VALUE 'E'.
               88 REP-CLE-POURCENTAGE VALUE 'P'.
               88 REP-CLE-VISITES     VALUE 'V'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-TYPE                PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-COMPTE-CIBLE        PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-SITE-CIBLE          PIC X(03).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-CLASSE              PIC X(05).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-POURCENTAGE         PIC 9(03)V99.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-STATUT              PIC X(01).
               88 REP-ACTIVE          VALUE 'A'.
               88 REP-SUPPRIMEE       VALUE 'X'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 REP-AUTEUR              PIC X(08).
