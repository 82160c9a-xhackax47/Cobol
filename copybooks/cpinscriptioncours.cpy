      * Copybook d'enregistrement pour INSCRIPTIONS-COURS.DAT
      * Fichier maitre indexe des inscriptions aux matieres : une
      * fiche par etudiant, matiere et trimestre, accessible par la
      * cle etudiant + matiere + trimestre. Entretenu par
      * InscrireCours, qui refuse une matiere dont la matiere
      * prealable n'est pas reussie au maitre des notes ; consulte
      * par RapportNotesManquantes, SaisirNote (liste de classe) et
      * CalculerNotesComposantes, qui n'attendent de note que pour
      * les matieres ou l'etudiant est inscrit.
       01 INSCRIPTION-COURS-ENREGISTREMENT.
           05 ICO-CLE.
               10 ICO-ID              PIC X(06).
               10 ICO-COURS           PIC X(04).
               10 ICO-TERME           PIC 9(01).
           05 ICO-STATUT              PIC X(01).
               88 ICO-INSCRIT         VALUE 'I'.
               88 ICO-ABANDON         VALUE 'A'.
           05 ICO-DATE                PIC 9(08).
           05 ICO-UTILISATEUR         PIC X(08).
