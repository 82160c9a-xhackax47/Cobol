      * Copybook d'enregistrement pour EQUIVALENCES-COURS.DAT
      * Table d'equivalence des matieres externes : pour un
      * etablissement d'origine et son code de matiere, la matiere
      * du catalogue MATIERES.DAT et le bareme sur lequel la note
      * d'origine est donnee (20, 10, 100...). Alimentee par
      * TransfererEtudiant a la premiere rencontre d'une matiere ;
      * la derniere ligne d'une meme matiere externe fait foi.
       01 EQUIVALENCE-ENREGISTREMENT.
           05 EQV-ECOLE               PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EQV-COURS-EXTERNE       PIC X(10).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EQV-COURS               PIC X(04).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 EQV-BAREME              PIC 9(03).
