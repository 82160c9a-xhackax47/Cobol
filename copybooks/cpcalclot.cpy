               10 FILLER               PIC X(01).
               10 CLF-VALEUR           PIC X(10).
           05 FILLER                   PIC X(07).
      * Vue pret du meme enregistrement : une ligne 'P' porte la
      * reference du pret, le capital, le taux annuel en pour cent,
      * le nombre d'echeances et le nombre d'echeances par an (12 a
      * defaut) ; le lot ecrit l'echeance sur le fichier resultat et
      * le tableau d'amortissement sur TABLEAU-AMORTISSEMENT.DAT.
       01 CALCUL-PRET REDEFINES CALCUL-ENREGISTREMENT.
           05 CLP-TYPE                 PIC X(01).
           05 CLP-REFERENCE            PIC X(04).
           05 FILLER                   PIC X(01).
           05 CLP-CAPITAL              PIC X(10).
           05 FILLER                   PIC X(01).
           05 CLP-TAUX                 PIC X(10).
           05 FILLER                   PIC X(01).
           05 CLP-DUREE                PIC X(10).
           05 FILLER                   PIC X(01).
           05 CLP-FREQUENCE            PIC X(10).
           05 FILLER                   PIC X(07).
