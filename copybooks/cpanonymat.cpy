      * Copybook d'enregistrement pour ANONYMATS.DAT
      * Numero d'anonymat tire au hasard par AttribuerAnonymats pour
      * chaque etudiant et chaque session d'examens (1 = premiere
      * session, 2 = deuxieme session), unique dans la session. Le
      * fichier ne fait que s'allonger : un etudiant qui a deja son
      * numero le garde. Les correcteurs saisissent les notes contre
      * ce numero seul (SaisirNote, mode anonyme) ; LeverAnonymat
      * retrouve l'etudiant au moment de verser les notes.
       01 ANONYMAT-ENREGISTREMENT.
           05 ANO-SESSION             PIC X(01).
               88 ANO-PREMIERE-SESSION VALUE '1'.
               88 ANO-DEUXIEME-SESSION VALUE '2'.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ANO-NUMERO              PIC 9(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ANO-ID                  PIC X(06).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 ANO-DATE                PIC 9(08).
