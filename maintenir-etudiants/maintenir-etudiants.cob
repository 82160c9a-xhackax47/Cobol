      * Transaction a la demande : entretient le fichier maitre
      * indexe des inscriptions ETUDIANTS-MASTER.DAT. Un identifiant
      * inconnu est propose a la creation, un identifiant connu est
      * affiche et peut etre corrige (nom, classe, statut, date
      * de naissance).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 nouveau-nom PIC X(20).
       77 nouvelle-classe PIC X(05).
       77 nouveau-statut PIC X(01).
       77 nouvelle-naissance PIC 9(08).
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 etudiant-trouve VALUE 'O'.
       77 confirmation PIC X(01).
           2 COL 26 PIC X(05) FROM INS-CLASSE.
           2 LINE 10 COL 10 VALUE 'Statut (A/P)  : '.
           2 COL 26 PIC X(01) FROM INS-STATUT.
           2 LINE 11 COL 10 VALUE 'Naissance     : '.
           2 COL 26 PIC 9999/99/99 FROM INS-DATE-NAISSANCE.

       1 pls-nom.
           2 LINE 12 COL 10 VALUE 'Nom (vide = inchange) : '.
               'Statut A=inscrit P=parti (vide = inchange) : '.
           2 PIC X(01) TO nouveau-statut.

       1 pls-naissance.
           2 LINE 15 COL 10 VALUE
               'Naissance AAAAMMJJ (vide = inchangee) : '.
           2 PIC 9(08) TO nouvelle-naissance.

       1 pls-confirmer.
           2 LINE 16 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.
               MOVE SPACES TO INS-NOM
               MOVE SPACES TO INS-CLASSE
               MOVE 'A' TO INS-STATUT
               MOVE ZERO TO INS-DATE-NAISSANCE
           END-IF.
           PERFORM 2000-SAISIR-FICHE.
           DISPLAY pls-continuer.
           MOVE SPACES TO nouveau-nom.
           MOVE SPACES TO nouvelle-classe.
           MOVE SPACES TO nouveau-statut.
           MOVE ZERO TO nouvelle-naissance.
           DISPLAY pls-nom.
           ACCEPT pls-nom.
           DISPLAY pls-classe.
           ACCEPT pls-classe.
           DISPLAY pls-statut.
           ACCEPT pls-statut.
           DISPLAY pls-naissance.
           ACCEPT pls-naissance.
           DISPLAY pls-confirmer.
           ACCEPT pls-confirmer.
           EVALUATE TRUE
           IF nouveau-statut = 'A' OR nouveau-statut = 'P'
               MOVE nouveau-statut TO INS-STATUT
           END-IF.
           IF nouvelle-naissance NOT = ZERO
               MOVE nouvelle-naissance TO INS-DATE-NAISSANCE
           END-IF.
           MOVE 'ETUDIANTS-MASTER' TO MOD-FICHIER.
           MOVE image-avant TO MOD-AVANT.
           MOVE SPACES TO MOD-APRES.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO MOD-DATE.
           SET MOD-EN-ATTENTE TO TRUE.
           MOVE SPACES TO MOD-APPROBATEUR.
           OPEN EXTEND MODIFS-FILE.
           IF modifs-statut = '35'
               OPEN OUTPUT MODIFS-FILE
