      * SEUIL-APPROBATION.DAT ; les lignes refusees partent sur le
      * rapport avec leur motif, et chaque changement applique est
      * journalise avec son lot d'origine, pour montrer au siege ce
      * qui a pris effet. Le seuil d'approbation etant sous
      * historique des parametres, il y est verse comme version a
      * sa date d'effet, au nom du siege, et n'est pose tout de
      * suite que s'il est deja la version en vigueur ; sinon
      * PoserParametres le posera le moment venu. Le fichier
      * consomme est ecarte.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "SEUIL-APPROBATION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS seuil-appro-statut.
           SELECT HISTO-FILE ASSIGN TO "PARAM-HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS histo-statut.
           SELECT RAPPORT-FILE
               ASSIGN TO "RAPPORT-DISTRIBUTION.DAT"
               ORGANIZATION LINE SEQUENTIAL.
       FD SEUIL-APPRO-FILE.
       COPY "cpseuilappro.cpy".

       FD HISTO-FILE.
       COPY "cpparamhisto.cpy".

       FD RAPPORT-FILE.
       01 LIGNE-RAPPORT               PIC X(100).

       77 cpt-lues PIC 9(05) VALUE ZERO.
       77 cpt-appliquees PIC 9(05) VALUE ZERO.
       77 cpt-rejetees PIC 9(05) VALUE ZERO.

      * Versement du seuil a l'historique des parametres
       77 histo-statut PIC X(02).
       77 indic-fin-histo PIC X(01) VALUE 'N'.
           88 fin-histo VALUE 'O'.
       77 indic-histo-seuil PIC X(01) VALUE 'N'.
           88 seuil-sous-histo VALUE 'O'.
       77 effet-en-vigueur PIC 9(08) VALUE ZERO.
       77 effet-verse PIC 9(08) VALUE ZERO.
       77 seuil-distribue PIC 9(7)V99 VALUE ZERO.
       77 utilisateur-siege PIC X(08) VALUE 'SIEGE'.
       COPY "cphorlog.cpy".

       PROCEDURE DIVISION.
           WRITE TYPE-TRANSAC-ENREGISTREMENT.
           CLOSE TYPES-FILE.

      * Verse le seuil distribue a l'historique des parametres a
      * sa date d'effet (la premiere fois, precede de la reprise du
      * seuil en place a la date d'effet zero) ; ne le pose dans
      * SEUIL-APPROBATION.DAT que s'il est en vigueur aujourd'hui,
      * c'est-a-dire si sa date d'effet est atteinte et qu'aucune
      * version de date d'effet plus recente ne l'est deja
       4300-APPLIQUER-SEUIL.
           MOVE DIS-D-VALEUR TO seuil-distribue.
           ACCEPT CP-HLG-HEURE FROM TIME.
           PERFORM 4310-CHERCHER-HISTO-SEUIL.
           IF NOT seuil-sous-histo
               OPEN INPUT SEUIL-APPRO-FILE
               IF seuil-appro-statut = '00'
                   READ SEUIL-APPRO-FILE
                       AT END MOVE ZERO TO APR-SEUIL
                   END-READ
                   CLOSE SEUIL-APPRO-FILE
                   MOVE ZERO TO effet-verse
                   PERFORM 4330-VERSER-SEUIL
               END-IF
           END-IF.
           MOVE seuil-distribue TO APR-SEUIL.
           MOVE DIS-D-DATE-EFFET TO effet-verse.
           PERFORM 4330-VERSER-SEUIL.
           IF DIS-D-DATE-EFFET <= date-jour
                   AND DIS-D-DATE-EFFET >= effet-en-vigueur
               OPEN OUTPUT SEUIL-APPRO-FILE
               WRITE SEUIL-APPRO-ENREGISTREMENT
               CLOSE SEUIL-APPRO-FILE
           ELSE
               MOVE SPACES TO LIGNE-RAPPORT
               STRING '  SEUIL verse a l''historique, effet au '
                   DELIMITED BY SIZE
                   DIS-D-DATE-EFFET DELIMITED BY SIZE
                   ', non pose ce jour' DELIMITED BY SIZE
                   INTO LIGNE-RAPPORT
               WRITE LIGNE-RAPPORT
           END-IF.

      * Determine si le seuil a deja des versions a l'historique et
      * la plus recente date d'effet deja atteinte parmi elles
       4310-CHERCHER-HISTO-SEUIL.
           MOVE 'N' TO indic-histo-seuil.
           MOVE 'N' TO indic-fin-histo.
           MOVE ZERO TO effet-en-vigueur.
           OPEN INPUT HISTO-FILE.
           IF histo-statut = '00'
               PERFORM 4320-LIRE-HISTO
               PERFORM 4325-EXAMINER-VERSION UNTIL fin-histo
               CLOSE HISTO-FILE
           END-IF.

      * Lecture d'un enregistrement PARAM-HISTORIQUE.DAT
       4320-LIRE-HISTO.
           READ HISTO-FILE
               AT END SET fin-histo TO TRUE
           END-READ.

      * Retient la version courante si elle porte sur le seuil, puis
      * relit
       4325-EXAMINER-VERSION.
           IF PHI-FICHIER = 'SEUIL-APPROBATION.DAT'
               SET seuil-sous-histo TO TRUE
               IF PHI-DATE-EFFET <= date-jour
                       AND PHI-DATE-EFFET > effet-en-vigueur
                   MOVE PHI-DATE-EFFET TO effet-en-vigueur
               END-IF
           END-IF.
           PERFORM 4320-LIRE-HISTO.

      * Ecrit le seuil courant a l'historique sous la date d'effet a
      * verser et l'horodatage du chargement, au nom du siege
       4330-VERSER-SEUIL.
           OPEN EXTEND HISTO-FILE.
           IF histo-statut = '35'
               OPEN OUTPUT HISTO-FILE
           END-IF.
           MOVE SPACES TO PARAM-HISTO-ENREGISTREMENT.
           MOVE 'SEUIL-APPROBATION.DAT' TO PHI-FICHIER.
           MOVE effet-verse TO PHI-DATE-EFFET.
           MOVE date-jour TO PHI-DATE-SAISIE.
           MOVE CP-HLG-HH TO PHI-HEURE-SAISIE(1:2).
           MOVE CP-HLG-MN TO PHI-HEURE-SAISIE(3:2).
           MOVE CP-HLG-SS TO PHI-HEURE-SAISIE(5:2).
           MOVE utilisateur-siege TO PHI-UTILISATEUR.
           MOVE 1 TO PHI-LIGNE.
           MOVE SEUIL-APPRO-ENREGISTREMENT TO PHI-CONTENU.
           WRITE PARAM-HISTO-ENREGISTREMENT.
           CLOSE HISTO-FILE.

      * Journalise le changement applique avec son lot d'origine
       5000-JOURNALISER-LIGNE.
