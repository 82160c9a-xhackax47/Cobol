
      * Transaction a la demande : entretient la table de
      * reference des zones du batiment ZONES.DAT (code, libelle,
      * point de rassemblement, acces restreint), saisies sur les
      * visites a l'accueil pour l'appel d'evacuation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 nouveau-code PIC X(03).
       77 nouveau-rassemblement PIC X(20).
       77 nouveau-libelle PIC X(20).
       77 nouvel-acces PIC X(01).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
           2 LINE 9 COL 10 VALUE 'Point de rassemblement : '.
           2 PIC X(20) TO nouveau-rassemblement REQUIRED.

       1 pls-acces.
           2 LINE 10 COL 10 VALUE
               'Acces restreint, induction exigee (O/N) : '.
           2 PIC X(01) TO nouvel-acces REQUIRED.

       1 pla-deja-connu.
           2 LINE 7 COL 10 VALUE 'Ce code existe deja a la table.'.

       1 pls-confirmer.
           2 LINE 11 COL 10 VALUE 'Confirmer l''ajout (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoute.
           2 LINE 12 COL 10 VALUE 'Zone enregistree.'.

       1 pls-continuer.
           2 LINE 14 COL 10 VALUE 'Une autre zone ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

      * Affiche la zone courante, puis relit
       1200-AFFICHER-UNE-ZONE.
           IF ZON-RESTREINTE
               DISPLAY '  ' ZON-CODE ' : ' ZON-LIBELLE
                   ' (rassemblement ' ZON-RASSEMBLEMENT
                   ') acces restreint'
           ELSE
               DISPLAY '  ' ZON-CODE ' : ' ZON-LIBELLE
                   ' (rassemblement ' ZON-RASSEMBLEMENT ')'
           END-IF.
           PERFORM 1100-LIRE-ZONE.

      * Recueille un nouveau code et son libelle, verifie qu'il
               ACCEPT pls-libelle
               DISPLAY pls-rassemblement
               ACCEPT pls-rassemblement
               DISPLAY pls-acces
               ACCEPT pls-acces
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
           MOVE nouveau-code TO ZON-CODE.
           MOVE nouveau-libelle TO ZON-LIBELLE.
           MOVE nouveau-rassemblement TO ZON-RASSEMBLEMENT.
           IF nouvel-acces = 'O' OR nouvel-acces = 'o'
               SET ZON-RESTREINTE TO TRUE
           ELSE
               SET ZON-LIBRE TO TRUE
           END-IF.
           OPEN EXTEND ZONES-FILE.
           IF zones-statut = '35'
               OPEN OUTPUT ZONES-FILE
