      * Transaction a la demande : entretient le plan de comptes
      * PLAN-COMPTES.DAT du grand livre (scolarite, cantine,
      * fournisseurs...), controle sur les mouvements saisis et
      * tenu compte par compte dans SOLDE.DAT. La nature de chaque
      * compte (produit, charge ou bilan) decide de son sort a la
      * cloture d'exercice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 comptes-statut PIC X(02).
       77 nouveau-code PIC X(06).
       77 nouveau-libelle PIC X(30).
       77 nouvelle-nature PIC X(01).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
           2 LINE 8 COL 10 VALUE 'Libelle du compte : '.
           2 PIC X(30) TO nouveau-libelle REQUIRED.

       1 pls-nature.
           2 LINE 9 COL 10 VALUE
               'Nature (P produit, C charge, vide = bilan) : '.
           2 PIC X(01) TO nouvelle-nature.

       1 pla-deja-connu.
           2 LINE 7 COL 10 VALUE 'Ce code existe deja au plan.'.


      * Affiche le compte courant, puis relit
       1200-AFFICHER-UN-COMPTE.
           DISPLAY '  ' CPT-CODE ' : ' CPT-LIBELLE ' ' CPT-NATURE.
           PERFORM 1100-LIRE-COMPTE.

      * Recueille un nouveau code et son libelle, verifie qu'il
           ELSE
               DISPLAY pls-libelle
               ACCEPT pls-libelle
               MOVE SPACE TO nouvelle-nature
               DISPLAY pls-nature
               ACCEPT pls-nature
               INSPECT nouvelle-nature CONVERTING 'pc' TO 'PC'
               IF nouvelle-nature NOT = 'P' AND NOT = 'C'
                   MOVE SPACE TO nouvelle-nature
               END-IF
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
       2200-ENREGISTRER-COMPTE.
           MOVE nouveau-code TO CPT-CODE.
           MOVE nouveau-libelle TO CPT-LIBELLE.
           MOVE nouvelle-nature TO CPT-NATURE.
           OPEN EXTEND COMPTES-FILE.
           IF comptes-statut = '35'
               OPEN OUTPUT COMPTES-FILE
