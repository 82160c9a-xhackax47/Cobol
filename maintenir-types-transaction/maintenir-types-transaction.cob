      * Transaction a la demande : entretient la table de reference
      * TYPES-TRANSACTION.DAT des codes types admis sur les
      * transactions du grand livre (depot, correction,
      * remboursement, frais...). Chaque type designe son compte de
      * contrepartie, sur lequel ManipulationAdd contrepasse les
      * mouvements simples du type.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 nouveau-code-tva PIC X(02).
       77 taux-tva-texte PIC X(05).
       77 nouveau-taux-tva PIC 9(02)V9(02) VALUE ZERO.
       77 nouvelle-contrepartie PIC X(06).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
               'Taux TVA en % (ex. 20.00, vide = 0) : '.
           2 PIC X(05) TO taux-tva-texte.

       1 pls-contrepartie.
           2 LINE 11 COL 10 VALUE
               'Compte de contrepartie (vide = BANQUE) : '.
           2 PIC X(06) TO nouvelle-contrepartie.

       1 pla-deja-connu.
           2 LINE 7 COL 10 VALUE 'Ce code existe deja dans la table.'.

       1 pls-confirmer.
           2 LINE 12 COL 10 VALUE 'Confirmer l''ajout (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoute.
           2 LINE 13 COL 10 VALUE
               'Type depose en attente d''approbation.'.

       1 pls-continuer.
           2 LINE 15 COL 10 VALUE 'Un autre type ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.
               AT END SET fin-types TO TRUE
           END-READ.

      * Affiche le type courant et son compte de contrepartie, puis
      * relit
       1200-AFFICHER-UN-TYPE.
           IF TYP-CONTREPARTIE = SPACES
                   OR TYP-CONTREPARTIE = LOW-VALUES
               MOVE 'BANQUE' TO TYP-CONTREPARTIE
           END-IF.
           DISPLAY '  ' TYP-CODE ' : ' TYP-LIBELLE
               ' contrepartie ' TYP-CONTREPARTIE.
           PERFORM 1100-LIRE-TYPE.

      * Recueille un nouveau code et son libelle, verifie qu'il n'est
               ELSE
                   MOVE ZERO TO nouveau-taux-tva
               END-IF
               MOVE SPACES TO nouvelle-contrepartie
               DISPLAY pls-contrepartie
               ACCEPT pls-contrepartie
               INSPECT nouvelle-contrepartie CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF nouvelle-contrepartie = SPACES
                   MOVE 'BANQUE' TO nouvelle-contrepartie
               END-IF
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
           MOVE nouveau-libelle TO TYP-LIBELLE.
           MOVE nouveau-code-tva TO TYP-CODE-TVA.
           MOVE nouveau-taux-tva TO TYP-TAUX-TVA.
           MOVE nouvelle-contrepartie TO TYP-CONTREPARTIE.
           MOVE 'TYPES-TRANSACTION' TO MOD-FICHIER.
           MOVE 'NOUVEAU' TO MOD-AVANT.
           MOVE TYPE-TRANSAC-ENREGISTREMENT TO MOD-APRES.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO MOD-DATE.
           SET MOD-EN-ATTENTE TO TRUE.
           MOVE SPACES TO MOD-APPROBATEUR.
           OPEN EXTEND MODIFS-FILE.
           IF modifs-statut = '35'
               OPEN OUTPUT MODIFS-FILE
