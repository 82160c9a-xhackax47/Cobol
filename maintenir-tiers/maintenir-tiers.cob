      * des contreparties TIERS.DAT (fournisseurs, organismes,
      * prestataires...), controle sur les mouvements saisis pour
      * que le meme fournisseur ne vive plus sous trois
      * orthographes de reference libre. Les coordonnees bancaires
      * (IBAN, BIC) du fournisseur, reprises sur les virements de
      * reglement, se saisissent a la creation et se mettent a jour
      * sur un code deja connu.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIERS-FILE ASSIGN TO "TIERS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS tiers-statut.
           SELECT TIERS-NOUVEAU-FILE ASSIGN TO "TIERS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       FD TIERS-FILE.
       COPY "cptiers.cpy".

       FD TIERS-NOUVEAU-FILE.
       01 LIGNE-TIERS-NOUVEAU         PIC X(84).

       WORKING-STORAGE SECTION.
       77 tiers-statut PIC X(02).
       77 nouveau-code PIC X(06).
       77 nouveau-libelle PIC X(30).
       77 nouvel-iban PIC X(34).
       77 nouveau-bic PIC X(11).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
           2 LINE 8 COL 10 VALUE 'Nom de la contrepartie : '.
           2 PIC X(30) TO nouveau-libelle REQUIRED.

       1 pls-iban.
           2 LINE 9 COL 10 VALUE 'IBAN (vide = sans virement) : '.
           2 PIC X(34) TO nouvel-iban.

       1 pls-bic.
           2 LINE 10 COL 10 VALUE 'BIC : '.
           2 PIC X(11) TO nouveau-bic.

       1 pla-deja-connu.
           2 LINE 7 COL 10 VALUE 'Ce code existe deja au fichier.'.

       1 pls-confirmer.
           2 LINE 12 COL 10 VALUE 'Confirmer l''ajout (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pls-confirmer-banque.
           2 LINE 12 COL 10 VALUE
               'Mettre a jour les coordonnees bancaires (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-banque-maj.
           2 LINE 13 COL 10 VALUE 'Coordonnees bancaires mises a jour.'.

       1 pla-ajoute.
           2 LINE 13 COL 10 VALUE 'Contrepartie enregistree.'.

       1 pls-continuer.
           2 LINE 15 COL 10 VALUE 'Une autre contrepartie ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

      * Affiche la contrepartie courante, puis relit
       1200-AFFICHER-UN-TIERS.
           IF TIE-IBAN = SPACES OR TIE-IBAN = LOW-VALUES
               DISPLAY '  ' TIE-CODE ' : ' TIE-NOM
           ELSE
               DISPLAY '  ' TIE-CODE ' : ' TIE-NOM ' ' TIE-IBAN
           END-IF.
           PERFORM 1100-LIRE-TIERS.

      * Recueille un nouveau code, son libelle et ses coordonnees
      * bancaires, verifie qu'il n'est pas deja connu, le fait
      * confirmer puis l'ajoute ; sur un code deja connu, propose
      * la mise a jour des coordonnees bancaires
       2000-AJOUTER-TIERS.
           MOVE 'N' TO indic-confirme.
           DISPLAY pls-code.
           PERFORM 2100-VERIFIER-DOUBLON.
           IF code-deja-connu
               DISPLAY pla-deja-connu
               PERFORM 2300-MODIFIER-BANQUE
           ELSE
               DISPLAY pls-libelle
               ACCEPT pls-libelle
               PERFORM 2050-SAISIR-BANQUE
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Recueille l'IBAN et le BIC, mis en majuscules
       2050-SAISIR-BANQUE.
           MOVE SPACES TO nouvel-iban.
           MOVE SPACES TO nouveau-bic.
           DISPLAY pls-iban.
           ACCEPT pls-iban.
           IF nouvel-iban NOT = SPACES
               DISPLAY pls-bic
               ACCEPT pls-bic
           END-IF.
           INSPECT nouvel-iban CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT nouveau-bic CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * Parcourt le fichier existant a la recherche du code saisi
       2100-VERIFIER-DOUBLON.
           MOVE 'N' TO indic-deja-connu.
       2200-ENREGISTRER-TIERS.
           MOVE nouveau-code TO TIE-CODE.
           MOVE nouveau-libelle TO TIE-NOM.
           MOVE nouvel-iban TO TIE-IBAN.
           MOVE nouveau-bic TO TIE-BIC.
           OPEN EXTEND TIERS-FILE.
           IF tiers-statut = '35'
               OPEN OUTPUT TIERS-FILE
           WRITE TIERS-ENREGISTREMENT.
           CLOSE TIERS-FILE.
           DISPLAY pla-ajoute.

      * Recueille de nouvelles coordonnees bancaires pour le code
      * deja connu et, confirmees, recopie le fichier en les
      * reportant sur sa fiche
       2300-MODIFIER-BANQUE.
           PERFORM 2050-SAISIR-BANQUE.
           DISPLAY pls-confirmer-banque.
           ACCEPT pls-confirmer-banque.
           IF confirmation = 'O' OR confirmation = 'o'
               MOVE 'N' TO indic-fin-tiers
               OPEN INPUT TIERS-FILE
               OPEN OUTPUT TIERS-NOUVEAU-FILE
               PERFORM 1100-LIRE-TIERS
               PERFORM 2310-RECOPIER-TIERS UNTIL fin-tiers
               CLOSE TIERS-FILE
               CLOSE TIERS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "TIERS.DAT"
               CALL "CBL_RENAME_FILE" USING "TIERS.NOUVEAU"
                   "TIERS.DAT"
               DISPLAY pla-banque-maj
           END-IF.

      * Recopie la fiche courante, mise a jour si c'est le code
      * saisi, puis relit
       2310-RECOPIER-TIERS.
           IF TIE-CODE = nouveau-code
               MOVE nouvel-iban TO TIE-IBAN
               MOVE nouveau-bic TO TIE-BIC
           END-IF.
           MOVE TIERS-ENREGISTREMENT TO LIGNE-TIERS-NOUVEAU.
           WRITE LIGNE-TIERS-NOUVEAU.
           PERFORM 1100-LIRE-TIERS.
