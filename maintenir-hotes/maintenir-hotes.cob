       PROGRAM-ID. MaintenirHotes.

      * Transaction a la demande : entretient le fichier maitre
      * des hotes HOTES.DAT (code, nom, service, poste, courriel),
      * resolu par SaisirRendezVous pour que le meme hote ne vive
      * plus sous trois orthographes sur les rendez-vous.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 nouveau-nom PIC X(20).
       77 nouveau-service PIC X(15).
       77 nouveau-telephone PIC X(10).
       77 nouveau-courriel PIC X(40).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
           2 LINE 10 COL 10 VALUE 'Poste telephonique : '.
           2 PIC X(10) TO nouveau-telephone.

       1 pls-courriel.
           2 LINE 11 COL 10 VALUE 'Courriel (avis de non-venus) : '.
           2 PIC X(40) TO nouveau-courriel.

       1 pla-deja-connu.
           2 LINE 7 COL 10 VALUE 'Ce code existe deja au fichier.'.

       1 pls-confirmer.
           2 LINE 12 COL 10 VALUE 'Confirmer l''ajout (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoute.
           2 LINE 13 COL 10 VALUE 'Hote enregistre.'.

       1 pls-continuer.
           2 LINE 15 COL 10 VALUE 'Un autre hote ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.
               ACCEPT pls-service
               DISPLAY pls-telephone
               ACCEPT pls-telephone
               DISPLAY pls-courriel
               ACCEPT pls-courriel
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE

      * Ajoute le nouvel hote a la fin du fichier
       2200-ENREGISTRER-HOTE.
           MOVE SPACES TO HOTE-ENREGISTREMENT.
           MOVE nouveau-code TO HOT-CODE.
           MOVE nouveau-nom TO HOT-NOM.
           MOVE nouveau-service TO HOT-SERVICE.
           MOVE nouveau-telephone TO HOT-TELEPHONE.
           MOVE nouveau-courriel TO HOT-COURRIEL.
           OPEN EXTEND HOTES-FILE.
           IF hotes-statut = '35'
               OPEN OUTPUT HOTES-FILE
