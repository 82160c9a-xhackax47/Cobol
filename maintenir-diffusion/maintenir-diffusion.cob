      * Code MaintenirDiffusion en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirDiffusion.

      * Transaction a la demande : entretient la table de diffusion
      * des rapports DIFFUSION-RAPPORTS.DAT. Chaque ligne associe un
      * type de rapport de la bibliotheque a un destinataire, un
      * canal de remise (I file d'impression, B dossier de boite
      * aux lettres, E boite d'envoi) et son adresse, un nombre
      * d'exemplaires et une frequence d'attente (J quotidien, M
      * fin de mois, A fin d'annee, D a la demande), lus par
      * DiffuserRapports en fin de chaine.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIFFUSION-FILE ASSIGN TO "DIFFUSION-RAPPORTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS diffusion-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD DIFFUSION-FILE.
       COPY "cpdiffusion.cpy".

       WORKING-STORAGE SECTION.
       77 diffusion-statut PIC X(02).
       77 nouveau-type PIC X(12).
       77 nouveau-destinataire PIC X(08).
       77 nouveau-canal PIC X(01).
           88 canal-valide VALUE 'I' 'B' 'E'.
       77 nouvelle-adresse PIC X(30).
       77 nouveaux-exemplaires PIC 9(02).
       77 nouvelle-frequence PIC X(01).
           88 frequence-valide VALUE 'J' 'M' 'A' 'D'.
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-fin-diffusion PIC X(01) VALUE 'N'.
           88 fin-diffusion VALUE 'O'.
       77 indic-deja-connu PIC X(01) VALUE 'N'.
           88 ligne-deja-connue VALUE 'O'.
       77 date-jour-aff PIC 9(08).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-type.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Diffusion des rapports'.
           2 LINE 6 COL 10 VALUE 'Type de rapport : '.
           2 PIC X(12) TO nouveau-type REQUIRED.

       1 pls-destinataire.
           2 LINE 7 COL 10 VALUE 'Destinataire (identifiant) : '.
           2 PIC X(08) TO nouveau-destinataire REQUIRED.

       1 pla-deja-connu.
           2 LINE 8 COL 10 VALUE
               'Ce rapport est deja diffuse a ce destinataire.'.

       1 pls-canal.
           2 LINE 9 COL 10 VALUE
               'Canal (I=impression B=boite E=envoi) : '.
           2 PIC X(01) TO nouveau-canal REQUIRED.

       1 pls-adresse.
           2 LINE 10 COL 10 VALUE 'File, dossier ou adresse : '.
           2 PIC X(30) TO nouvelle-adresse REQUIRED.

       1 pls-exemplaires.
           2 LINE 11 COL 10 VALUE 'Exemplaires : '.
           2 PIC 9(02) TO nouveaux-exemplaires REQUIRED.

       1 pls-frequence.
           2 LINE 12 COL 10 VALUE
               'Attendu (J=jour M=mois A=annee D=demande) : '.
           2 PIC X(01) TO nouvelle-frequence REQUIRED.

       1 pls-confirmer.
           2 LINE 13 COL 10 VALUE 'Confirmer l''ajout (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoute.
           2 LINE 14 COL 10 VALUE 'Diffusion enregistree.'.

       1 pls-continuer.
           2 LINE 16 COL 10 VALUE 'Une autre diffusion ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 1000-AFFICHER-DIFFUSIONS.
           PERFORM 2000-AJOUTER-DIFFUSION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Liste les diffusions deja parametrees, pour que
      * l'operateur voie l'existant avant d'ajouter
       1000-AFFICHER-DIFFUSIONS.
           MOVE 'N' TO indic-fin-diffusion.
           OPEN INPUT DIFFUSION-FILE.
           IF diffusion-statut = '00'
               DISPLAY 'Diffusion des rapports :'
               PERFORM 1100-LIRE-DIFFUSION
               PERFORM 1200-AFFICHER-UNE-DIFFUSION
                   UNTIL fin-diffusion
               CLOSE DIFFUSION-FILE
           ELSE
               DISPLAY 'Table de diffusion vide '
                   '(premiere utilisation).'
           END-IF.

      * Lecture d'un enregistrement DIFFUSION-RAPPORTS.DAT
       1100-LIRE-DIFFUSION.
           READ DIFFUSION-FILE
               AT END SET fin-diffusion TO TRUE
           END-READ.

      * Affiche la diffusion courante, puis relit
       1200-AFFICHER-UNE-DIFFUSION.
           DISPLAY '  ' DIF-TYPE ' -> ' DIF-DESTINATAIRE
               ' canal ' DIF-CANAL ' ' DIF-ADRESSE
               ' x' DIF-EXEMPLAIRES ' (' DIF-FREQUENCE ')'.
           PERFORM 1100-LIRE-DIFFUSION.

      * Recueille un type et un destinataire, verifie que la
      * diffusion n'est pas deja connue, recueille le canal, les
      * exemplaires et la frequence, fait confirmer puis ajoute
       2000-AJOUTER-DIFFUSION.
           MOVE 'N' TO indic-confirme.
           DISPLAY pls-type.
           ACCEPT pls-type.
           DISPLAY pls-destinataire.
           ACCEPT pls-destinataire.
           PERFORM 2100-VERIFIER-DOUBLON.
           IF ligne-deja-connue
               DISPLAY pla-deja-connu
           ELSE
               MOVE SPACE TO nouveau-canal
               PERFORM 2300-SAISIR-CANAL UNTIL canal-valide
               DISPLAY pls-adresse
               ACCEPT pls-adresse
               DISPLAY pls-exemplaires
               ACCEPT pls-exemplaires
               MOVE SPACE TO nouvelle-frequence
               PERFORM 2400-SAISIR-FREQUENCE UNTIL frequence-valide
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
                   WHEN confirmation = 'O' OR confirmation = 'o'
                       SET confirme TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO indic-confirme
               END-EVALUATE
               IF confirme
                   PERFORM 2200-ENREGISTRER-DIFFUSION
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Parcourt la table existante a la recherche du type et du
      * destinataire saisis
       2100-VERIFIER-DOUBLON.
           MOVE 'N' TO indic-deja-connu.
           MOVE 'N' TO indic-fin-diffusion.
           OPEN INPUT DIFFUSION-FILE.
           IF diffusion-statut = '00'
               PERFORM 1100-LIRE-DIFFUSION
               PERFORM 2110-COMPARER-DIFFUSION
                   UNTIL fin-diffusion OR ligne-deja-connue
               CLOSE DIFFUSION-FILE
           END-IF.

      * Compare la ligne courante de la table a la saisie, puis
      * relit si elle ne correspond pas
       2110-COMPARER-DIFFUSION.
           IF DIF-TYPE = nouveau-type
                   AND DIF-DESTINATAIRE = nouveau-destinataire
               SET ligne-deja-connue TO TRUE
           ELSE
               PERFORM 1100-LIRE-DIFFUSION
           END-IF.

      * Ajoute la nouvelle diffusion a la fin de la table
       2200-ENREGISTRER-DIFFUSION.
           MOVE nouveau-type TO DIF-TYPE.
           MOVE nouveau-destinataire TO DIF-DESTINATAIRE.
           MOVE nouveau-canal TO DIF-CANAL.
           MOVE nouvelle-adresse TO DIF-ADRESSE.
           MOVE nouveaux-exemplaires TO DIF-EXEMPLAIRES.
           MOVE nouvelle-frequence TO DIF-FREQUENCE.
           OPEN EXTEND DIFFUSION-FILE.
           IF diffusion-statut = '35'
               OPEN OUTPUT DIFFUSION-FILE
           END-IF.
           WRITE DIFFUSION-ENREGISTREMENT.
           CLOSE DIFFUSION-FILE.
           DISPLAY pla-ajoute.

      * Demande le canal de remise, en majuscule
       2300-SAISIR-CANAL.
           DISPLAY pls-canal.
           ACCEPT pls-canal.
           INSPECT nouveau-canal CONVERTING 'ibe' TO 'IBE'.

      * Demande la frequence d'attente, en majuscule
       2400-SAISIR-FREQUENCE.
           DISPLAY pls-frequence.
           ACCEPT pls-frequence.
           INSPECT nouvelle-frequence CONVERTING 'jmad' TO 'JMAD'.
