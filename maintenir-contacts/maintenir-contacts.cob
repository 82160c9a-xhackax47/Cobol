      * Code MaintenirContacts en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirContacts.

      * Transaction a la demande : entretient les responsables et
      * adresses postales des etudiants dans CONTACTS-ETUDIANTS.DAT
      * (nom, lien de parente, adresse, telephone, courriel), un ou
      * plusieurs par etudiant, numerotes de 1 a 9. Chaque fiche
      * saisie est ajoutee en fin de fichier et recouvre la
      * precedente du meme etudiant + rang. Designer un responsable
      * payeur ou destinataire des courriers scolaires retire la
      * designation aux autres responsables de l'etudiant, pour
      * qu'il n'y en ait jamais qu'un de chaque. L'identifiant est
      * controle contre ETUDIANTS-MASTER.DAT quand il est present.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTS-FILE ASSIGN TO "CONTACTS-ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS contacts-statut.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD CONTACTS-FILE.
       COPY "cpcontact.cpy".

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       WORKING-STORAGE SECTION.
       77 contacts-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 indic-fin-contacts PIC X(01) VALUE 'N'.
           88 fin-contacts VALUE 'O'.
       77 indic-controle-actif PIC X(01) VALUE 'N'.
           88 controle-actif VALUE 'O'.
       77 indic-etudiant-connu PIC X(01) VALUE 'N'.
           88 etudiant-connu VALUE 'O'.
       77 id-recherche PIC X(06).
       77 nom-etudiant PIC X(20) VALUE SPACES.
       77 rang-saisi PIC 9(01) VALUE ZERO.
       77 ix-rang PIC 9(02) COMP VALUE ZERO.
       77 liste-rangs PIC X(18) VALUE SPACES.
       77 pos-liste PIC 9(02) COMP VALUE ZERO.
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 date-jour-aff PIC 9(08).

      * Designations prises par la fiche enregistree, a retirer aux
      * autres responsables de l'etudiant
       77 payeur-pris PIC X(01) VALUE 'N'.
       77 destinataire-pris PIC X(01) VALUE 'N'.
       77 indic-a-reecrire PIC X(01) VALUE 'N'.
           88 a-reecrire VALUE 'O'.

      * Valeurs saisies ; un champ laisse vide reste inchange
       77 nouveau-nom PIC X(30).
       77 nouveau-lien PIC X(12).
       77 nouvelle-adresse PIC X(30).
       77 nouveau-code-postal PIC X(05).
       77 nouvelle-ville PIC X(20).
       77 nouveau-telephone PIC X(15).
       77 nouveau-courriel PIC X(40).
       77 nouveau-payeur PIC X(01).
       77 nouveau-destinataire PIC X(01).
       77 nouveau-statut PIC X(01).

      * Responsables deja enregistres pour l'etudiant en cours, un
      * poste par rang, la derniere ligne du fichier faisant foi
       01 TABLE-RESPONSABLES.
           05 RESPONSABLE-TABLE OCCURS 9.
               10 RSP-CONNU           PIC X(01).
               10 RSP-LIGNE           PIC X(173).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-id.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Responsables et adresses'.
           2 LINE 6 COL 10 VALUE 'Identifiant etudiant : '.
           2 PIC X(06) TO id-recherche REQUIRED.

       1 pla-inconnu.
           2 LINE 8 COL 10 VALUE
               'Etudiant absent du fichier des inscriptions.'.

       1 pla-connus.
           2 LINE 7 COL 10 PIC X(20) FROM nom-etudiant.
           2 LINE 8 COL 10 VALUE 'Responsables enregistres : '.
           2 COL 37 PIC X(18) FROM liste-rangs.

       1 pls-rang.
           2 LINE 9 COL 10 VALUE 'Rang du responsable (1 a 9) : '.
           2 PIC 9(01) TO rang-saisi REQUIRED.

       1 pla-rang-invalide.
           2 LINE 10 COL 10 VALUE 'Le rang va de 1 a 9.'.

       1 pla-nouveau.
           2 LINE 10 COL 10 VALUE
               'Nouveau responsable pour cet etudiant.'.

       1 pla-actuel.
           2 LINE 10 COL 10 PIC X(30) FROM CTC-NOM.
           2 COL 42 PIC X(12) FROM CTC-LIEN.
           2 LINE 11 COL 10 PIC X(30) FROM CTC-ADRESSE.
           2 COL 42 PIC X(05) FROM CTC-CODE-POSTAL.
           2 COL 48 PIC X(20) FROM CTC-VILLE.
           2 LINE 12 COL 10 PIC X(15) FROM CTC-TELEPHONE.
           2 COL 27 PIC X(40) FROM CTC-COURRIEL.
           2 LINE 13 COL 10 VALUE 'Payeur : '.
           2 COL 19 PIC X(01) FROM CTC-PAYEUR.
           2 COL 22 VALUE 'Courriers : '.
           2 COL 34 PIC X(01) FROM CTC-DESTINATAIRE.
           2 COL 37 VALUE 'Statut : '.
           2 COL 46 PIC X(01) FROM CTC-STATUT.

       1 pls-nom.
           2 LINE 14 COL 10 VALUE 'Nom (vide = inchange) : '.
           2 PIC X(30) TO nouveau-nom.

       1 pls-lien.
           2 LINE 15 COL 10 VALUE 'Lien (pere, mere, tuteur...) : '.
           2 PIC X(12) TO nouveau-lien.

       1 pls-adresse.
           2 LINE 16 COL 10 VALUE 'Adresse : '.
           2 PIC X(30) TO nouvelle-adresse.

       1 pls-ville.
           2 LINE 17 COL 10 VALUE 'Code postal : '.
           2 PIC X(05) TO nouveau-code-postal.
           2 COL 32 VALUE 'Ville : '.
           2 PIC X(20) TO nouvelle-ville.

       1 pls-telephone.
           2 LINE 18 COL 10 VALUE 'Telephone : '.
           2 PIC X(15) TO nouveau-telephone.

       1 pls-courriel.
           2 LINE 19 COL 10 VALUE 'Courriel : '.
           2 PIC X(40) TO nouveau-courriel.

       1 pls-roles.
           2 LINE 20 COL 10 VALUE 'Payeur (O/N) : '.
           2 PIC X(01) TO nouveau-payeur.
           2 COL 29 VALUE 'Courriers scolaires (O/N) : '.
           2 PIC X(01) TO nouveau-destinataire.
           2 COL 61 VALUE 'A/R : '.
           2 PIC X(01) TO nouveau-statut.

       1 pls-confirmer.
           2 LINE 21 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-nom-requis.
           2 LINE 22 COL 10 VALUE
               'Nom du responsable obligatoire, fiche non enregistree.'.

       1 pla-enregistre.
           2 LINE 22 COL 10 VALUE 'Responsable enregistre.'.

       1 pls-continuer.
           2 LINE 23 COL 10 VALUE 'Un autre responsable ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           MOVE 'N' TO indic-controle-actif.
           OPEN INPUT ETUDIANTS-FILE.
           IF etudiants-statut = '00'
               SET controle-actif TO TRUE
           END-IF.
           PERFORM 1000-TENIR-CONTACT
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           IF controle-actif
               CLOSE ETUDIANTS-FILE
           END-IF.
           GOBACK.

      * Controle l'etudiant demande, affiche ses responsables
      * enregistres et recueille la fiche du rang choisi
       1000-TENIR-CONTACT.
           DISPLAY pls-id.
           ACCEPT pls-id.
           PERFORM 1100-CONTROLER-ETUDIANT.
           IF NOT etudiant-connu
               DISPLAY pla-inconnu
           ELSE
               PERFORM 1200-CHARGER-RESPONSABLES
               DISPLAY pla-connus
               PERFORM 2000-SAISIR-RESPONSABLE
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Verifie l'identifiant contre le fichier des inscriptions ;
      * sans ce fichier, tout identifiant est accepte
       1100-CONTROLER-ETUDIANT.
           MOVE SPACES TO nom-etudiant.
           SET etudiant-connu TO TRUE.
           IF controle-actif
               MOVE id-recherche TO INS-ID
               READ ETUDIANTS-FILE
                   INVALID KEY
                       MOVE 'N' TO indic-etudiant-connu
                   NOT INVALID KEY
                       MOVE INS-NOM TO nom-etudiant
               END-READ
           END-IF.

      * Releve les responsables deja enregistres pour l'etudiant
      * et la liste de leurs rangs
       1200-CHARGER-RESPONSABLES.
           PERFORM 1210-VIDER-RANG
               VARYING ix-rang FROM 1 BY 1 UNTIL ix-rang > 9.
           MOVE 'N' TO indic-fin-contacts.
           OPEN INPUT CONTACTS-FILE.
           IF contacts-statut = '00'
               PERFORM 1220-LIRE-CONTACT
               PERFORM 1230-RETENIR-CONTACT UNTIL fin-contacts
               CLOSE CONTACTS-FILE
           END-IF.
           MOVE SPACES TO liste-rangs.
           MOVE 1 TO pos-liste.
           PERFORM 1240-LISTER-RANG
               VARYING ix-rang FROM 1 BY 1 UNTIL ix-rang > 9.
           IF liste-rangs = SPACES
               MOVE 'aucun' TO liste-rangs
           END-IF.

      * Vide le poste d'un rang
       1210-VIDER-RANG.
           MOVE 'N' TO RSP-CONNU(ix-rang).
           MOVE SPACES TO RSP-LIGNE(ix-rang).

      * Lecture d'un enregistrement CONTACTS-ETUDIANTS.DAT
       1220-LIRE-CONTACT.
           READ CONTACTS-FILE
               AT END SET fin-contacts TO TRUE
           END-READ.

      * Retient la ligne lue si elle concerne l'etudiant, en
      * recouvrant la ligne anterieure du meme rang, puis relit
       1230-RETENIR-CONTACT.
           IF CTC-ID = id-recherche AND CTC-RANG IS NUMERIC
               IF CTC-RANG > ZERO
                   MOVE 'O' TO RSP-CONNU(CTC-RANG)
                   MOVE CONTACT-ENREGISTREMENT TO RSP-LIGNE(CTC-RANG)
               END-IF
           END-IF.
           PERFORM 1220-LIRE-CONTACT.

      * Ajoute le rang a la liste affichee s'il est enregistre
       1240-LISTER-RANG.
           IF RSP-CONNU(ix-rang) = 'O'
               MOVE ix-rang TO liste-rangs(pos-liste:1)
               ADD 2 TO pos-liste
           END-IF.

      * Affiche la fiche du rang choisi ou en propose la creation,
      * recueille les nouvelles valeurs et les enregistre apres
      * confirmation
       2000-SAISIR-RESPONSABLE.
           MOVE 'N' TO indic-confirme.
           DISPLAY pls-rang.
           ACCEPT pls-rang.
           IF rang-saisi = ZERO
               DISPLAY pla-rang-invalide
           ELSE
               IF RSP-CONNU(rang-saisi) = 'O'
                   MOVE RSP-LIGNE(rang-saisi)
                       TO CONTACT-ENREGISTREMENT
                   DISPLAY pla-actuel
               ELSE
                   PERFORM 2100-PREPARER-FICHE
                   DISPLAY pla-nouveau
               END-IF
               PERFORM 2200-RECUEILLIR-VALEURS
               IF confirme
                   PERFORM 3000-APPLIQUER-FICHE
               END-IF
           END-IF.

      * Fiche vierge d'un nouveau responsable, actif et sans
      * designation
       2100-PREPARER-FICHE.
           MOVE SPACES TO CONTACT-ENREGISTREMENT.
           MOVE id-recherche TO CTC-ID.
           MOVE rang-saisi TO CTC-RANG.
           MOVE 'N' TO CTC-PAYEUR.
           MOVE 'N' TO CTC-DESTINATAIRE.
           MOVE 'A' TO CTC-STATUT.

      * Recueille les champs de la fiche et la confirmation
       2200-RECUEILLIR-VALEURS.
           MOVE SPACES TO nouveau-nom.
           MOVE SPACES TO nouveau-lien.
           MOVE SPACES TO nouvelle-adresse.
           MOVE SPACES TO nouveau-code-postal.
           MOVE SPACES TO nouvelle-ville.
           MOVE SPACES TO nouveau-telephone.
           MOVE SPACES TO nouveau-courriel.
           MOVE SPACES TO nouveau-payeur.
           MOVE SPACES TO nouveau-destinataire.
           MOVE SPACES TO nouveau-statut.
           DISPLAY pls-nom.
           ACCEPT pls-nom.
           DISPLAY pls-lien.
           ACCEPT pls-lien.
           DISPLAY pls-adresse.
           ACCEPT pls-adresse.
           DISPLAY pls-ville.
           ACCEPT pls-ville.
           DISPLAY pls-telephone.
           ACCEPT pls-telephone.
           DISPLAY pls-courriel.
           ACCEPT pls-courriel.
           DISPLAY pls-roles.
           ACCEPT pls-roles.
           DISPLAY pls-confirmer.
           ACCEPT pls-confirmer.
           EVALUATE TRUE
               WHEN confirmation = 'O' OR confirmation = 'o'
                   SET confirme TO TRUE
               WHEN OTHER
                   MOVE 'N' TO indic-confirme
           END-EVALUATE.

      * Applique les champs saisis et ajoute la fiche ; un
      * responsable retire perd ses designations, et une nouvelle
      * designation est retiree aux autres responsables
       3000-APPLIQUER-FICHE.
           IF nouveau-nom NOT = SPACES
               MOVE nouveau-nom TO CTC-NOM
           END-IF.
           IF nouveau-lien NOT = SPACES
               MOVE nouveau-lien TO CTC-LIEN
           END-IF.
           IF nouvelle-adresse NOT = SPACES
               MOVE nouvelle-adresse TO CTC-ADRESSE
           END-IF.
           IF nouveau-code-postal NOT = SPACES
               MOVE nouveau-code-postal TO CTC-CODE-POSTAL
           END-IF.
           IF nouvelle-ville NOT = SPACES
               MOVE nouvelle-ville TO CTC-VILLE
           END-IF.
           IF nouveau-telephone NOT = SPACES
               MOVE nouveau-telephone TO CTC-TELEPHONE
           END-IF.
           IF nouveau-courriel NOT = SPACES
               MOVE nouveau-courriel TO CTC-COURRIEL
           END-IF.
           IF nouveau-payeur = 'O' OR nouveau-payeur = 'N'
               MOVE nouveau-payeur TO CTC-PAYEUR
           END-IF.
           IF nouveau-destinataire = 'O' OR nouveau-destinataire = 'N'
               MOVE nouveau-destinataire TO CTC-DESTINATAIRE
           END-IF.
           IF nouveau-statut = 'A' OR nouveau-statut = 'R'
               MOVE nouveau-statut TO CTC-STATUT
           END-IF.
           IF CTC-RETIRE
               MOVE 'N' TO CTC-PAYEUR
               MOVE 'N' TO CTC-DESTINATAIRE
           END-IF.
           IF CTC-NOM = SPACES
               DISPLAY pla-nom-requis
           ELSE
               PERFORM 3900-AJOUTER-LIGNE
               MOVE 'O' TO RSP-CONNU(rang-saisi)
               MOVE CONTACT-ENREGISTREMENT TO RSP-LIGNE(rang-saisi)
               MOVE CTC-PAYEUR TO payeur-pris
               MOVE CTC-DESTINATAIRE TO destinataire-pris
               PERFORM 3100-RETIRER-DESIGNATIONS
                   VARYING ix-rang FROM 1 BY 1 UNTIL ix-rang > 9
               DISPLAY pla-enregistre
           END-IF.

      * Retire au responsable d'un autre rang la designation que
      * la fiche enregistree vient de prendre, par une nouvelle
      * ligne qui recouvre la sienne
       3100-RETIRER-DESIGNATIONS.
           IF ix-rang NOT = rang-saisi AND RSP-CONNU(ix-rang) = 'O'
               MOVE RSP-LIGNE(ix-rang) TO CONTACT-ENREGISTREMENT
               MOVE 'N' TO indic-a-reecrire
               IF payeur-pris = 'O' AND CTC-EST-PAYEUR
                   MOVE 'N' TO CTC-PAYEUR
                   SET a-reecrire TO TRUE
               END-IF
               IF destinataire-pris = 'O' AND CTC-EST-DESTINATAIRE
                   MOVE 'N' TO CTC-DESTINATAIRE
                   SET a-reecrire TO TRUE
               END-IF
               IF a-reecrire
                   PERFORM 3900-AJOUTER-LIGNE
                   MOVE CONTACT-ENREGISTREMENT TO RSP-LIGNE(ix-rang)
               END-IF
           END-IF.

      * Ajoute la fiche en fin de CONTACTS-ETUDIANTS.DAT
       3900-AJOUTER-LIGNE.
           OPEN EXTEND CONTACTS-FILE.
           IF contacts-statut = '35'
               OPEN OUTPUT CONTACTS-FILE
           END-IF.
           WRITE CONTACT-ENREGISTREMENT.
           CLOSE CONTACTS-FILE.
