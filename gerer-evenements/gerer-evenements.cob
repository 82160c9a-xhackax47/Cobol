      * Code GererEvenements en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. GererEvenements.

      * Transaction a la demande : entretient les evenements de
      * groupe recus a l'accueil (portes ouvertes, sorties
      * scolaires, sessions de formation) dans EVENEMENTS.DAT
      * (code, intitule, date, hote, effectif attendu, zone) et
      * charge a l'avance leur liste de participants dans
      * PARTICIPANTS.DAT, nom par nom a l'ecran ou d'un seul coup
      * depuis un fichier de noms fourni par l'organisateur. Le
      * pointage des participants se fait ensuite par
      * AccueillirEvenement, sans ressaisir l'hote ni la zone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENEMENTS-FILE ASSIGN TO "EVENEMENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS evenements-statut.
           SELECT PARTICIPANTS-FILE ASSIGN TO "PARTICIPANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS participants-statut.
           SELECT LISTE-FILE ASSIGN USING nom-liste
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS liste-statut.
           SELECT HOTES-FILE ASSIGN TO "HOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS hotes-statut.
           SELECT ZONES-FILE ASSIGN TO "ZONES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS zones-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD EVENEMENTS-FILE.
       COPY "cpevenement.cpy".

       FD PARTICIPANTS-FILE.
       COPY "cpparticipant.cpy".

      * Liste de noms fournie par l'organisateur : un participant
      * par ligne, les lignes vides sont ignorees
       FD LISTE-FILE.
       01 LIGNE-LISTE                 PIC X(25).

       FD HOTES-FILE.
       COPY "cphote.cpy".

       FD ZONES-FILE.
       COPY "cpzone.cpy".

       WORKING-STORAGE SECTION.
       77 evenements-statut PIC X(02).
       77 participants-statut PIC X(02).
       77 liste-statut PIC X(02).
       77 nom-liste PIC X(30) VALUE SPACES.
       77 action-choisie PIC X(01).
       77 code-saisi PIC X(06).
       77 nouveau-libelle PIC X(30).
       77 date-texte PIC X(08).
       77 nouveaux-attendus PIC 9(04) VALUE ZERO.
       77 nom-participant PIC X(25).
       77 confirmation PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 indic-date-ok PIC X(01) VALUE 'N'.
           88 date-ok VALUE 'O'.
       77 indic-fin-evenements PIC X(01) VALUE 'N'.
           88 fin-evenements VALUE 'O'.
       77 indic-evenement-trouve PIC X(01) VALUE 'N'.
           88 evenement-trouve VALUE 'O'.
       77 indic-fin-participants PIC X(01) VALUE 'N'.
           88 fin-participants VALUE 'O'.
       77 indic-fin-liste PIC X(01) VALUE 'N'.
           88 fin-liste VALUE 'O'.
       77 indic-fin-saisie PIC X(01) VALUE 'N'.
           88 fin-saisie VALUE 'O'.
       77 indic-deja-inscrit PIC X(01) VALUE 'N'.
           88 deja-inscrit VALUE 'O'.
       77 cpt-ajoutes PIC 9(04) VALUE ZERO.
       77 cpt-ecartes PIC 9(04) VALUE ZERO.
       77 date-jour-aff PIC 9(08).

      * Fichier maitre des hotes : le code saisi est resolu en nom
      * officiel ; sans fichier maitre, la saisie du nom reste
      * libre
       77 hotes-statut PIC X(02).
       77 code-hote PIC X(06).
       77 hote PIC X(20).
       77 indic-fin-hotes PIC X(01) VALUE 'N'.
           88 fin-hotes VALUE 'O'.
       77 indic-hote-valide PIC X(01) VALUE 'N'.
           88 hote-valide VALUE 'O'.
       77 indic-maitre-hotes PIC X(01) VALUE 'N'.
           88 maitre-hotes-present VALUE 'O'.

      * Table des zones : la zone de l'evenement doit y figurer ;
      * sans table, la saisie reste libre
       77 zones-statut PIC X(02).
       77 zone-saisie PIC X(03).
       77 indic-fin-zones PIC X(01) VALUE 'N'.
           88 fin-zones VALUE 'O'.
       77 indic-zone-valide PIC X(01) VALUE 'N'.
           88 zone-valide VALUE 'O'.

      * Participants deja inscrits a l'evenement traite, pour
      * ecarter les doublons d'une saisie ou d'un chargement
       77 nb-inscrits PIC 9(04) COMP VALUE ZERO.
       77 limite-inscrits PIC 9(04) COMP VALUE 500.
       77 ix-inscrit PIC 9(04) COMP VALUE ZERO.
       01 TABLE-INSCRITS.
           05 INS-NOM OCCURS 500 TIMES PIC X(25).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-action.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Evenements de groupe'.
           2 LINE 6 COL 10 VALUE
               'E=Evenement P=Participants L=Liste autre=Fin : '.
           2 PIC X(01) TO action-choisie REQUIRED.

       1 pls-code.
           2 LINE 8 COL 10 VALUE 'Code evenement (6 car.) : '.
           2 PIC X(06) TO code-saisi REQUIRED.

       1 pla-deja-connu.
           2 LINE 8 COL 45 VALUE 'Ce code existe deja.'.

       1 pla-inconnu.
           2 LINE 8 COL 45 VALUE 'Evenement inconnu.'.

       1 pla-evenement.
           2 LINE 8 COL 45 PIC X(30) FROM EVT-LIBELLE.

       1 pls-libelle.
           2 LINE 9 COL 10 VALUE 'Intitule : '.
           2 PIC X(30) TO nouveau-libelle REQUIRED.

       1 pls-date.
           2 LINE 10 COL 10 VALUE 'Date (AAAAMMJJ) : '.
           2 PIC X(08) TO date-texte REQUIRED.

       1 pla-err-date.
           2 LINE 10 COL 45 VALUE 'Date invalide, recommencez.'.

       1 pls-code-hote.
           2 LINE 11 COL 10 VALUE 'Code hote : '.
           2 PIC X(06) TO code-hote REQUIRED.

       1 pla-hote-resolu.
           2 LINE 11 COL 45 PIC X(20) FROM hote.

       1 pla-err-hote.
           2 LINE 11 COL 45 VALUE 'Hote inconnu.'.

       1 pls-hote.
           2 LINE 11 COL 10 VALUE 'Hote : '.
           2 PIC X(20) TO hote REQUIRED.

       1 pls-attendus.
           2 LINE 12 COL 10 VALUE 'Effectif attendu : '.
           2 PIC 9(04) TO nouveaux-attendus REQUIRED.

       1 pls-zone.
           2 LINE 13 COL 10 VALUE 'Zone (vide = sans) : '.
           2 PIC X(03) TO zone-saisie.

       1 pla-zone-inconnue.
           2 LINE 13 COL 45 VALUE 'Zone inconnue, recommencez.'.

       1 pls-confirmer.
           2 LINE 15 COL 10 VALUE 'Confirmer l''ajout (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-ajoute.
           2 LINE 16 COL 10 VALUE 'Evenement enregistre.'.

       1 pls-participant.
           2 LINE 10 COL 10 VALUE 'Participant (vide = fin) : '.
           2 PIC X(25) TO nom-participant.

       1 pla-deja-inscrit.
           2 LINE 11 COL 10 VALUE 'Deja sur la liste.'.

       1 pla-inscrit.
           2 LINE 11 COL 10 VALUE 'Inscrit.          '.

       1 pla-liste-pleine.
           2 LINE 11 COL 10 VALUE
               'Liste complete (500 participants au plus).'.

       1 pls-fichier.
           2 LINE 10 COL 10 VALUE 'Fichier de la liste : '.
           2 PIC X(30) TO nom-liste REQUIRED.

       1 pla-fichier-absent.
           2 LINE 11 COL 10 VALUE 'Fichier introuvable.'.

       1 pla-bilan.
           2 LINE 13 COL 10 VALUE 'Participants ajoutes : '.
           2 COL 34 PIC ZZZ9 FROM cpt-ajoutes.
           2 LINE 14 COL 10 VALUE 'Ecartes (doublons)   : '.
           2 COL 34 PIC ZZZ9 FROM cpt-ecartes.

       1 pls-continuer.
           2 LINE 18 COL 10 VALUE 'Autre operation ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 1000-AFFICHER-EVENEMENTS.
           PERFORM 2000-TRAITER-ACTION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Liste les evenements deja connus, pour que l'operateur
      * voie l'existant avant d'ajouter
       1000-AFFICHER-EVENEMENTS.
           MOVE 'N' TO indic-fin-evenements.
           OPEN INPUT EVENEMENTS-FILE.
           IF evenements-statut = '00'
               DISPLAY 'Evenements connus :'
               PERFORM 1100-LIRE-EVENEMENT
               PERFORM 1200-AFFICHER-UN-EVENEMENT
                   UNTIL fin-evenements
               CLOSE EVENEMENTS-FILE
           ELSE
               DISPLAY 'Aucun evenement '
                   '(premiere utilisation).'
           END-IF.

      * Lecture d'un enregistrement EVENEMENTS.DAT
       1100-LIRE-EVENEMENT.
           READ EVENEMENTS-FILE
               AT END SET fin-evenements TO TRUE
           END-READ.

      * Affiche l'evenement courant, puis relit
       1200-AFFICHER-UN-EVENEMENT.
           DISPLAY '  ' EVT-CODE ' ' EVT-DATE ' ' EVT-LIBELLE
               ' (' EVT-ATTENDUS ' attendus)'.
           PERFORM 1100-LIRE-EVENEMENT.

      * Lit l'action demandee et la traite ; toute autre reponse
      * met fin a la transaction
       2000-TRAITER-ACTION.
           DISPLAY pls-action.
           ACCEPT pls-action.
           EVALUATE action-choisie
               WHEN 'E'
               WHEN 'e'
                   PERFORM 3000-AJOUTER-EVENEMENT
               WHEN 'P'
               WHEN 'p'
                   PERFORM 4000-SAISIR-PARTICIPANTS
               WHEN 'L'
               WHEN 'l'
                   PERFORM 5000-CHARGER-LISTE
               WHEN OTHER
                   MOVE 'N' TO reponse-continuer
           END-EVALUATE.

      * Retrouve l'evenement dont le code a ete saisi
       2100-CHERCHER-EVENEMENT.
           MOVE 'N' TO indic-evenement-trouve.
           MOVE 'N' TO indic-fin-evenements.
           OPEN INPUT EVENEMENTS-FILE.
           IF evenements-statut = '00'
               PERFORM 1100-LIRE-EVENEMENT
               PERFORM 2110-COMPARER-EVENEMENT
                   UNTIL fin-evenements OR evenement-trouve
               CLOSE EVENEMENTS-FILE
           END-IF.

      * Compare le code courant du fichier au code saisi, puis
      * relit s'il ne correspond pas
       2110-COMPARER-EVENEMENT.
           IF EVT-CODE = code-saisi
               SET evenement-trouve TO TRUE
           ELSE
               PERFORM 1100-LIRE-EVENEMENT
           END-IF.

      * Recueille un nouvel evenement, verifie que son code n'est
      * pas deja connu, le fait confirmer puis l'ajoute
       3000-AJOUTER-EVENEMENT.
           MOVE 'N' TO indic-confirme.
           MOVE 'N' TO indic-date-ok.
           MOVE SPACES TO hote.
           DISPLAY pls-code.
           ACCEPT pls-code.
           PERFORM 2100-CHERCHER-EVENEMENT.
           IF evenement-trouve
               DISPLAY pla-deja-connu
           ELSE
               DISPLAY pls-libelle
               ACCEPT pls-libelle
               PERFORM 3100-SAISIR-DATE
                   WITH TEST AFTER
                   UNTIL date-ok
               PERFORM 3200-SAISIR-HOTE
               DISPLAY pls-attendus
               ACCEPT pls-attendus
               MOVE 'N' TO indic-zone-valide
               PERFORM 3300-SAISIR-ZONE UNTIL zone-valide
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               EVALUATE TRUE
                   WHEN confirmation = 'O' OR confirmation = 'o'
                       SET confirme TO TRUE
                   WHEN OTHER
                       MOVE 'N' TO indic-confirme
               END-EVALUATE
               IF confirme
                   PERFORM 3400-ENREGISTRER-EVENEMENT
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Demande la date de l'evenement ; signale l'erreur et
      * redemande si elle n'est pas numerique
       3100-SAISIR-DATE.
           DISPLAY pls-date.
           ACCEPT pls-date.
           IF date-texte IS NUMERIC
               SET date-ok TO TRUE
           ELSE
               DISPLAY pla-err-date
           END-IF.

      * Demande l'hote : avec le fichier maitre, le code saisi est
      * resolu en nom officiel et redemande tant qu'il est
      * inconnu ; sans fichier maitre, le nom reste saisi en texte
      * libre
       3200-SAISIR-HOTE.
           PERFORM 3210-VERIFIER-MAITRE.
           IF NOT maitre-hotes-present
               DISPLAY pls-hote
               ACCEPT pls-hote
           ELSE
               MOVE 'N' TO indic-hote-valide
               PERFORM 3220-SAISIR-CODE-HOTE UNTIL hote-valide
           END-IF.

      * Verifie la presence du fichier maitre des hotes
       3210-VERIFIER-MAITRE.
           MOVE 'N' TO indic-maitre-hotes.
           OPEN INPUT HOTES-FILE.
           IF hotes-statut = '00'
               SET maitre-hotes-present TO TRUE
               CLOSE HOTES-FILE
           END-IF.

      * Demande le code hote et le resout dans le fichier maitre
       3220-SAISIR-CODE-HOTE.
           DISPLAY pls-code-hote.
           ACCEPT pls-code-hote.
           MOVE 'N' TO indic-fin-hotes.
           OPEN INPUT HOTES-FILE.
           IF hotes-statut = '00'
               PERFORM 3230-LIRE-HOTE
               PERFORM 3240-COMPARER-HOTE
                   UNTIL fin-hotes OR hote-valide
               CLOSE HOTES-FILE
           END-IF.
           IF hote-valide
               DISPLAY pla-hote-resolu
           ELSE
               DISPLAY pla-err-hote
           END-IF.

      * Lecture d'un enregistrement HOTES.DAT
       3230-LIRE-HOTE.
           READ HOTES-FILE
               AT END SET fin-hotes TO TRUE
           END-READ.

      * Compare la fiche courante au code saisi et en resout le
      * nom officiel, puis relit si elle ne correspond pas
       3240-COMPARER-HOTE.
           IF HOT-CODE = code-hote
               SET hote-valide TO TRUE
               MOVE HOT-NOM TO hote
           ELSE
               PERFORM 3230-LIRE-HOTE
           END-IF.

      * Demande la zone de l'evenement et la redemande tant
      * qu'elle n'est ni vide ni dans la table des zones ; sans
      * table, la saisie reste libre
       3300-SAISIR-ZONE.
           MOVE SPACES TO zone-saisie.
           DISPLAY pls-zone.
           ACCEPT pls-zone.
           IF zone-saisie = SPACES
               SET zone-valide TO TRUE
           ELSE
               MOVE 'N' TO indic-fin-zones
               OPEN INPUT ZONES-FILE
               IF zones-statut NOT = '00'
                   SET zone-valide TO TRUE
               ELSE
                   PERFORM 3310-LIRE-ZONE
                   PERFORM 3320-COMPARER-ZONE
                       UNTIL fin-zones OR zone-valide
                   CLOSE ZONES-FILE
                   IF NOT zone-valide
                       DISPLAY pla-zone-inconnue
                   END-IF
               END-IF
           END-IF.

      * Lecture d'un enregistrement ZONES.DAT
       3310-LIRE-ZONE.
           READ ZONES-FILE
               AT END SET fin-zones TO TRUE
           END-READ.

      * Compare la zone courante au code saisi, puis relit si elle
      * ne correspond pas
       3320-COMPARER-ZONE.
           IF ZON-CODE = zone-saisie
               SET zone-valide TO TRUE
           ELSE
               PERFORM 3310-LIRE-ZONE
           END-IF.

      * Ajoute le nouvel evenement a la fin du fichier
       3400-ENREGISTRER-EVENEMENT.
           MOVE code-saisi TO EVT-CODE.
           MOVE nouveau-libelle TO EVT-LIBELLE.
           MOVE date-texte TO EVT-DATE.
           MOVE hote TO EVT-HOTE.
           MOVE nouveaux-attendus TO EVT-ATTENDUS.
           MOVE zone-saisie TO EVT-ZONE.
           OPEN EXTEND EVENEMENTS-FILE.
           IF evenements-statut = '35'
               OPEN OUTPUT EVENEMENTS-FILE
           END-IF.
           WRITE EVENEMENT-ENREGISTREMENT.
           CLOSE EVENEMENTS-FILE.
           DISPLAY pla-ajoute.

      * Inscrit des participants a un evenement connu, un nom par
      * saisie, jusqu'a un nom laisse vide
       4000-SAISIR-PARTICIPANTS.
           MOVE ZERO TO cpt-ajoutes.
           MOVE ZERO TO cpt-ecartes.
           DISPLAY pls-code.
           ACCEPT pls-code.
           PERFORM 2100-CHERCHER-EVENEMENT.
           IF NOT evenement-trouve
               DISPLAY pla-inconnu
           ELSE
               DISPLAY pla-evenement
               PERFORM 4100-CHARGER-INSCRITS
               MOVE 'N' TO indic-fin-saisie
               PERFORM 4300-SAISIR-UN-PARTICIPANT UNTIL fin-saisie
               DISPLAY pla-bilan
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Charge en table les noms deja inscrits a l'evenement
       4100-CHARGER-INSCRITS.
           MOVE ZERO TO nb-inscrits.
           MOVE 'N' TO indic-fin-participants.
           OPEN INPUT PARTICIPANTS-FILE.
           IF participants-statut = '00'
               PERFORM 4110-LIRE-PARTICIPANT
               PERFORM 4120-RETENIR-INSCRIT UNTIL fin-participants
               CLOSE PARTICIPANTS-FILE
           END-IF.

      * Lecture d'un enregistrement PARTICIPANTS.DAT
       4110-LIRE-PARTICIPANT.
           READ PARTICIPANTS-FILE
               AT END SET fin-participants TO TRUE
           END-READ.

      * Retient le participant courant s'il est inscrit a
      * l'evenement, puis relit
       4120-RETENIR-INSCRIT.
           IF PTC-EVENEMENT = code-saisi
                   AND nb-inscrits < limite-inscrits
               ADD 1 TO nb-inscrits
               MOVE PTC-NOM TO INS-NOM(nb-inscrits)
           END-IF.
           PERFORM 4110-LIRE-PARTICIPANT.

      * Verifie que le nom n'est pas deja sur la liste de
      * l'evenement
       4200-VERIFIER-INSCRIT.
           MOVE 'N' TO indic-deja-inscrit.
           MOVE ZERO TO ix-inscrit.
           PERFORM 4210-COMPARER-INSCRIT
               UNTIL deja-inscrit OR ix-inscrit >= nb-inscrits.

      * Compare l'inscrit suivant de la table au nom traite
       4210-COMPARER-INSCRIT.
           ADD 1 TO ix-inscrit.
           IF INS-NOM(ix-inscrit) = nom-participant
               SET deja-inscrit TO TRUE
           END-IF.

      * Demande un nom de participant ; un nom vide met fin a la
      * saisie, un nom deja inscrit est ecarte
       4300-SAISIR-UN-PARTICIPANT.
           MOVE SPACES TO nom-participant.
           DISPLAY pls-participant.
           ACCEPT pls-participant.
           IF nom-participant = SPACES
               SET fin-saisie TO TRUE
           ELSE
               PERFORM 4400-INSCRIRE-PARTICIPANT
               EVALUATE TRUE
                   WHEN deja-inscrit
                       DISPLAY pla-deja-inscrit
                   WHEN nb-inscrits >= limite-inscrits
                       DISPLAY pla-liste-pleine
                       SET fin-saisie TO TRUE
                   WHEN OTHER
                       DISPLAY pla-inscrit
               END-EVALUATE
           END-IF.

      * Ajoute le participant, au statut inscrit, a la fin de
      * PARTICIPANTS.DAT s'il n'y est pas deja ; la table des
      * inscrits suit l'ajout
       4400-INSCRIRE-PARTICIPANT.
           PERFORM 4200-VERIFIER-INSCRIT.
           IF deja-inscrit OR nb-inscrits >= limite-inscrits
               ADD 1 TO cpt-ecartes
           ELSE
               MOVE code-saisi TO PTC-EVENEMENT
               MOVE nom-participant TO PTC-NOM
               SET PTC-INSCRIT TO TRUE
               MOVE SPACES TO PTC-BADGE
               MOVE ZERO TO PTC-HEURE-ARRIVEE
               MOVE ZERO TO PTC-HEURE-DEPART
               OPEN EXTEND PARTICIPANTS-FILE
               IF participants-statut = '35'
                   OPEN OUTPUT PARTICIPANTS-FILE
               END-IF
               WRITE PARTICIPANT-ENREGISTREMENT
               CLOSE PARTICIPANTS-FILE
               ADD 1 TO nb-inscrits
               MOVE nom-participant TO INS-NOM(nb-inscrits)
               ADD 1 TO cpt-ajoutes
           END-IF.

      * Charge d'un seul coup la liste de noms fournie par
      * l'organisateur ; les doublons sont ecartes et comptes
       5000-CHARGER-LISTE.
           MOVE ZERO TO cpt-ajoutes.
           MOVE ZERO TO cpt-ecartes.
           DISPLAY pls-code.
           ACCEPT pls-code.
           PERFORM 2100-CHERCHER-EVENEMENT.
           IF NOT evenement-trouve
               DISPLAY pla-inconnu
           ELSE
               DISPLAY pla-evenement
               DISPLAY pls-fichier
               ACCEPT pls-fichier
               OPEN INPUT LISTE-FILE
               IF liste-statut NOT = '00'
                   DISPLAY pla-fichier-absent
               ELSE
                   PERFORM 4100-CHARGER-INSCRITS
                   MOVE 'N' TO indic-fin-liste
                   PERFORM 5100-LIRE-LISTE
                   PERFORM 5200-CHARGER-NOM UNTIL fin-liste
                   CLOSE LISTE-FILE
                   DISPLAY pla-bilan
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Lecture d'une ligne de la liste de noms
       5100-LIRE-LISTE.
           READ LISTE-FILE
               AT END SET fin-liste TO TRUE
           END-READ.

      * Inscrit le nom lu s'il n'est pas vide, puis relit
       5200-CHARGER-NOM.
           IF LIGNE-LISTE NOT = SPACES
               MOVE LIGNE-LISTE TO nom-participant
               PERFORM 4400-INSCRIRE-PARTICIPANT
           END-IF.
           PERFORM 5100-LIRE-LISTE.
