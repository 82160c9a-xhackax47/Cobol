      * Code AccueillirEvenement en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. AccueillirEvenement.

      * Transaction a la demande : accueil d'un evenement de groupe
      * prevu ce jour dans EVENEMENTS.DAT. Chaque participant qui
      * se presente est retrouve sur la liste chargee a l'avance
      * (PARTICIPANTS.DAT), recoit un badge de BADGES.DAT et sa
      * visite est ecrite dans VISITEURS.DAT avec l'hote et la zone
      * de l'evenement, sans ressaisie. La sortie du groupe pointe
      * en une seule operation le depart de tous les participants
      * encore presents : visites estampillees, badges remis en
      * stock et compteur d'occupation recule d'autant.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENEMENTS-FILE ASSIGN TO "EVENEMENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS evenements-statut.
           SELECT PARTICIPANTS-FILE ASSIGN TO "PARTICIPANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS participants-statut.
           SELECT PARTICIPANTS-NOUVEAU-FILE
               ASSIGN TO "PARTICIPANTS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT VISITEURS-FILE ASSIGN TO "VISITEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS visiteurs-statut.
           SELECT VISITEURS-NOUVEAU-FILE ASSIGN TO "VISITEURS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BADGES-FILE ASSIGN TO "BADGES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS badges-statut.
           SELECT BADGES-NOUVEAU-FILE ASSIGN TO "BADGES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OCCUPATION-FILE ASSIGN TO "OCCUPATION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS occupation-statut.
           SELECT CAPACITE-FILE ASSIGN TO "CAPACITE-SITE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS capacite-statut.
           SELECT SURVEILLANCE-FILE
               ASSIGN TO "LISTE-SURVEILLANCE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS surveillance-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
           SELECT VERROUS-FILE ASSIGN TO "VERROUS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS verrous-statut.
           SELECT VERROUS-NOUVEAU-FILE ASSIGN TO "VERROUS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD EVENEMENTS-FILE.
       COPY "cpevenement.cpy".

      * Meme structure d'enregistrement pour la liste des
      * participants et sa recopie de mise a jour ; les references
      * sont qualifiees par OF pour lever l'ambiguite
       FD PARTICIPANTS-FILE.
       COPY "cpparticipant.cpy".

       FD PARTICIPANTS-NOUVEAU-FILE.
       COPY "cpparticipant.cpy".

      * Meme structure d'enregistrement pour le journal des
      * visiteurs et sa recopie de mise a jour ; les references
      * sont qualifiees par OF pour lever l'ambiguite
       FD VISITEURS-FILE.
       COPY "cpvisiteur.cpy".

       FD VISITEURS-NOUVEAU-FILE.
       COPY "cpvisiteur.cpy".

      * Meme structure d'enregistrement pour l'inventaire des
      * badges et sa recopie de mise a jour ; les references sont
      * qualifiees par OF pour lever l'ambiguite
       FD BADGES-FILE.
       COPY "cpbadge.cpy".

       FD BADGES-NOUVEAU-FILE.
       COPY "cpbadge.cpy".

      * Compteur d'occupation du site, tenu au fil des entrees et
      * des sorties
       FD OCCUPATION-FILE.
       01 OCCUPATION-ENREGISTREMENT.
           05 OCC-COMPTE              PIC 9(05).

      * Capacite maximale du site (securite incendie) ; zero ou
      * fichier absent vaut capacite non bornee
       FD CAPACITE-FILE.
       01 CAPACITE-ENREGISTREMENT.
           05 CAP-MAXIMUM             PIC 9(05).

       FD SURVEILLANCE-FILE.
       COPY "cpsurveillance.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

      * Meme structure d'enregistrement pour le fichier des verrous
      * et sa recopie de liberation ; les references sont qualifiees
      * par OF pour lever l'ambiguite
       FD VERROUS-FILE.
       COPY "cpverrou.cpy".

       FD VERROUS-NOUVEAU-FILE.
       COPY "cpverrou.cpy".

       WORKING-STORAGE SECTION.
       77 evenements-statut PIC X(02).
       77 participants-statut PIC X(02).
       77 visiteurs-statut PIC X(02).
       77 code-evenement PIC X(06).
       77 action-choisie PIC X(01).
       77 nom-participant PIC X(25).
       77 confirmation PIC X(01).
       77 message-accueil PIC X(60) VALUE SPACES.
       77 date-jour-aff PIC 9(08).
       77 indic-fin-evenements PIC X(01) VALUE 'N'.
           88 fin-evenements VALUE 'O'.
       77 indic-evenement-trouve PIC X(01) VALUE 'N'.
           88 evenement-trouve VALUE 'O'.
       77 indic-fin-participants PIC X(01) VALUE 'N'.
           88 fin-participants VALUE 'O'.
       77 indic-participant-trouve PIC X(01) VALUE 'N'.
           88 participant-trouve VALUE 'O'.
       77 indic-fin-visiteurs PIC X(01) VALUE 'N'.
           88 fin-visiteurs VALUE 'O'.
       77 indic-fin-accueil PIC X(01) VALUE 'N'.
           88 fin-accueil VALUE 'O'.
       77 statut-participant PIC X(01) VALUE SPACE.
       77 cpt-accueillis PIC 9(04) VALUE ZERO.
       77 cpt-sortis PIC 9(04) VALUE ZERO.

      * Evenement retenu pour la seance d'accueil
       77 hote-evenement PIC X(20) VALUE SPACES.
       77 zone-evenement PIC X(03) VALUE SPACES.
       77 libelle-evenement PIC X(30) VALUE SPACES.

      * Operateur d'accueil : l'identifiant signe au menu est repris
      * d'office, sinon il est demande
       77 session-statut PIC X(02).
       77 operateur-id PIC X(08) VALUE SPACES.

      * Heure du pointage, estampillee sur la visite et sur la
      * liste des participants
       01 HEURE-POINTAGE.
           05 HPT-HH                  PIC 9(02).
           05 HPT-MN                  PIC 9(02).
           05 HPT-SS                  PIC 9(02).
       01 HEURE-POINTAGE-N REDEFINES HEURE-POINTAGE PIC 9(06).

      * Heure d'arrivee d'une visite, decomposee pour le calcul de
      * la duree de presence
       01 HEURE-ARRIVEE.
           05 HAR-HH                  PIC 9(02).
           05 HAR-MN                  PIC 9(02).
           05 HAR-SS                  PIC 9(02).
       77 minutes-arrivee PIC 9(05) COMP VALUE ZERO.
       77 minutes-depart PIC 9(05) COMP VALUE ZERO.
       77 duree-visite PIC 9(05) VALUE ZERO.

      * Inventaire des badges : le premier disponible est sorti a
      * l'arrivee, ceux du groupe reviennent en stock a la sortie
       77 badges-statut PIC X(02).
       77 indic-fin-badges PIC X(01) VALUE 'N'.
           88 fin-badges VALUE 'O'.
       77 indic-badge-attribue PIC X(01) VALUE 'N'.
           88 badge-attribue VALUE 'O'.
       77 numero-badge PIC X(04) VALUE SPACES.

      * Occupation du site et capacite parametree
       77 occupation-statut PIC X(02).
       77 capacite-statut PIC X(02).
       77 compte-occupation PIC 9(05) VALUE ZERO.
       77 capacite-site PIC 9(05) VALUE ZERO.

      * Liste de surveillance : un participant qui y figure n'est
      * pas accueilli avec le groupe ; il passe par l'accueil
      * individuel, ou la decision est prise et journalisee
       77 surveillance-statut PIC X(02).
       77 indic-fin-surveillance PIC X(01) VALUE 'N'.
           88 fin-surveillance VALUE 'O'.
       77 indic-surveille PIC X(01) VALUE 'N'.
           88 participant-surveille VALUE 'O'.

      * Participants presents au moment de la sortie du groupe :
      * nom et heure d'arrivee retrouvent la visite ouverte, le
      * badge rendu revient au stock
       77 nb-presents PIC 9(04) COMP VALUE ZERO.
       77 limite-presents PIC 9(04) COMP VALUE 500.
       77 ix-present PIC 9(04) COMP VALUE ZERO.
       77 indic-present-trouve PIC X(01) VALUE 'N'.
           88 present-trouve VALUE 'O'.
       77 indic-badge-rendu PIC X(01) VALUE 'N'.
           88 badge-rendu VALUE 'O'.
       01 TABLE-PRESENTS.
           05 PRESENT-GROUPE OCCURS 500 TIMES.
               10 PRS-NOM             PIC X(25).
               10 PRS-HEURE           PIC 9(06).
               10 PRS-BADGE           PIC X(04).
               10 PRS-SORTI           PIC X(01).

       77 verrous-statut PIC X(02).
       77 indic-fin-verrous PIC X(01) VALUE 'N'.
           88 fin-verrous VALUE 'O'.
       77 indic-verrou-refuse PIC X(01) VALUE 'N'.
           88 verrou-refuse VALUE 'O'.
       77 porteur-verrou PIC X(08) VALUE SPACES.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-code.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Accueil d''un evenement de groupe'.
           2 LINE 5 COL 10 VALUE 'Code evenement : '.
           2 PIC X(06) TO code-evenement REQUIRED.

       1 pla-inconnu.
           2 LINE 7 COL 10 VALUE
               'Evenement inconnu ou non prevu ce jour.'.

       1 pla-evenement.
           2 LINE 7 COL 10 PIC X(30) FROM libelle-evenement.
           2 LINE 8 COL 10 VALUE 'Hote : '.
           2 COL 17 PIC X(20) FROM hote-evenement.
           2 COL 45 VALUE 'Zone : '.
           2 COL 52 PIC X(03) FROM zone-evenement.

       1 pls-operateur.
           2 LINE 9 COL 10 VALUE 'Identifiant operateur : '.
           2 PIC X(08) TO operateur-id REQUIRED.

       1 pls-action.
           2 LINE 11 COL 10 VALUE
               'A=Arrivee S=Sortie du groupe autre=Fin : '.
           2 PIC X(01) TO action-choisie REQUIRED.

       1 pls-nom.
           2 LINE 13 COL 10 VALUE 'Nom du participant : '.
           2 PIC X(25) TO nom-participant REQUIRED.

       1 pls-confirmer.
           2 LINE 13 COL 10 VALUE
               'Confirmer la sortie de tout le groupe (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-message.
           2 LINE 15 COL 10 PIC X(60) FROM message-accueil.

       1 pla-bilan.
           2 LINE 17 COL 10 VALUE 'Accueillis : '.
           2 COL 23 PIC ZZZ9 FROM cpt-accueillis.
           2 COL 30 VALUE 'Sortis : '.
           2 COL 39 PIC ZZZ9 FROM cpt-sortis.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           MOVE 'ACCUEIL' TO porteur-verrou.
           PERFORM 0060-PRENDRE-VERROU.
           IF verrou-refuse
               GOBACK
           END-IF.
           DISPLAY pls-code.
           ACCEPT pls-code.
           PERFORM 1000-CHERCHER-EVENEMENT.
           IF NOT evenement-trouve
               DISPLAY pla-inconnu
           ELSE
               DISPLAY pla-evenement
               PERFORM 0400-LIRE-SESSION
               IF operateur-id = SPACES
                   PERFORM 0500-SAISIR-OPERATEUR
                       WITH TEST AFTER
                       UNTIL operateur-id NOT = SPACES
               END-IF
               PERFORM 1500-TRAITER-ACTION UNTIL fin-accueil
               DISPLAY pla-bilan
           END-IF.
           PERFORM 9950-RELACHER-VERROU.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE 'N' TO indic-evenement-trouve.
           MOVE 'N' TO indic-fin-accueil.
           MOVE ZERO TO cpt-accueillis.
           MOVE ZERO TO cpt-sortis.
           MOVE SPACES TO operateur-id.
           MOVE SPACES TO message-accueil.

      * Prend le verrou d'execution du programme ; si un verrou du
      * meme nom est deja en place, le lancement est refuse en
      * nommant son porteur
       0060-PRENDRE-VERROU.
           MOVE 'N' TO indic-verrou-refuse.
           MOVE 'N' TO indic-fin-verrous.
           OPEN INPUT VERROUS-FILE.
           IF verrous-statut = '00'
               PERFORM 0061-LIRE-VERROU
               PERFORM 0062-COMPARER-VERROU
                   UNTIL fin-verrous OR verrou-refuse
               CLOSE VERROUS-FILE
           END-IF.
           IF NOT verrou-refuse
               MOVE 'AccueillirEvenement'
                   TO VER-PROGRAMME OF VERROUS-FILE
               MOVE porteur-verrou TO VER-PORTEUR OF VERROUS-FILE
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               MOVE CP-HLG-DATE TO VER-DATE OF VERROUS-FILE
               MOVE CP-HLG-HH TO VER-HEURE OF VERROUS-FILE(1:2)
               MOVE CP-HLG-MN TO VER-HEURE OF VERROUS-FILE(3:2)
               MOVE CP-HLG-SS TO VER-HEURE OF VERROUS-FILE(5:2)
               OPEN EXTEND VERROUS-FILE
               IF verrous-statut = '35'
                   OPEN OUTPUT VERROUS-FILE
               END-IF
               WRITE VERROU-ENREGISTREMENT OF VERROUS-FILE
               CLOSE VERROUS-FILE
           END-IF.

      * Lecture d'un enregistrement VERROUS.DAT
       0061-LIRE-VERROU.
           READ VERROUS-FILE
               AT END SET fin-verrous TO TRUE
           END-READ.

      * Compare le verrou courant au nom du programme et au verrou
      * global de la chaine de nuit ; l'un ou l'autre en place, le
      * lancement est refuse en nommant le porteur
       0062-COMPARER-VERROU.
           IF VER-PROGRAMME OF VERROUS-FILE = 'AccueillirEvenement'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'TraitementNocturne'
               SET verrou-refuse TO TRUE
               DISPLAY 'VERROU : '
                   VER-PROGRAMME OF VERROUS-FILE
                   ' deja en cours (porteur '
                   VER-PORTEUR OF VERROUS-FILE
                   ' depuis ' VER-DATE OF VERROUS-FILE ' '
                   VER-HEURE OF VERROUS-FILE ')'
           ELSE
               PERFORM 0061-LIRE-VERROU
           END-IF.

      * Relache le verrou d'execution du programme, par recopie du
      * fichier des verrous sans lui
       9950-RELACHER-VERROU.
           MOVE 'N' TO indic-fin-verrous.
           OPEN INPUT VERROUS-FILE.
           IF verrous-statut = '00'
               OPEN OUTPUT VERROUS-NOUVEAU-FILE
               PERFORM 0061-LIRE-VERROU
               PERFORM 9951-RECOPIER-VERROU UNTIL fin-verrous
               CLOSE VERROUS-FILE
               CLOSE VERROUS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "VERROUS.DAT"
               CALL "CBL_RENAME_FILE" USING "VERROUS.NOUVEAU"
                   "VERROUS.DAT"
           END-IF.

      * Recopie les verrous des autres programmes, puis relit
       9951-RECOPIER-VERROU.
           IF VER-PROGRAMME OF VERROUS-FILE
                   NOT = 'AccueillirEvenement'
               MOVE VERROU-ENREGISTREMENT OF VERROUS-FILE
                   TO VERROU-ENREGISTREMENT
                   OF VERROUS-NOUVEAU-FILE
               WRITE VERROU-ENREGISTREMENT
                   OF VERROUS-NOUVEAU-FILE
           END-IF.
           PERFORM 0061-LIRE-VERROU.

      * Reprend l'identifiant de l'utilisateur signe au menu, s'il
      * y en a un, a la place d'un identifiant en texte libre
       0400-LIRE-SESSION.
           OPEN INPUT SESSION-FILE.
           IF session-statut = '00'
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-UTILISATEUR TO operateur-id
               END-READ
               CLOSE SESSION-FILE
           END-IF.

      * Demande l'identifiant de l'operateur d'accueil
       0500-SAISIR-OPERATEUR.
           DISPLAY pls-operateur.
           ACCEPT pls-operateur.

      * Releve le compteur d'occupation et la capacite parametree
       0700-LIRE-OCCUPATION.
           MOVE ZERO TO compte-occupation.
           MOVE ZERO TO capacite-site.
           OPEN INPUT OCCUPATION-FILE.
           IF occupation-statut = '00'
               READ OCCUPATION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OCC-COMPTE TO compte-occupation
               END-READ
               CLOSE OCCUPATION-FILE
           END-IF.
           OPEN INPUT CAPACITE-FILE.
           IF capacite-statut = '00'
               READ CAPACITE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CAP-MAXIMUM TO capacite-site
               END-READ
               CLOSE CAPACITE-FILE
           END-IF.

      * Reecrit le compteur d'occupation
       0750-ECRIRE-OCCUPATION.
           MOVE compte-occupation TO OCC-COMPTE.
           OPEN OUTPUT OCCUPATION-FILE.
           WRITE OCCUPATION-ENREGISTREMENT.
           CLOSE OCCUPATION-FILE.

      * Retrouve l'evenement dont le code a ete saisi ; seul un
      * evenement prevu ce jour peut etre accueilli
       1000-CHERCHER-EVENEMENT.
           MOVE 'N' TO indic-evenement-trouve.
           MOVE 'N' TO indic-fin-evenements.
           OPEN INPUT EVENEMENTS-FILE.
           IF evenements-statut = '00'
               PERFORM 1100-LIRE-EVENEMENT
               PERFORM 1200-COMPARER-EVENEMENT
                   UNTIL fin-evenements OR evenement-trouve
               CLOSE EVENEMENTS-FILE
           END-IF.

      * Lecture d'un enregistrement EVENEMENTS.DAT
       1100-LIRE-EVENEMENT.
           READ EVENEMENTS-FILE
               AT END SET fin-evenements TO TRUE
           END-READ.

      * Retient l'evenement courant s'il porte le code saisi et la
      * date du jour, puis relit sinon
       1200-COMPARER-EVENEMENT.
           IF EVT-CODE = code-evenement
                   AND EVT-DATE = date-jour-aff
               SET evenement-trouve TO TRUE
               MOVE EVT-LIBELLE TO libelle-evenement
               MOVE EVT-HOTE TO hote-evenement
               MOVE EVT-ZONE TO zone-evenement
           ELSE
               PERFORM 1100-LIRE-EVENEMENT
           END-IF.

      * Lit l'action demandee et la traite ; toute autre reponse
      * met fin a l'accueil, la sortie du groupe aussi
       1500-TRAITER-ACTION.
           DISPLAY pls-action.
           ACCEPT pls-action.
           EVALUATE action-choisie
               WHEN 'A'
               WHEN 'a'
                   PERFORM 2000-POINTER-ARRIVEE
               WHEN 'S'
               WHEN 's'
                   PERFORM 3000-SORTIE-GROUPE
               WHEN OTHER
                   SET fin-accueil TO TRUE
           END-EVALUATE.

      * Pointe l'arrivee d'un participant : il doit figurer sur la
      * liste de l'evenement sans y etre deja arrive, ne pas etre
      * sur la liste de surveillance, et le site ne doit pas etre
      * plein ; il recoit alors un badge et sa visite est ecrite
       2000-POINTER-ARRIVEE.
           DISPLAY pls-nom.
           ACCEPT pls-nom.
           PERFORM 2100-CHERCHER-PARTICIPANT.
           PERFORM 0700-LIRE-OCCUPATION.
           EVALUATE TRUE
               WHEN NOT participant-trouve
                   MOVE 'Absent de la liste de l''evenement.'
                       TO message-accueil
               WHEN statut-participant = 'A'
                   MOVE 'Participant deja arrive.'
                       TO message-accueil
               WHEN statut-participant = 'P'
                   MOVE 'Participant deja reparti.'
                       TO message-accueil
               WHEN capacite-site > ZERO
                       AND compte-occupation >= capacite-site
                   MOVE 'Site complet : entree refusee.'
                       TO message-accueil
               WHEN OTHER
                   PERFORM 2300-CONTROLER-SURVEILLANCE
                   IF participant-surveille
                       MOVE 'Sous surveillance : accueil individuel.'
                           TO message-accueil
                   ELSE
                       PERFORM 2400-ENREGISTRER-ARRIVEE
                   END-IF
           END-EVALUATE.
           DISPLAY pla-message.

      * Retrouve le participant sur la liste de l'evenement et
      * releve son etat
       2100-CHERCHER-PARTICIPANT.
           MOVE 'N' TO indic-participant-trouve.
           MOVE 'N' TO indic-fin-participants.
           MOVE SPACE TO statut-participant.
           OPEN INPUT PARTICIPANTS-FILE.
           IF participants-statut = '00'
               PERFORM 2110-LIRE-PARTICIPANT
               PERFORM 2120-COMPARER-PARTICIPANT
                   UNTIL fin-participants OR participant-trouve
               CLOSE PARTICIPANTS-FILE
           END-IF.

      * Lecture d'un enregistrement PARTICIPANTS.DAT
       2110-LIRE-PARTICIPANT.
           READ PARTICIPANTS-FILE
               AT END SET fin-participants TO TRUE
           END-READ.

      * Compare le participant courant a l'evenement et au nom
      * saisi, puis relit s'il ne correspond pas
       2120-COMPARER-PARTICIPANT.
           IF PTC-EVENEMENT OF PARTICIPANTS-FILE = code-evenement
                   AND PTC-NOM OF PARTICIPANTS-FILE = nom-participant
               SET participant-trouve TO TRUE
               MOVE PTC-STATUT OF PARTICIPANTS-FILE
                   TO statut-participant
           ELSE
               PERFORM 2110-LIRE-PARTICIPANT
           END-IF.

      * Rapproche le participant de la liste de surveillance, quel
      * qu'en soit le niveau
       2300-CONTROLER-SURVEILLANCE.
           MOVE 'N' TO indic-surveille.
           MOVE 'N' TO indic-fin-surveillance.
           OPEN INPUT SURVEILLANCE-FILE.
           IF surveillance-statut = '00'
               PERFORM 2310-LIRE-SURVEILLANCE
               PERFORM 2320-COMPARER-SURVEILLANCE
                   UNTIL fin-surveillance OR participant-surveille
               CLOSE SURVEILLANCE-FILE
           END-IF.

      * Lecture d'un enregistrement LISTE-SURVEILLANCE.DAT
       2310-LIRE-SURVEILLANCE.
           READ SURVEILLANCE-FILE
               AT END SET fin-surveillance TO TRUE
           END-READ.

      * Compare la ligne de surveillance courante au participant,
      * puis relit si elle ne correspond pas
       2320-COMPARER-SURVEILLANCE.
           IF SUR-NOM = nom-participant
               SET participant-surveille TO TRUE
           ELSE
               PERFORM 2310-LIRE-SURVEILLANCE
           END-IF.

      * Attribue un badge, ecrit la visite avec l'hote et la zone
      * de l'evenement, avance l'occupation et marque le
      * participant arrive sur la liste
       2400-ENREGISTRER-ARRIVEE.
           PERFORM 2500-ATTRIBUER-BADGE.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-HH TO HPT-HH.
           MOVE CP-HLG-MN TO HPT-MN.
           MOVE CP-HLG-SS TO HPT-SS.
           MOVE nom-participant TO VIS-NOM OF VISITEURS-FILE.
           MOVE CP-HLG-DATE TO VIS-DATE OF VISITEURS-FILE.
           MOVE HEURE-POINTAGE-N TO VIS-HEURE OF VISITEURS-FILE.
           MOVE operateur-id TO VIS-OPERATEUR OF VISITEURS-FILE.
           MOVE ZERO TO VIS-HEURE-DEPART OF VISITEURS-FILE.
           MOVE ZERO TO VIS-DUREE-MIN OF VISITEURS-FILE.
           MOVE numero-badge TO VIS-BADGE OF VISITEURS-FILE.
           MOVE SPACES TO VIS-PASSE OF VISITEURS-FILE.
           MOVE zone-evenement TO VIS-ZONE OF VISITEURS-FILE.
           MOVE hote-evenement TO VIS-HOTE OF VISITEURS-FILE.
           MOVE site-exploitation TO VIS-SITE OF VISITEURS-FILE.
           OPEN EXTEND VISITEURS-FILE.
           IF visiteurs-statut = '35'
               OPEN OUTPUT VISITEURS-FILE
           END-IF.
           WRITE VISITEUR-ENREGISTREMENT OF VISITEURS-FILE.
           CLOSE VISITEURS-FILE.
           ADD 1 TO compte-occupation.
           PERFORM 0750-ECRIRE-OCCUPATION.
           PERFORM 2600-MARQUER-ARRIVEE.
           ADD 1 TO cpt-accueillis.
           IF badge-attribue
               MOVE SPACES TO message-accueil
               STRING 'Participant accueilli, badge '
                   DELIMITED BY SIZE
                   numero-badge DELIMITED BY SIZE
                   INTO message-accueil
           ELSE
               MOVE 'Participant accueilli, aucun badge disponible.'
                   TO message-accueil
           END-IF.

      * Sort le premier badge disponible de l'inventaire, par
      * recopie, et retient son numero pour la visite ; sans
      * inventaire ou sans badge disponible, la visite part sans
      * badge
       2500-ATTRIBUER-BADGE.
           MOVE 'N' TO indic-badge-attribue.
           MOVE 'N' TO indic-fin-badges.
           MOVE SPACES TO numero-badge.
           OPEN INPUT BADGES-FILE.
           IF badges-statut = '00'
               OPEN OUTPUT BADGES-NOUVEAU-FILE
               PERFORM 2510-LIRE-BADGE
               PERFORM 2520-SORTIR-BADGE UNTIL fin-badges
               CLOSE BADGES-FILE
               CLOSE BADGES-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "BADGES.DAT"
               CALL "CBL_RENAME_FILE" USING "BADGES.NOUVEAU"
                   "BADGES.DAT"
           END-IF.

      * Lecture d'un enregistrement BADGES.DAT
       2510-LIRE-BADGE.
           READ BADGES-FILE
               AT END SET fin-badges TO TRUE
           END-READ.

      * Recopie le badge courant, en sortant le premier badge
      * disponible, puis relit
       2520-SORTIR-BADGE.
           IF NOT badge-attribue
                   AND BDG-DISPONIBLE OF BADGES-FILE
               SET badge-attribue TO TRUE
               MOVE BDG-NUMERO OF BADGES-FILE TO numero-badge
               SET BDG-SORTI OF BADGES-FILE TO TRUE
           END-IF.
           MOVE BADGE-ENREGISTREMENT OF BADGES-FILE
               TO BADGE-ENREGISTREMENT OF BADGES-NOUVEAU-FILE.
           WRITE BADGE-ENREGISTREMENT OF BADGES-NOUVEAU-FILE.
           PERFORM 2510-LIRE-BADGE.

      * Marque le participant arrive sur la liste, avec son badge
      * et son heure d'arrivee, par recopie
       2600-MARQUER-ARRIVEE.
           MOVE 'N' TO indic-fin-participants.
           OPEN INPUT PARTICIPANTS-FILE.
           IF participants-statut = '00'
               OPEN OUTPUT PARTICIPANTS-NOUVEAU-FILE
               PERFORM 2110-LIRE-PARTICIPANT
               PERFORM 2610-RECOPIER-ARRIVEE UNTIL fin-participants
               CLOSE PARTICIPANTS-FILE
               CLOSE PARTICIPANTS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "PARTICIPANTS.DAT"
               CALL "CBL_RENAME_FILE" USING "PARTICIPANTS.NOUVEAU"
                   "PARTICIPANTS.DAT"
           END-IF.

      * Recopie le participant courant, en marquant celui qui
      * arrive, puis relit
       2610-RECOPIER-ARRIVEE.
           IF PTC-EVENEMENT OF PARTICIPANTS-FILE = code-evenement
                   AND PTC-NOM OF PARTICIPANTS-FILE = nom-participant
                   AND PTC-INSCRIT OF PARTICIPANTS-FILE
               SET PTC-ARRIVE OF PARTICIPANTS-FILE TO TRUE
               MOVE numero-badge TO PTC-BADGE OF PARTICIPANTS-FILE
               MOVE HEURE-POINTAGE-N
                   TO PTC-HEURE-ARRIVEE OF PARTICIPANTS-FILE
           END-IF.
           MOVE PARTICIPANT-ENREGISTREMENT OF PARTICIPANTS-FILE
               TO PARTICIPANT-ENREGISTREMENT
               OF PARTICIPANTS-NOUVEAU-FILE.
           WRITE PARTICIPANT-ENREGISTREMENT
               OF PARTICIPANTS-NOUVEAU-FILE.
           PERFORM 2110-LIRE-PARTICIPANT.

      * Sortie de tout le groupe en une operation : les visites
      * ouvertes des participants presents sont estampillees, les
      * badges reviennent au stock, l'occupation recule d'autant
      * et la liste marque les participants repartis ; l'accueil
      * de l'evenement prend fin
       3000-SORTIE-GROUPE.
           DISPLAY pls-confirmer.
           ACCEPT pls-confirmer.
           IF confirmation = 'O' OR confirmation = 'o'
               PERFORM 3100-CHARGER-PRESENTS
               IF nb-presents = ZERO
                   MOVE 'Aucun participant present.'
                       TO message-accueil
               ELSE
                   ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
                   ACCEPT CP-HLG-HEURE FROM TIME
                   MOVE CP-HLG-HH TO HPT-HH
                   MOVE CP-HLG-MN TO HPT-MN
                   MOVE CP-HLG-SS TO HPT-SS
                   PERFORM 3200-POINTER-SORTIES
                   PERFORM 3400-RENDRE-BADGES
                   PERFORM 0700-LIRE-OCCUPATION
                   IF compte-occupation > cpt-sortis
                       SUBTRACT cpt-sortis FROM compte-occupation
                   ELSE
                       MOVE ZERO TO compte-occupation
                   END-IF
                   PERFORM 0750-ECRIRE-OCCUPATION
                   PERFORM 3600-MARQUER-DEPARTS
                   MOVE 'Sortie du groupe enregistree.'
                       TO message-accueil
               END-IF
               DISPLAY pla-message
               SET fin-accueil TO TRUE
           END-IF.

      * Charge en table les participants arrives et pas encore
      * repartis
       3100-CHARGER-PRESENTS.
           MOVE ZERO TO nb-presents.
           MOVE 'N' TO indic-fin-participants.
           OPEN INPUT PARTICIPANTS-FILE.
           IF participants-statut = '00'
               PERFORM 2110-LIRE-PARTICIPANT
               PERFORM 3110-RETENIR-PRESENT UNTIL fin-participants
               CLOSE PARTICIPANTS-FILE
           END-IF.

      * Retient le participant courant s'il est present, puis
      * relit
       3110-RETENIR-PRESENT.
           IF PTC-EVENEMENT OF PARTICIPANTS-FILE = code-evenement
                   AND PTC-ARRIVE OF PARTICIPANTS-FILE
                   AND nb-presents < limite-presents
               ADD 1 TO nb-presents
               MOVE PTC-NOM OF PARTICIPANTS-FILE
                   TO PRS-NOM(nb-presents)
               MOVE PTC-HEURE-ARRIVEE OF PARTICIPANTS-FILE
                   TO PRS-HEURE(nb-presents)
               MOVE SPACES TO PRS-BADGE(nb-presents)
               MOVE 'N' TO PRS-SORTI(nb-presents)
           END-IF.
           PERFORM 2110-LIRE-PARTICIPANT.

      * Recopie le journal des visiteurs en estampillant la visite
      * ouverte du jour de chaque participant present, puis le
      * fichier mis a jour remplace VISITEURS.DAT
       3200-POINTER-SORTIES.
           MOVE 'N' TO indic-fin-visiteurs.
           OPEN INPUT VISITEURS-FILE.
           IF visiteurs-statut = '00'
               OPEN OUTPUT VISITEURS-NOUVEAU-FILE
               PERFORM 3210-LIRE-VISITEUR
               PERFORM 3220-EXAMINER-VISITEUR UNTIL fin-visiteurs
               CLOSE VISITEURS-FILE
               CLOSE VISITEURS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "VISITEURS.DAT"
               CALL "CBL_RENAME_FILE" USING "VISITEURS.NOUVEAU"
                   "VISITEURS.DAT"
           END-IF.

      * Lecture d'un enregistrement VISITEURS.DAT
       3210-LIRE-VISITEUR.
           READ VISITEURS-FILE
               AT END SET fin-visiteurs TO TRUE
           END-READ.

      * Estampille la visite courante si elle est celle, encore
      * ouverte, d'un participant present, puis recopie et relit
       3220-EXAMINER-VISITEUR.
      * une arrivee anterieure a l'ajout du pointage de sortie
      * porte des espaces : elle compte comme visite ouverte
           IF VIS-DATE OF VISITEURS-FILE = CP-HLG-DATE
                   AND (VIS-HEURE-DEPART OF VISITEURS-FILE
                       NOT NUMERIC
                   OR VIS-HEURE-DEPART OF VISITEURS-FILE = ZERO)
               PERFORM 3300-CHERCHER-PRESENT
               IF present-trouve
                   PERFORM 3230-ESTAMPILLER-SORTIE
               END-IF
           END-IF.
           MOVE VISITEUR-ENREGISTREMENT OF VISITEURS-FILE
               TO VISITEUR-ENREGISTREMENT
               OF VISITEURS-NOUVEAU-FILE.
           WRITE VISITEUR-ENREGISTREMENT OF VISITEURS-NOUVEAU-FILE.
           PERFORM 3210-LIRE-VISITEUR.

      * Estampille l'heure de depart et la duree de la visite,
      * et retient le badge rendu ; la zone reste portee sur la
      * visite close pour le rapprochement des portiques
       3230-ESTAMPILLER-SORTIE.
           MOVE 'O' TO PRS-SORTI(ix-present).
           ADD 1 TO cpt-sortis.
           MOVE HEURE-POINTAGE-N
               TO VIS-HEURE-DEPART OF VISITEURS-FILE.
           MOVE VIS-HEURE OF VISITEURS-FILE TO HEURE-ARRIVEE.
           COMPUTE minutes-arrivee = (HAR-HH * 60) + HAR-MN.
           COMPUTE minutes-depart = (HPT-HH * 60) + HPT-MN.
           IF minutes-depart >= minutes-arrivee
               COMPUTE duree-visite =
                   minutes-depart - minutes-arrivee
           ELSE
               MOVE ZERO TO duree-visite
           END-IF.
           MOVE duree-visite TO VIS-DUREE-MIN OF VISITEURS-FILE.
           MOVE VIS-BADGE OF VISITEURS-FILE
               TO PRS-BADGE(ix-present).

      * Cherche dans la table le participant present, pas encore
      * sorti, dont le nom et l'heure d'arrivee sont ceux de la
      * visite courante
       3300-CHERCHER-PRESENT.
           MOVE 'N' TO indic-present-trouve.
           MOVE ZERO TO ix-present.
           PERFORM 3310-COMPARER-PRESENT
               UNTIL present-trouve OR ix-present >= nb-presents.

      * Compare le present suivant de la table a la visite
      * courante
       3310-COMPARER-PRESENT.
           ADD 1 TO ix-present.
           IF PRS-NOM(ix-present) = VIS-NOM OF VISITEURS-FILE
                   AND PRS-HEURE(ix-present)
                   = VIS-HEURE OF VISITEURS-FILE
                   AND PRS-SORTI(ix-present) = 'N'
               SET present-trouve TO TRUE
           END-IF.

      * Remet au stock les badges rendus par le groupe, par
      * recopie de l'inventaire ; un badge declare perdu entre
      * temps garde son etat
       3400-RENDRE-BADGES.
           MOVE 'N' TO indic-fin-badges.
           OPEN INPUT BADGES-FILE.
           IF badges-statut = '00'
               OPEN OUTPUT BADGES-NOUVEAU-FILE
               PERFORM 2510-LIRE-BADGE
               PERFORM 3410-RECOPIER-BADGE UNTIL fin-badges
               CLOSE BADGES-FILE
               CLOSE BADGES-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "BADGES.DAT"
               CALL "CBL_RENAME_FILE" USING "BADGES.NOUVEAU"
                   "BADGES.DAT"
           END-IF.

      * Recopie le badge courant, en remettant disponible un badge
      * sorti rendu par le groupe, puis relit
       3410-RECOPIER-BADGE.
           IF BDG-SORTI OF BADGES-FILE
               PERFORM 3420-CHERCHER-BADGE
               IF badge-rendu
                   SET BDG-DISPONIBLE OF BADGES-FILE TO TRUE
               END-IF
           END-IF.
           MOVE BADGE-ENREGISTREMENT OF BADGES-FILE
               TO BADGE-ENREGISTREMENT OF BADGES-NOUVEAU-FILE.
           WRITE BADGE-ENREGISTREMENT OF BADGES-NOUVEAU-FILE.
           PERFORM 2510-LIRE-BADGE.

      * Cherche le badge courant parmi ceux rendus par le groupe
       3420-CHERCHER-BADGE.
           MOVE 'N' TO indic-badge-rendu.
           MOVE ZERO TO ix-present.
           PERFORM 3430-COMPARER-BADGE
               UNTIL badge-rendu OR ix-present >= nb-presents.

      * Compare le badge rendu suivant au badge courant
       3430-COMPARER-BADGE.
           ADD 1 TO ix-present.
           IF PRS-BADGE(ix-present) NOT = SPACES
                   AND PRS-BADGE(ix-present)
                   = BDG-NUMERO OF BADGES-FILE
               SET badge-rendu TO TRUE
           END-IF.

      * Marque repartis, avec l'heure de sortie, les participants
      * encore presents sur la liste de l'evenement, par recopie
       3600-MARQUER-DEPARTS.
           MOVE 'N' TO indic-fin-participants.
           OPEN INPUT PARTICIPANTS-FILE.
           IF participants-statut = '00'
               OPEN OUTPUT PARTICIPANTS-NOUVEAU-FILE
               PERFORM 2110-LIRE-PARTICIPANT
               PERFORM 3610-RECOPIER-DEPART UNTIL fin-participants
               CLOSE PARTICIPANTS-FILE
               CLOSE PARTICIPANTS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "PARTICIPANTS.DAT"
               CALL "CBL_RENAME_FILE" USING "PARTICIPANTS.NOUVEAU"
                   "PARTICIPANTS.DAT"
           END-IF.

      * Recopie le participant courant, en marquant reparti celui
      * qui etait present, puis relit
       3610-RECOPIER-DEPART.
           IF PTC-EVENEMENT OF PARTICIPANTS-FILE = code-evenement
                   AND PTC-ARRIVE OF PARTICIPANTS-FILE
               SET PTC-PARTI OF PARTICIPANTS-FILE TO TRUE
               MOVE HEURE-POINTAGE-N
                   TO PTC-HEURE-DEPART OF PARTICIPANTS-FILE
           END-IF.
           MOVE PARTICIPANT-ENREGISTREMENT OF PARTICIPANTS-FILE
               TO PARTICIPANT-ENREGISTREMENT
               OF PARTICIPANTS-NOUVEAU-FILE.
           WRITE PARTICIPANT-ENREGISTREMENT
               OF PARTICIPANTS-NOUVEAU-FILE.
           PERFORM 2110-LIRE-PARTICIPANT.
