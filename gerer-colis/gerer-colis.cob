      * Code GererColis en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. GererColis.

      * Transaction a la demande : registre des colis et
      * livraisons a l'accueil (COLIS.DAT). A la reception, le
      * colis est enregistre avec son transporteur, son numero de
      * suivi et son destinataire pris dans le fichier maitre des
      * hotes, horodate et signe par l'operateur ; un avis est
      * depose pour l'hote dans AVIS-COLIS.DAT, route par son
      * service et son poste. A la remise, le nom de la personne
      * qui retire le colis et l'heure sont portes au registre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLIS-FILE ASSIGN TO "COLIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS colis-statut.
           SELECT COLIS-NOUVEAU-FILE ASSIGN TO "COLIS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HOTES-FILE ASSIGN TO "HOTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS hotes-statut.
           SELECT AVIS-FILE ASSIGN TO "AVIS-COLIS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS avis-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Meme structure d'enregistrement pour le registre et sa
      * recopie de mise a jour ; les references sont qualifiees par
      * OF pour lever l'ambiguite
       FD COLIS-FILE.
       COPY "cpcolis.cpy".

       FD COLIS-NOUVEAU-FILE.
       COPY "cpcolis.cpy".

       FD HOTES-FILE.
       COPY "cphote.cpy".

      * Avis de colis a l'attention des hotes, deux lignes par
      * colis recu, cumule d'une reception a l'autre
       FD AVIS-FILE.
       01 LIGNE-AVIS                  PIC X(80).

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 colis-statut PIC X(02).
       77 avis-statut PIC X(02).
       77 session-statut PIC X(02).
       77 operateur-id PIC X(08) VALUE SPACES.
       77 action-choisie PIC X(01).
       77 transporteur-saisi PIC X(15).
       77 suivi-saisi PIC X(20).
       77 numero-colis PIC 9(06) VALUE ZERO.
       77 dernier-numero PIC 9(06) VALUE ZERO.
       77 retire-par PIC X(25).
       77 confirmation PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       77 indic-fin-colis PIC X(01) VALUE 'N'.
           88 fin-colis VALUE 'O'.
       77 indic-colis-trouve PIC X(01) VALUE 'N'.
           88 colis-trouve VALUE 'O'.
       77 cpt-en-attente PIC 9(05) VALUE ZERO.
       77 date-jour-aff PIC 9(08).
       77 date-editee PIC 9999/99/99.
       COPY "cphorlog.cpy".

      * Fichier maitre des hotes : le code saisi est resolu en nom
      * officiel, service et poste pour l'avis ; sans fichier
      * maitre, la saisie du nom reste libre
       77 hotes-statut PIC X(02).
       77 code-hote PIC X(06).
       77 hote PIC X(20).
       77 service-hote PIC X(15).
       77 telephone-hote PIC X(10).
       77 indic-fin-hotes PIC X(01) VALUE 'N'.
           88 fin-hotes VALUE 'O'.
       77 indic-hote-valide PIC X(01) VALUE 'N'.
           88 hote-valide VALUE 'O'.
       77 indic-maitre-hotes PIC X(01) VALUE 'N'.
           88 maitre-hotes-present VALUE 'O'.

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-action.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Colis et livraisons'.
           2 LINE 6 COL 10 VALUE
               'R=Reception C=Remise autre=Fin : '.
           2 PIC X(01) TO action-choisie REQUIRED.

       1 pls-operateur.
           2 LINE 7 COL 10 VALUE 'Identifiant operateur : '.
           2 PIC X(08) TO operateur-id REQUIRED.

       1 pls-transporteur.
           2 LINE 8 COL 10 VALUE 'Transporteur : '.
           2 PIC X(15) TO transporteur-saisi REQUIRED.

       1 pls-suivi.
           2 LINE 9 COL 10 VALUE 'Numero de suivi : '.
           2 PIC X(20) TO suivi-saisi.

       1 pls-code-hote.
           2 LINE 10 COL 10 VALUE 'Code hote destinataire : '.
           2 PIC X(06) TO code-hote REQUIRED.

       1 pla-hote-resolu.
           2 LINE 10 COL 45 PIC X(20) FROM hote.

       1 pla-err-hote.
           2 LINE 10 COL 45 VALUE 'Hote inconnu.'.

       1 pls-hote.
           2 LINE 10 COL 10 VALUE 'Destinataire : '.
           2 PIC X(20) TO hote REQUIRED.

       1 pls-confirmer.
           2 LINE 12 COL 10 VALUE 'Confirmer la reception (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-recu.
           2 LINE 13 COL 10 VALUE 'Colis enregistre sous le numero '.
           2 COL 42 PIC 9(06) FROM numero-colis.
           2 LINE 14 COL 10 VALUE 'Avis depose pour l''hote.'.

       1 pls-numero.
           2 LINE 8 COL 10 VALUE 'Numero du colis : '.
           2 PIC 9(06) TO numero-colis REQUIRED.

       1 pla-colis.
           2 LINE 9 COL 10 VALUE 'Destinataire : '.
           2 COL 25 PIC X(20) FROM hote.
           2 LINE 10 COL 10 VALUE 'Transporteur : '.
           2 COL 25 PIC X(15) FROM transporteur-saisi.

       1 pla-inconnu.
           2 LINE 9 COL 10 VALUE
               'Colis inconnu ou deja remis.'.

       1 pls-retire-par.
           2 LINE 11 COL 10 VALUE 'Retire par : '.
           2 PIC X(25) TO retire-par REQUIRED.

       1 pla-remis.
           2 LINE 13 COL 10 VALUE 'Remise enregistree.'.

       1 pls-continuer.
           2 LINE 16 COL 10 VALUE 'Autre operation ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'O' TO reponse-continuer.
           MOVE SPACES TO operateur-id.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0400-LIRE-SESSION.
           PERFORM 1000-AFFICHER-EN-ATTENTE.
           PERFORM 2000-TRAITER-ACTION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Reprend l'identifiant de l'utilisateur signe au menu, s'il
      * y en a un, comme operateur de reception
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

      * Liste les colis en attente de retrait, pour que
      * l'operateur voie ce qui reste a l'accueil
       1000-AFFICHER-EN-ATTENTE.
           MOVE ZERO TO cpt-en-attente.
           MOVE 'N' TO indic-fin-colis.
           OPEN INPUT COLIS-FILE.
           IF colis-statut = '00'
               DISPLAY 'Colis en attente de retrait :'
               PERFORM 1100-LIRE-COLIS
               PERFORM 1200-AFFICHER-UN-COLIS UNTIL fin-colis
               CLOSE COLIS-FILE
           ELSE
               DISPLAY 'Aucun colis au registre '
                   '(premiere utilisation).'
           END-IF.

      * Lecture d'un enregistrement COLIS.DAT
       1100-LIRE-COLIS.
           READ COLIS-FILE
               AT END SET fin-colis TO TRUE
           END-READ.

      * Affiche le colis courant s'il attend son destinataire,
      * puis relit
       1200-AFFICHER-UN-COLIS.
           IF COL-EN-ATTENTE OF COLIS-FILE
               ADD 1 TO cpt-en-attente
               DISPLAY '  ' COL-NUMERO OF COLIS-FILE ' '
                   COL-DATE-RECEPTION OF COLIS-FILE ' '
                   COL-HOTE OF COLIS-FILE ' '
                   COL-TRANSPORTEUR OF COLIS-FILE
           END-IF.
           PERFORM 1100-LIRE-COLIS.

      * Lit l'action demandee et la traite ; toute autre reponse
      * met fin a la transaction
       2000-TRAITER-ACTION.
           DISPLAY pls-action.
           ACCEPT pls-action.
           EVALUATE action-choisie
               WHEN 'R'
               WHEN 'r'
                   PERFORM 3000-RECEVOIR-COLIS
               WHEN 'C'
               WHEN 'c'
                   PERFORM 4000-REMETTRE-COLIS
               WHEN OTHER
                   MOVE 'N' TO reponse-continuer
           END-EVALUATE.

      * Recueille un colis recu, le fait confirmer, l'enregistre
      * et depose l'avis pour son destinataire
       3000-RECEVOIR-COLIS.
           MOVE 'N' TO indic-confirme.
           MOVE SPACES TO hote.
           MOVE SPACES TO service-hote.
           MOVE SPACES TO telephone-hote.
           MOVE SPACES TO code-hote.
           MOVE SPACES TO suivi-saisi.
           PERFORM 3050-SAISIR-OPERATEUR
               UNTIL operateur-id NOT = SPACES.
           DISPLAY pls-transporteur.
           ACCEPT pls-transporteur.
           DISPLAY pls-suivi.
           ACCEPT pls-suivi.
           PERFORM 3200-SAISIR-HOTE.
           DISPLAY pls-confirmer.
           ACCEPT pls-confirmer.
           EVALUATE TRUE
               WHEN confirmation = 'O' OR confirmation = 'o'
                   SET confirme TO TRUE
               WHEN OTHER
                   MOVE 'N' TO indic-confirme
           END-EVALUATE.
           IF confirme
               PERFORM 3400-ENREGISTRER-COLIS
               PERFORM 3500-AVISER-HOTE
               DISPLAY pla-recu
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Demande l'identifiant de l'operateur qui signe la
      * reception, faute d'utilisateur signe au menu
       3050-SAISIR-OPERATEUR.
           DISPLAY pls-operateur.
           ACCEPT pls-operateur.

      * Demande le destinataire : avec le fichier maitre, le code
      * saisi est resolu en nom officiel et redemande tant qu'il
      * est inconnu ; sans fichier maitre, le nom reste saisi en
      * texte libre
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

      * Compare la fiche courante au code saisi et en reprend le
      * nom, le service et le poste, puis relit si elle ne
      * correspond pas
       3240-COMPARER-HOTE.
           IF HOT-CODE = code-hote
               SET hote-valide TO TRUE
               MOVE HOT-NOM TO hote
               MOVE HOT-SERVICE TO service-hote
               MOVE HOT-TELEPHONE TO telephone-hote
           ELSE
               PERFORM 3230-LIRE-HOTE
           END-IF.

      * Ajoute le colis au registre sous le numero suivant le plus
      * grand deja attribue
       3400-ENREGISTRER-COLIS.
           PERFORM 3410-DERNIER-NUMERO.
           COMPUTE numero-colis = dernier-numero + 1.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE numero-colis TO COL-NUMERO OF COLIS-FILE.
           MOVE transporteur-saisi TO COL-TRANSPORTEUR OF COLIS-FILE.
           MOVE suivi-saisi TO COL-SUIVI OF COLIS-FILE.
           MOVE code-hote TO COL-HOTE-CODE OF COLIS-FILE.
           MOVE hote TO COL-HOTE OF COLIS-FILE.
           MOVE CP-HLG-DATE TO COL-DATE-RECEPTION OF COLIS-FILE.
           MOVE CP-HLG-HH TO COL-HEURE-RECEPTION OF COLIS-FILE(1:2).
           MOVE CP-HLG-MN TO COL-HEURE-RECEPTION OF COLIS-FILE(3:2).
           MOVE CP-HLG-SS TO COL-HEURE-RECEPTION OF COLIS-FILE(5:2).
           MOVE operateur-id TO COL-OPERATEUR OF COLIS-FILE.
           SET COL-EN-ATTENTE OF COLIS-FILE TO TRUE.
           MOVE SPACES TO COL-RETIRE-PAR OF COLIS-FILE.
           MOVE ZERO TO COL-DATE-REMISE OF COLIS-FILE.
           MOVE ZERO TO COL-HEURE-REMISE OF COLIS-FILE.
           OPEN EXTEND COLIS-FILE.
           IF colis-statut = '35'
               OPEN OUTPUT COLIS-FILE
           END-IF.
           WRITE COLIS-ENREGISTREMENT OF COLIS-FILE.
           CLOSE COLIS-FILE.

      * Releve le plus grand numero de colis deja attribue
       3410-DERNIER-NUMERO.
           MOVE ZERO TO dernier-numero.
           MOVE 'N' TO indic-fin-colis.
           OPEN INPUT COLIS-FILE.
           IF colis-statut = '00'
               PERFORM 1100-LIRE-COLIS
               PERFORM 3420-COMPARER-NUMERO UNTIL fin-colis
               CLOSE COLIS-FILE
           END-IF.

      * Retient le numero du colis courant s'il est plus grand,
      * puis relit
       3420-COMPARER-NUMERO.
           IF COL-NUMERO OF COLIS-FILE NUMERIC
                   AND COL-NUMERO OF COLIS-FILE > dernier-numero
               MOVE COL-NUMERO OF COLIS-FILE TO dernier-numero
           END-IF.
           PERFORM 1100-LIRE-COLIS.

      * Depose l'avis de colis a l'attention de l'hote, route par
      * son service et son poste
       3500-AVISER-HOTE.
           MOVE COL-DATE-RECEPTION OF COLIS-FILE TO date-editee.
           OPEN EXTEND AVIS-FILE.
           IF avis-statut = '35'
               OPEN OUTPUT AVIS-FILE
           END-IF.
           MOVE SPACES TO LIGNE-AVIS.
           STRING 'A l''attention de ' DELIMITED BY SIZE
               hote DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               service-hote DELIMITED BY SIZE
               ' poste ' DELIMITED BY SIZE
               telephone-hote DELIMITED BY SIZE
               INTO LIGNE-AVIS.
           WRITE LIGNE-AVIS.
           MOVE SPACES TO LIGNE-AVIS.
           STRING '  colis ' DELIMITED BY SIZE
               numero-colis DELIMITED BY SIZE
               ' recu le ' DELIMITED BY SIZE
               date-editee DELIMITED BY SIZE
               ' a ' DELIMITED BY SIZE
               CP-HLG-HH DELIMITED BY SIZE
               ':' DELIMITED BY SIZE
               CP-HLG-MN DELIMITED BY SIZE
               ', ' DELIMITED BY SIZE
               transporteur-saisi DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               suivi-saisi DELIMITED BY SIZE
               INTO LIGNE-AVIS.
           WRITE LIGNE-AVIS.
           CLOSE AVIS-FILE.

      * Enregistre la remise d'un colis en attente : la personne
      * qui le retire et l'heure sont portees au registre, par
      * recopie
       4000-REMETTRE-COLIS.
           DISPLAY pls-numero.
           ACCEPT pls-numero.
           PERFORM 4100-CHERCHER-COLIS.
           IF NOT colis-trouve
               DISPLAY pla-inconnu
           ELSE
               DISPLAY pla-colis
               DISPLAY pls-retire-par
               ACCEPT pls-retire-par
               PERFORM 4200-ESTAMPILLER-REMISE
               DISPLAY pla-remis
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Retrouve le colis en attente portant le numero saisi
       4100-CHERCHER-COLIS.
           MOVE 'N' TO indic-colis-trouve.
           MOVE 'N' TO indic-fin-colis.
           OPEN INPUT COLIS-FILE.
           IF colis-statut = '00'
               PERFORM 1100-LIRE-COLIS
               PERFORM 4110-COMPARER-COLIS
                   UNTIL fin-colis OR colis-trouve
               CLOSE COLIS-FILE
           END-IF.

      * Compare le colis courant au numero saisi ; en attente, il
      * est retenu, sinon relit
       4110-COMPARER-COLIS.
           IF COL-NUMERO OF COLIS-FILE = numero-colis
                   AND COL-EN-ATTENTE OF COLIS-FILE
               SET colis-trouve TO TRUE
               MOVE COL-HOTE OF COLIS-FILE TO hote
               MOVE COL-TRANSPORTEUR OF COLIS-FILE
                   TO transporteur-saisi
           ELSE
               PERFORM 1100-LIRE-COLIS
           END-IF.

      * Recopie le registre en marquant remis le colis saisi
       4200-ESTAMPILLER-REMISE.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'N' TO indic-fin-colis.
           OPEN INPUT COLIS-FILE.
           IF colis-statut = '00'
               OPEN OUTPUT COLIS-NOUVEAU-FILE
               PERFORM 1100-LIRE-COLIS
               PERFORM 4300-RECOPIER-COLIS UNTIL fin-colis
               CLOSE COLIS-FILE
               CLOSE COLIS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "COLIS.DAT"
               CALL "CBL_RENAME_FILE" USING "COLIS.NOUVEAU"
                   "COLIS.DAT"
           END-IF.

      * Recopie le colis courant, en portant la remise sur le
      * colis saisi, puis relit
       4300-RECOPIER-COLIS.
           IF COL-NUMERO OF COLIS-FILE = numero-colis
                   AND COL-EN-ATTENTE OF COLIS-FILE
               SET COL-REMIS OF COLIS-FILE TO TRUE
               MOVE retire-par TO COL-RETIRE-PAR OF COLIS-FILE
               MOVE CP-HLG-DATE TO COL-DATE-REMISE OF COLIS-FILE
               MOVE CP-HLG-HH
                   TO COL-HEURE-REMISE OF COLIS-FILE(1:2)
               MOVE CP-HLG-MN
                   TO COL-HEURE-REMISE OF COLIS-FILE(3:2)
               MOVE CP-HLG-SS
                   TO COL-HEURE-REMISE OF COLIS-FILE(5:2)
           END-IF.
           MOVE COLIS-ENREGISTREMENT OF COLIS-FILE
               TO COLIS-ENREGISTREMENT OF COLIS-NOUVEAU-FILE.
           WRITE COLIS-ENREGISTREMENT OF COLIS-NOUVEAU-FILE.
           PERFORM 1100-LIRE-COLIS.
