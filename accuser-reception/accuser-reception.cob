      * Code AccuserReception en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. AccuserReception.

      * Transaction a la demande : le destinataire d'une diffusion
      * de rapports accuse reception. Chaque remise qui lui a ete
      * faite et reste sans accuse au journal
      * LIVRAISONS-RAPPORTS.DAT lui est presentee ; il la declare
      * recue, avec la date et l'heure, ou la laisse pour plus
      * tard.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVRAISONS-FILE ASSIGN TO "LIVRAISONS-RAPPORTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS livraisons-statut.
           SELECT LIVRAISONS-NOUVEAU-FILE
               ASSIGN TO "LIVRAISONS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Meme structure d'enregistrement pour les deux fichiers ; les
      * references sont qualifiees par OF pour lever l'ambiguite
       FD LIVRAISONS-FILE.
       COPY "cplivraisonrapport.cpy".

       FD LIVRAISONS-NOUVEAU-FILE.
       COPY "cplivraisonrapport.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 livraisons-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-livraisons PIC X(01) VALUE 'N'.
           88 fin-livraisons VALUE 'O'.
       77 destinataire-id PIC X(08).
       77 decision PIC X(01).
       77 cpt-recus PIC 9(04) COMP VALUE ZERO.
       77 cpt-laisses PIC 9(04) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-destinataire.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 4 COL 10 VALUE 'Identifiant destinataire : '.
           2 PIC X(08) TO destinataire-id REQUIRED.

       1 pla-remise.
           2 LINE 6 COL 10 VALUE 'Rapport  : '.
           2 COL 21 PIC X(12) FROM LIV-TYPE OF LIVRAISONS-FILE.
           2 LINE 7 COL 10 VALUE 'Du       : '.
           2 COL 21 PIC 9999/99/99 FROM LIV-DATE OF LIVRAISONS-FILE.
           2 COL 32 VALUE 'lignes '.
           2 COL 39 PIC ZZZZ9 FROM LIV-LIGNES OF LIVRAISONS-FILE.
           2 LINE 8 COL 10 VALUE 'Canal    : '.
           2 COL 21 PIC X(01) FROM LIV-CANAL OF LIVRAISONS-FILE.
           2 COL 23 PIC X(30) FROM LIV-ADRESSE OF LIVRAISONS-FILE.
           2 LINE 9 COL 10 VALUE 'Exemplaires : '.
           2 COL 24 PIC Z9 FROM LIV-EXEMPLAIRES OF LIVRAISONS-FILE.

       1 pls-decision.
           2 LINE 11 COL 10 VALUE
               'R=Recu autre=Laisser : '.
           2 PIC X(01) TO decision REQUIRED.

       1 pla-vide.
           2 LINE 6 COL 10 VALUE 'Aucune remise de rapport.'.

       1 pla-bilan.
           2 LINE 13 COL 10 VALUE 'Remises accusees : '.
           2 COL 30 PIC ZZZ9 FROM cpt-recus.
           2 LINE 14 COL 10 VALUE 'Remises laissees : '.
           2 COL 30 PIC ZZZ9 FROM cpt-laisses.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0400-LIRE-SESSION.
           IF utilisateur-session NOT = SPACES
               MOVE utilisateur-session TO destinataire-id
           ELSE
               PERFORM 0500-SAISIR-DESTINATAIRE
                   WITH TEST AFTER
                   UNTIL destinataire-id NOT = SPACES
           END-IF.
           OPEN INPUT LIVRAISONS-FILE.
           IF livraisons-statut NOT = '00'
               DISPLAY pla-vide
           ELSE
               OPEN OUTPUT LIVRAISONS-NOUVEAU-FILE
               PERFORM 1100-LIRE-LIVRAISON
               IF fin-livraisons
                   DISPLAY pla-vide
               END-IF
               PERFORM 2000-REVOIR-REMISE UNTIL fin-livraisons
               CLOSE LIVRAISONS-FILE
               CLOSE LIVRAISONS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE"
                   USING "LIVRAISONS-RAPPORTS.DAT"
               CALL "CBL_RENAME_FILE" USING "LIVRAISONS.NOUVEAU"
                   "LIVRAISONS-RAPPORTS.DAT"
               DISPLAY pla-bilan
           END-IF.
           GOBACK.


      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE 'N' TO indic-fin-livraisons.
           MOVE SPACES TO utilisateur-session.
           MOVE SPACES TO destinataire-id.
           MOVE ZERO TO cpt-recus.
           MOVE ZERO TO cpt-laisses.

      * Reprend l'identifiant de l'utilisateur signe au menu, s'il
      * y en a un, comme destinataire
       0400-LIRE-SESSION.
           OPEN INPUT SESSION-FILE.
           IF session-statut = '00'
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SES-UTILISATEUR TO utilisateur-session
               END-READ
               CLOSE SESSION-FILE
           END-IF.

      * Demande l'identifiant du destinataire
       0500-SAISIR-DESTINATAIRE.
           DISPLAY pls-destinataire.
           ACCEPT pls-destinataire.

      * Lecture d'un enregistrement LIVRAISONS-RAPPORTS.DAT
       1100-LIRE-LIVRAISON.
           READ LIVRAISONS-FILE
               AT END SET fin-livraisons TO TRUE
           END-READ.

      * Presente la remise courante du destinataire encore sans
      * accuse, applique la decision, recopie et relit ; les
      * autres lignes sont recopiees telles quelles
       2000-REVOIR-REMISE.
           IF LIV-DIFFUSE OF LIVRAISONS-FILE
                   AND LIV-DESTINATAIRE OF LIVRAISONS-FILE
                   = destinataire-id
               DISPLAY pla-remise
               DISPLAY pls-decision
               ACCEPT pls-decision
               IF decision = 'R' OR decision = 'r'
                   ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
                   ACCEPT CP-HLG-HEURE FROM TIME
                   SET LIV-RECU OF LIVRAISONS-FILE TO TRUE
                   MOVE CP-HLG-DATE
                       TO LIV-DATE-RECEPTION OF LIVRAISONS-FILE
                   MOVE CP-HLG-HH
                       TO LIV-HEURE-RECEPTION OF LIVRAISONS-FILE(1:2)
                   MOVE CP-HLG-MN
                       TO LIV-HEURE-RECEPTION OF LIVRAISONS-FILE(3:2)
                   MOVE CP-HLG-SS
                       TO LIV-HEURE-RECEPTION OF LIVRAISONS-FILE(5:2)
                   ADD 1 TO cpt-recus
               ELSE
                   ADD 1 TO cpt-laisses
               END-IF
           END-IF.
           MOVE LIVRAISON-ENREGISTREMENT OF LIVRAISONS-FILE
               TO LIVRAISON-ENREGISTREMENT
               OF LIVRAISONS-NOUVEAU-FILE.
           WRITE LIVRAISON-ENREGISTREMENT
               OF LIVRAISONS-NOUVEAU-FILE.
           PERFORM 1100-LIRE-LIVRAISON.
