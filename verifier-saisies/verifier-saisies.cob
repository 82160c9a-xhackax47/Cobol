      * Code VerifierSaisies en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. VerifierSaisies.

      * Transaction de verification par double saisie de
      * SAISIES.DAT : un second operateur choisit le lot d'une
      * journee saisi par un collegue et en refrappe les valeurs a
      * l'aveugle, chaque saisie n'etant reperee que par son rang et
      * son heure. Quand les deux frappes concordent, la saisie est
      * marquee verifiee. En cas d'ecart, l'ecran s'arrete sur les
      * deux valeurs et le verificateur saisit le chiffre juste,
      * qui remplace la premiere frappe s'il en differe (saisie
      * corrigee) ; le desaccord est consigne dans
      * ECARTS-SAISIES.DAT. Nul ne verifie ses propres saisies ; un
      * operateur laisse a blanc designe les saisies anterieures a
      * la consignation de l'operateur.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAISIES-FILE ASSIGN TO "SAISIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS saisies-statut.
           SELECT SAISIES-NOUVEAU-FILE ASSIGN TO "SAISIES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ECARTS-FILE ASSIGN TO "ECARTS-SAISIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ecarts-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Meme structure d'enregistrement pour le fichier des saisies
      * et sa recopie ; les references sont qualifiees par OF pour
      * lever l'ambiguite
       FD SAISIES-FILE.
       COPY "cpsaisie.cpy".

       FD SAISIES-NOUVEAU-FILE.
       COPY "cpsaisie.cpy".

       FD ECARTS-FILE.
       COPY "cpecartsaisie.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 saisies-statut PIC X(02).
       77 ecarts-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 indic-fin-saisies PIC X(01) VALUE 'N'.
           88 fin-saisies VALUE 'O'.
       77 date-lot-texte PIC X(08).
       77 date-lot PIC 9(08).
       77 operateur-lot PIC X(08).
       77 valeur-frappe PIC 9(15).
       77 valeur-retenue PIC 9(15).
       77 rang-lot PIC 9(04) COMP VALUE ZERO.
       77 cpt-concordantes PIC 9(04) COMP VALUE ZERO.
       77 cpt-corrigees PIC 9(04) COMP VALUE ZERO.
       77 cpt-ecarts PIC 9(04) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).
       77 heure-jour PIC 9(08).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-critere.
           2 BLANK SCREEN.
           2 LINE 1 COL 10 VALUE 'Verification des saisies'.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.

       1 pls-critere.
           2 LINE 3 COL 10 VALUE 'Journee AAAAMMJJ (blanc = jour) : '.
           2 PIC X(08) TO date-lot-texte.
           2 LINE 4 COL 10 VALUE 'Operateur de la saisie          : '.
           2 PIC X(08) TO operateur-lot.

       1 pla-saisie.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE 'Journee     : '.
           2 COL 24 PIC 9999/99/99 FROM date-lot.
           2 LINE 4 COL 10 VALUE 'Operateur   : '.
           2 COL 24 PIC X(08) FROM operateur-lot.
           2 LINE 6 COL 10 VALUE 'Saisie      : '.
           2 COL 24 PIC ZZZ9 FROM rang-lot.
           2 COL 30 VALUE 'heure '.
           2 COL 36 PIC 99B99B99 FROM SAI-HEURE OF SAISIES-FILE.

       1 pls-frappe.
           2 LINE 8 COL 10 VALUE 'Valeur      : '.
           2 PIC 9(15) TO valeur-frappe REQUIRED.

       1 pla-ecart.
           2 LINE 10 COL 10 VALUE 'Ecart entre les deux frappes'.
           2 LINE 11 COL 10 VALUE 'Premiere    : '.
           2 COL 24 PIC 9(15) FROM SAI-VALEUR OF SAISIES-FILE.
           2 LINE 12 COL 10 VALUE 'Seconde     : '.
           2 COL 24 PIC 9(15) FROM valeur-frappe.

       1 pls-correction.
           2 LINE 14 COL 10 VALUE 'Valeur juste : '.
           2 PIC 9(15) TO valeur-retenue REQUIRED.

       1 pla-refus.
           2 LINE 6 COL 10 VALUE
               'Refuse : nul ne verifie ses propres saisies.'.

       1 pla-vide.
           2 LINE 6 COL 10 VALUE
               'Aucune saisie a verifier pour ce lot.'.

       1 pla-bilan.
           2 BLANK SCREEN.
           2 LINE 3 COL 10 VALUE 'Concordantes : '.
           2 COL 26 PIC ZZZ9 FROM cpt-concordantes.
           2 LINE 4 COL 10 VALUE 'Ecarts       : '.
           2 COL 26 PIC ZZZ9 FROM cpt-ecarts.
           2 LINE 5 COL 10 VALUE 'Corrigees    : '.
           2 COL 26 PIC ZZZ9 FROM cpt-corrigees.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE ZERO TO cpt-concordantes.
           MOVE ZERO TO cpt-ecarts.
           MOVE ZERO TO cpt-corrigees.
           MOVE ZERO TO rang-lot.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-IDENTIFIER-VERIFICATEUR.
           IF utilisateur-session = SPACES
               DISPLAY 'Acces refuse : la verification demande '
                   'un utilisateur signe au menu.'
               GOBACK
           END-IF.
           PERFORM 1000-CHOISIR-LOT.
           IF operateur-lot = utilisateur-session
               DISPLAY pla-refus
               GOBACK
           END-IF.
           MOVE 'N' TO indic-fin-saisies.
           OPEN INPUT SAISIES-FILE.
           IF saisies-statut NOT = '00'
               DISPLAY pla-vide
           ELSE
               OPEN OUTPUT SAISIES-NOUVEAU-FILE
               PERFORM 2100-LIRE-SAISIE
               PERFORM 2000-TRAITER-SAISIE UNTIL fin-saisies
               CLOSE SAISIES-FILE
               CLOSE SAISIES-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "SAISIES.DAT"
               CALL "CBL_RENAME_FILE" USING "SAISIES.NOUVEAU"
                   "SAISIES.DAT"
               IF rang-lot = ZERO
                   DISPLAY pla-vide
               ELSE
                   DISPLAY pla-bilan
               END-IF
           END-IF.
           GOBACK.

      * Reprend l'utilisateur signe au menu, qui sera le
      * verificateur
       0100-IDENTIFIER-VERIFICATEUR.
           MOVE SPACES TO utilisateur-session.
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

      * Demande la journee et l'operateur du lot a verifier
       1000-CHOISIR-LOT.
           MOVE SPACES TO date-lot-texte.
           MOVE SPACES TO operateur-lot.
           DISPLAY pla-critere.
           DISPLAY pls-critere.
           ACCEPT pls-critere.
           IF date-lot-texte NOT = SPACES
                   AND date-lot-texte IS NUMERIC
               MOVE date-lot-texte TO date-lot
           ELSE
               MOVE date-jour-aff TO date-lot
           END-IF.

      * Lecture d'un enregistrement SAISIES.DAT
       2100-LIRE-SAISIE.
           READ SAISIES-FILE
               AT END SET fin-saisies TO TRUE
           END-READ.

      * Fait refrapper la saisie courante si elle appartient au lot
      * et attend encore sa verification, recopie la saisie puis
      * relit
       2000-TRAITER-SAISIE.
           IF SAI-A-VERIFIER OF SAISIES-FILE
                   AND SAI-DATE OF SAISIES-FILE = date-lot
                   AND SAI-OPERATEUR OF SAISIES-FILE = operateur-lot
               PERFORM 2200-REFRAPPER-SAISIE
           END-IF.
           MOVE SAISIE-ENREGISTREMENT OF SAISIES-FILE
               TO SAISIE-ENREGISTREMENT OF SAISIES-NOUVEAU-FILE.
           WRITE SAISIE-ENREGISTREMENT OF SAISIES-NOUVEAU-FILE.
           PERFORM 2100-LIRE-SAISIE.

      * Recueille la seconde frappe sans montrer la premiere ; en
      * cas d'ecart, montre les deux et recueille la valeur juste
       2200-REFRAPPER-SAISIE.
           ADD 1 TO rang-lot.
           MOVE ZERO TO valeur-frappe.
           DISPLAY pla-saisie.
           DISPLAY pls-frappe.
           ACCEPT pls-frappe.
           IF valeur-frappe = SAI-VALEUR OF SAISIES-FILE
               SET SAI-VERIFIEE OF SAISIES-FILE TO TRUE
               ADD 1 TO cpt-concordantes
           ELSE
               ADD 1 TO cpt-ecarts
               MOVE ZERO TO valeur-retenue
               DISPLAY pla-ecart
               DISPLAY pls-correction
               ACCEPT pls-correction
               PERFORM 2300-CONSIGNER-ECART
               IF valeur-retenue = SAI-VALEUR OF SAISIES-FILE
                   SET SAI-VERIFIEE OF SAISIES-FILE TO TRUE
               ELSE
                   MOVE valeur-retenue TO SAI-VALEUR OF SAISIES-FILE
                   SET SAI-CORRIGEE OF SAISIES-FILE TO TRUE
                   ADD 1 TO cpt-corrigees
               END-IF
           END-IF.
           MOVE utilisateur-session
               TO SAI-VERIFICATEUR OF SAISIES-FILE.
           MOVE date-jour-aff TO SAI-DATE-VERIF OF SAISIES-FILE.

      * Consigne le desaccord des deux frappes et la valeur retenue
       2300-CONSIGNER-ECART.
           ACCEPT heure-jour FROM TIME.
           MOVE SPACES TO ECART-SAISIE-ENREGISTREMENT.
           MOVE SAI-DATE OF SAISIES-FILE TO ESA-DATE-SAISIE.
           MOVE SAI-HEURE OF SAISIES-FILE TO ESA-HEURE-SAISIE.
           MOVE SAI-OPERATEUR OF SAISIES-FILE TO ESA-OPERATEUR.
           MOVE utilisateur-session TO ESA-VERIFICATEUR.
           MOVE SAI-VALEUR OF SAISIES-FILE TO ESA-VALEUR-SAISIE.
           MOVE valeur-frappe TO ESA-VALEUR-VERIF.
           MOVE valeur-retenue TO ESA-VALEUR-RETENUE.
           MOVE date-jour-aff TO ESA-DATE-VERIF.
           MOVE heure-jour(1:6) TO ESA-HEURE-VERIF.
           OPEN EXTEND ECARTS-FILE.
           IF ecarts-statut = '35'
               OPEN OUTPUT ECARTS-FILE
           END-IF.
           WRITE ECART-SAISIE-ENREGISTREMENT.
           CLOSE ECARTS-FILE.
