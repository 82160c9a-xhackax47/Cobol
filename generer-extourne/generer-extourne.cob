      * TRANSACTIONS.DAT ; ManipulationAdd les appliquera au prochain
      * passage, si bien que l'extourne apparait elle-meme dans
      * l'historique et que le rapprochement reste juste. Les reports
      * a nouveau de cloture ne sont jamais extournes. Les lignes
      * d'une meme ecriture, contrepartie comprise, sont extournees
      * ensemble en une ecriture inverse sous un nouveau numero ; un
      * mouvement de l'ancien format reste extourne seul.
      * Les contre-passations sont datees du jour : l'extourne est
      * refusee d'emblee si la periode comptable du jour est close
      * ou verrouillee dans PERIODES-COMPTABLES.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMERO-FILE ASSIGN TO "NUMERO-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS numero-statut.
           SELECT PERIODES-FILE ASSIGN TO "PERIODES-COMPTABLES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS periodes-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD LOT-FILE.
       COPY "cplottransac.cpy".

       FD PERIODES-FILE.
       COPY "cpperiode.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 historique-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 date-cible-texte PIC X(08).
       77 date-cible PIC 9(08) VALUE ZERO.
       77 indic-date-ok PIC X(01) VALUE 'N'.
       77 lot-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 numero-transaction PIC 9(09) VALUE ZERO.
       77 numero-origine PIC 9(09) VALUE ZERO.
      * Etat de la periode comptable du jour, la derniere ligne de
      * la periode dans PERIODES-COMPTABLES.DAT faisant foi
       77 periodes-statut PIC X(02).
       77 indic-fin-periodes PIC X(01) VALUE 'N'.
           88 fin-periodes VALUE 'O'.
       77 periode-controle PIC 9(06) VALUE ZERO.
       77 etat-periode PIC X(01) VALUE 'O'.
           88 periode-fermee VALUE 'C' 'V'.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
           2 LINE 9 COL 10 VALUE 'Confirmer l''extourne (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-periode-close.
           2 LINE 5 COL 10 VALUE
               'Periode comptable du jour close : extourne refusee.'.

       1 pla-rien.
           2 LINE 8 COL 10 VALUE
               'Aucun mouvement a extourner pour cette date.'.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0030-LIRE-UTILISATEUR-SESSION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           MOVE date-jour-aff(1:6) TO periode-controle.
           PERFORM 8700-ETAT-PERIODE.
           IF periode-fermee
               DISPLAY pls-date
               DISPLAY pla-periode-close
               GOBACK
           END-IF.
           PERFORM 1000-SAISIR-DATE
               WITH TEST AFTER
               UNTIL date-ok.
           END-IF.
           GOBACK.

      * Reprend l'utilisateur signe au menu, pour le consigner sur
      * chaque mouvement genere
       0030-LIRE-UTILISATEUR-SESSION.
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

      * Demande la date du passage a extourner ; vide vaut dernier
      * passage, sinon la date doit etre numerique
       1000-SAISIR-DATE.
      * TRANSACTIONS.DAT
       3000-GENERER-CONTRES.
           MOVE 'N' TO indic-fin-histo.
           MOVE ZERO TO numero-origine.
           OPEN INPUT HISTORIQUE-FILE.
           IF historique-statut = '00'
               OPEN EXTEND TRANSACTIONS-FILE
      * nouveau sont laisses en place
       3100-CONTRE-PASSER.
           IF HIS-DATE = date-cible AND HIS-TYPE NOT = 'REPO'
               IF HIS-LIGNE IS NUMERIC AND HIS-NUMERO IS NUMERIC
                       AND HIS-NUMERO > ZERO
                   IF HIS-NUMERO NOT = numero-origine
                       PERFORM 8800-ALLOUER-NUMERO
                       MOVE HIS-NUMERO TO numero-origine
                   END-IF
                   MOVE HIS-LIGNE TO TRA-LIGNE
               ELSE
                   PERFORM 8800-ALLOUER-NUMERO
                   MOVE ZERO TO numero-origine
                   MOVE ZERO TO TRA-LIGNE
               END-IF
               COMPUTE TRA-MONTANT = ZERO - HIS-MONTANT
               MOVE HIS-TYPE TO TRA-TYPE
               MOVE HIS-DEVISE TO TRA-DEVISE
               MOVE HIS-COMPTE TO TRA-COMPTE
               MOVE HIS-TIERS TO TRA-TIERS
               MOVE site-exploitation TO TRA-SITE
               MOVE ZERO TO TRA-DATE
               MOVE utilisateur-session TO TRA-AUTEUR
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               MOVE CP-HLG-DATE TO TRA-DATE-SAISIE
               MOVE CP-HLG-HEURE(1:6) TO TRA-HEURE-SAISIE
               MOVE numero-transaction TO TRA-NUMERO
               WRITE TRANSACTION-ENREGISTREMENT
               ADD 1 TO cpt-extournes
           OPEN OUTPUT NUMERO-FILE.
           WRITE NUMERO-TRANSAC-ENREGISTREMENT.
           CLOSE NUMERO-FILE.

      * Donne l'etat de la periode a controler : la derniere ligne
      * de la periode dans PERIODES-COMPTABLES.DAT fait foi, une
      * periode absente est ouverte
       8700-ETAT-PERIODE.
           MOVE 'O' TO etat-periode.
           MOVE 'N' TO indic-fin-periodes.
           OPEN INPUT PERIODES-FILE.
           IF periodes-statut = '00'
               PERFORM 8710-LIRE-PERIODE
               PERFORM 8720-RETENIR-PERIODE UNTIL fin-periodes
               CLOSE PERIODES-FILE
           END-IF.

      * Lecture d'un enregistrement PERIODES-COMPTABLES.DAT
       8710-LIRE-PERIODE.
           READ PERIODES-FILE
               AT END SET fin-periodes TO TRUE
           END-READ.

      * Retient l'etat lu s'il porte sur la periode controlee, puis
      * relit
       8720-RETENIR-PERIODE.
           IF PER-PERIODE = periode-controle
               MOVE PER-STATUT TO etat-periode
           END-IF.
           PERFORM 8710-LIRE-PERIODE.
