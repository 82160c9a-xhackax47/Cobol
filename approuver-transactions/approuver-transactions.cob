      * transaction rejetee part sur la liste des rejets ; chaque
      * decision est journalisee avec l'identifiant du superviseur.
      * Une transaction laissee sans decision reste dans la file.
      * Un doublon presume ecarte par DetecterDoublons est presente
      * avec la transaction qu'il semble repeter ; le superviseur qui
      * le libere ou le rejette doit en donner le motif, journalise
      * avec la decision. Le superviseur ne peut pas decider d'une
      * transaction qu'il a lui-meme saisie : elle reste dans la file
      * pour un autre superviseur.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 decisions-statut PIC X(02).
       77 superviseur-id PIC X(08).
       77 decision PIC X(01).
       77 motif-decision PIC X(30) VALUE SPACES.
       77 indic-fin-attente PIC X(01) VALUE 'N'.
           88 fin-attente VALUE 'O'.
       77 cpt-approuvees PIC 9(05) COMP VALUE ZERO.
           2 LINE 10 COL 10 VALUE 'Deposee le : '.
           2 COL 23 PIC 9999/99/99 FROM ATT-DATE OF ATTENTE-FILE.

       1 pla-doublon.
           2 LINE 11 COL 10 VALUE 'Doublon presume de la transaction '.
           2 COL 44 PIC 9(09) FROM ATT-NUMERO-DOUBLON OF ATTENTE-FILE.

       1 pla-auto-approbation.
           2 LINE 12 COL 10 VALUE
               'Auteur de la transaction : decision interdite.'.

       1 pls-decision.
           2 LINE 12 COL 10 VALUE
               'Decision (A=Approuver R=Rejeter autre=Laisser) : '.
           2 PIC X(01) TO decision REQUIRED.

       1 pls-motif.
           2 LINE 13 COL 10 VALUE 'Motif de la decision : '.
           2 PIC X(30) TO motif-decision REQUIRED.

       1 pla-vide.
           2 LINE 7 COL 10 VALUE
               'Aucune transaction en attente d''approbation.'.
           END-IF.

      * Presente la transaction courante, recueille la decision du
      * superviseur et la range ; l'auteur de la transaction ne peut
      * en decider, elle reste en attente ; puis relit
       2000-DECIDER-TRANSACTION.
           MOVE SPACES TO motif-decision.
           DISPLAY pla-transaction.
           IF ATT-DOUBLON OF ATTENTE-FILE
               DISPLAY pla-doublon
           END-IF.
           IF ATT-AUTEUR OF ATTENTE-FILE = superviseur-id
               DISPLAY pla-auto-approbation
               PERFORM 5000-LAISSER-EN-ATTENTE
           ELSE
               DISPLAY pls-decision
               ACCEPT pls-decision
               IF ATT-DOUBLON OF ATTENTE-FILE
                       AND (decision = 'A' OR decision = 'a'
                           OR decision = 'R' OR decision = 'r')
                   PERFORM 2200-SAISIR-MOTIF
                       WITH TEST AFTER
                       UNTIL motif-decision NOT = SPACES
               END-IF
               EVALUATE TRUE
                   WHEN decision = 'A' OR decision = 'a'
                       PERFORM 3000-APPROUVER
                   WHEN decision = 'R' OR decision = 'r'
                       PERFORM 4000-REJETER
                   WHEN OTHER
                       PERFORM 5000-LAISSER-EN-ATTENTE
               END-EVALUATE
           END-IF.
           PERFORM 2100-LIRE-ATTENTE.

      * Lecture d'un enregistrement ATTENTE-APPROBATION.DAT
               AT END SET fin-attente TO TRUE
           END-READ.

      * Demande le motif de la decision prise sur un doublon presume
       2200-SAISIR-MOTIF.
           DISPLAY pls-motif.
           ACCEPT pls-motif.

      * Reinjecte la transaction approuvee dans TRANSACTIONS.DAT ;
      * elle sera appliquee au prochain passage de ManipulationAdd
       3000-APPROUVER.
           MOVE ATT-NUMERO OF ATTENTE-FILE TO TRA-NUMERO.
           MOVE ATT-TIERS OF ATTENTE-FILE TO TRA-TIERS.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ATT-AUTEUR OF ATTENTE-FILE TO TRA-AUTEUR.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-DATE TO TRA-DATE-SAISIE.
           MOVE CP-HLG-HEURE(1:6) TO TRA-HEURE-SAISIE.
      * une ligne d'ecriture garde son rang : l'ecriture entiere,
      * approuvee d'un bloc, se reforme ainsi a l'identique
           IF ATT-LIGNE OF ATTENTE-FILE IS NUMERIC
               MOVE ATT-LIGNE OF ATTENTE-FILE TO TRA-LIGNE
           ELSE
               MOVE ZERO TO TRA-LIGNE
           END-IF.
           IF ATT-DATE-COMPTABLE OF ATTENTE-FILE IS NUMERIC
               MOVE ATT-DATE-COMPTABLE OF ATTENTE-FILE TO TRA-DATE
           ELSE
               MOVE ZERO TO TRA-DATE
           END-IF.
           WRITE TRANSACTION-ENREGISTREMENT.
           PERFORM 3200-MARQUER-LOT.
           ADD 1 TO cpt-approuvees.
           MOVE ATT-REFERENCE OF ATTENTE-FILE TO DEC-REFERENCE.
           MOVE ATT-NUMERO OF ATTENTE-FILE TO DEC-NUMERO.
           MOVE superviseur-id TO DEC-SUPERVISEUR.
           MOVE motif-decision TO DEC-MOTIF.
           MOVE ATT-AUTEUR OF ATTENTE-FILE TO DEC-AUTEUR.
           MOVE CP-HLG-DATE TO DEC-DATE.
           MOVE CP-HLG-HH TO DEC-HEURE(1:2).
           MOVE CP-HLG-MN TO DEC-HEURE(3:2).
