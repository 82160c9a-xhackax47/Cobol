      * seulement alors appliquee au fichier maitre vise ; une
      * modification rejetee reste tracee avec son verdict, et
      * l'auteur ne peut jamais approuver sa propre modification.
      * L'administrateur qui decide est consigne sur la modification.
      * Les bons de commande hors budget passent par la meme file :
      * approuves, ils sont engages dans COMMANDES.DAT ; rejetes,
      * ils y sont marques rejetes et liberent leur engagement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT COMMANDES-FILE ASSIGN TO "COMMANDES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS commandes-statut.
           SELECT SESSION-FILE ASSIGN TO "SESSION-UTILISATEUR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS session-statut.
       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD COMMANDES-FILE.
       COPY "cpcommande.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       77 taux-change-statut PIC X(02).
       77 types-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 commandes-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateurs-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
                           PERFORM 3000-APPLIQUER-AU-MAITRE
                           SET MOD-VALIDEE OF MODIFS-FILE
                               TO TRUE
                           MOVE utilisateur-session
                               TO MOD-APPROBATEUR OF MODIFS-FILE
                           ADD 1 TO cpt-approuvees
                       WHEN decision = 'R' OR decision = 'r'
                           IF MOD-FICHIER OF MODIFS-FILE = 'COMMANDES'
                               PERFORM 3100-REJETER-COMMANDE
                           END-IF
                           SET MOD-REJETEE OF MODIFS-FILE
                               TO TRUE
                           MOVE utilisateur-session
                               TO MOD-APPROBATEUR OF MODIFS-FILE
                           ADD 1 TO cpt-rejetees
                       WHEN OTHER
                           ADD 1 TO cpt-laissees
                       END-WRITE
                       CLOSE ETUDIANTS-FILE
                   END-IF
               WHEN 'COMMANDES'
                   MOVE MOD-APRES OF MODIFS-FILE
                       TO COMMANDE-ENREGISTREMENT
                   PERFORM 3200-ECRIRE-COMMANDE
               WHEN OTHER
                   DISPLAY 'Fichier vise inconnu, non applique : '
                       MOD-FICHIER OF MODIFS-FILE
           END-EVALUATE.

      * Marque rejete le bon de commande hors budget refuse : la
      * derniere ligne du numero fait foi et libere son engagement
       3100-REJETER-COMMANDE.
           MOVE MOD-APRES OF MODIFS-FILE TO COMMANDE-ENREGISTREMENT.
           SET CMD-REJETEE TO TRUE.
           PERFORM 3200-ECRIRE-COMMANDE.

      * Ajoute l'etat courant du bon de commande a COMMANDES.DAT
       3200-ECRIRE-COMMANDE.
           OPEN EXTEND COMMANDES-FILE.
           IF commandes-statut = '35'
               OPEN OUTPUT COMMANDES-FILE
           END-IF.
           WRITE COMMANDE-ENREGISTREMENT.
           CLOSE COMMANDES-FILE.
