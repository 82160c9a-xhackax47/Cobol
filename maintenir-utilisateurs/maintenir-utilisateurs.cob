      * utilisateurs habilites au menu (identifiant, mot de passe,
      * role C consultation / M maintenance / A administration). Un
      * identifiant inconnu est propose a la creation, un identifiant
      * connu peut voir son mot de passe ou son role corriges. Le
      * responsable qui recertifie ses droits y est designe, et
      * c'est ici qu'un utilisateur suspendu est reactive.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 id-recherche PIC X(08).
       77 nouveau-mdp PIC X(08).
       77 nouveau-role PIC X(01).
       77 nouveau-responsable PIC X(08).
       77 nouvel-etat PIC X(01).
       77 indic-fin-utilisateurs PIC X(01) VALUE 'N'.
           88 fin-utilisateurs VALUE 'O'.
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 utilisateur-trouve VALUE 'O'.
       77 role-actuel PIC X(01).
       77 responsable-actuel PIC X(08).
       77 etat-actuel PIC X(01).
       77 confirmation PIC X(01).
       77 indic-confirme PIC X(01) VALUE 'N'.
           88 confirme VALUE 'O'.
       1 pla-actuel.
           2 LINE 7 COL 10 VALUE 'Role actuel : '.
           2 COL 24 PIC X(01) FROM role-actuel.
           2 COL 27 VALUE 'Responsable : '.
           2 COL 41 PIC X(08) FROM responsable-actuel.
           2 COL 51 VALUE 'Etat : '.
           2 COL 58 PIC X(01) FROM etat-actuel.

       1 pls-mdp.
           2 LINE 9 COL 10 VALUE
               'Role C/M/A (vide = inchange) : '.
           2 PIC X(01) TO nouveau-role.

       1 pls-responsable.
           2 LINE 11 COL 10 VALUE
               'Responsable (vide = inchange) : '.
           2 PIC X(08) TO nouveau-responsable.

       1 pls-etat.
           2 LINE 12 COL 10 VALUE
               'Etat A actif / S suspendu (vide = inchange) : '.
           2 PIC X(01) TO nouvel-etat.

       1 pls-confirmer.
           2 LINE 14 COL 10 VALUE 'Confirmer (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistre.
           2 LINE 15 COL 10 VALUE 'Fiche enregistree.'.

       1 pls-continuer.
           2 LINE 17 COL 10 VALUE 'Une autre fiche ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.
           END-IF.
           MOVE SPACES TO nouveau-mdp.
           MOVE SPACES TO nouveau-role.
           MOVE SPACES TO nouveau-responsable.
           MOVE SPACES TO nouvel-etat.
           DISPLAY pls-mdp.
           ACCEPT pls-mdp.
           DISPLAY pls-role.
           ACCEPT pls-role.
           DISPLAY pls-responsable.
           ACCEPT pls-responsable.
           DISPLAY pls-etat.
           ACCEPT pls-etat.
           DISPLAY pls-confirmer.
           ACCEPT pls-confirmer.
           EVALUATE TRUE
           IF UTI-ID OF UTILISATEURS-FILE = id-recherche
               SET utilisateur-trouve TO TRUE
               MOVE UTI-ROLE OF UTILISATEURS-FILE TO role-actuel
               MOVE UTI-RESPONSABLE OF UTILISATEURS-FILE
                   TO responsable-actuel
               IF UTI-SUSPENDU OF UTILISATEURS-FILE
                   MOVE 'S' TO etat-actuel
               ELSE
                   MOVE 'A' TO etat-actuel
               END-IF
           ELSE
               PERFORM 2100-LIRE-UTILISATEUR
           END-IF.
                   MOVE nouveau-role
                       TO UTI-ROLE OF UTILISATEURS-FILE
               END-IF
               IF nouveau-responsable NOT = SPACES
                   MOVE nouveau-responsable
                       TO UTI-RESPONSABLE OF UTILISATEURS-FILE
               END-IF
               IF nouvel-etat = 'A' OR nouvel-etat = 'S'
                   MOVE nouvel-etat
                       TO UTI-ETAT OF UTILISATEURS-FILE
               END-IF
           END-IF.
           MOVE UTILISATEUR-ENREGISTREMENT OF UTILISATEURS-FILE
               TO UTILISATEUR-ENREGISTREMENT
      * Cree la fiche du nouvel utilisateur, en consultation par
      * defaut
       4000-CREER-FICHE.
           MOVE SPACES TO UTILISATEUR-ENREGISTREMENT
               OF UTILISATEURS-FILE.
           MOVE id-recherche TO UTI-ID OF UTILISATEURS-FILE.
           MOVE nouveau-responsable
               TO UTI-RESPONSABLE OF UTILISATEURS-FILE.
           IF nouvel-etat = 'S'
               MOVE 'S' TO UTI-ETAT OF UTILISATEURS-FILE
           ELSE
               MOVE 'A' TO UTI-ETAT OF UTILISATEURS-FILE
           END-IF.
           MOVE nouveau-mdp TO UTI-MDP OF UTILISATEURS-FILE.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO UTI-DATE-MDP OF UTILISATEURS-FILE.
