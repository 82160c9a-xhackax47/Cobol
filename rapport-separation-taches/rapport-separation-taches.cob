      * Code RapportSeparationTaches en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. RapportSeparationTaches.

      * Traitement a la demande pour la revue d'audit : controle de
      * la separation des taches. Trois manquements sont edites sur
      * RAPPORT-SEPARATION-TACHES.DAT :
      * - une transaction approuvee ou rejetee par l'utilisateur qui
      *   l'avait saisie (DECISIONS-APPROBATION.DAT, l'auteur etant
      *   repris de la decision ou, a defaut, de la file d'attente et
      *   de la liste des rejets par le numero de transaction) ;
      * - une modification de fichier maitre decidee par son auteur
      *   (MODIFICATIONS-ATTENTE.DAT) ;
      * - un utilisateur de UTILISATEURS.DAT qui cumule le droit de
      *   saisir et celui d'approuver ce qu'il a saisi, selon la
      *   matrice AUTORISATIONS.DAT et, sans regle, le filtrage
      *   historique par role du menu.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISIONS-FILE ASSIGN TO "DECISIONS-APPROBATION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS decisions-statut.
           SELECT ATTENTE-FILE ASSIGN TO "ATTENTE-APPROBATION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS attente-statut.
           SELECT REJETS-APPRO-FILE
               ASSIGN TO "REJETS-APPROBATION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS rejets-appro-statut.
           SELECT MODIFS-FILE
               ASSIGN TO "MODIFICATIONS-ATTENTE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS modifs-statut.
           SELECT AUTORISATIONS-FILE ASSIGN TO "AUTORISATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS autorisations-statut.
           SELECT UTILISATEURS-FILE ASSIGN TO "UTILISATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS utilisateurs-statut.
           SELECT RAPPORT-SEPARATION-FILE
               ASSIGN TO "RAPPORT-SEPARATION-TACHES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD DECISIONS-FILE.
       COPY "cpdecisionappro.cpy".

      * Meme structure d'enregistrement pour la file d'attente et la
      * liste des rejets ; les references sont qualifiees par OF
       FD ATTENTE-FILE.
       COPY "cpattenteappro.cpy".

       FD REJETS-APPRO-FILE.
       COPY "cpattenteappro.cpy".

       FD MODIFS-FILE.
       COPY "cpmodifattente.cpy".

       FD AUTORISATIONS-FILE.
       COPY "cpautorisation.cpy".

       FD UTILISATEURS-FILE.
       COPY "cputilisateur.cpy".

       FD RAPPORT-SEPARATION-FILE.
       01 LIGNE-SEPARATION            PIC X(80).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 decisions-statut PIC X(02).
       77 attente-statut PIC X(02).
       77 rejets-appro-statut PIC X(02).
       77 modifs-statut PIC X(02).
       77 autorisations-statut PIC X(02).
       77 utilisateurs-statut PIC X(02).
       77 indic-fin-decisions PIC X(01) VALUE 'N'.
           88 fin-decisions VALUE 'O'.
       77 indic-fin-attente PIC X(01) VALUE 'N'.
           88 fin-attente VALUE 'O'.
       77 indic-fin-modifs PIC X(01) VALUE 'N'.
           88 fin-modifs VALUE 'O'.
       77 indic-fin-autorisations PIC X(01) VALUE 'N'.
           88 fin-autorisations VALUE 'O'.
       77 indic-fin-utilisateurs PIC X(01) VALUE 'N'.
           88 fin-utilisateurs VALUE 'O'.
       77 indic-regle-trouvee PIC X(01) VALUE 'N'.
           88 regle-trouvee VALUE 'O'.
       77 indic-droit-saisie PIC X(01) VALUE 'N'.
           88 droit-saisie VALUE 'O'.
       77 indic-droit-approbation PIC X(01) VALUE 'N'.
           88 droit-approbation VALUE 'O'.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 auteur-decision PIC X(08) VALUE SPACES.

      * Droit d'un utilisateur sur une option : regle d'utilisateur,
      * a defaut regle de son profil, a defaut filtrage par role
       77 choix-examine PIC 9(03) VALUE ZERO.
       77 profil-examine PIC X(02) VALUE SPACES.
       77 droit-retenu PIC X(01) VALUE SPACE.
       77 indic-droit PIC X(01) VALUE 'N'.
           88 droit-accorde VALUE 'O'.

       77 cpt-decisions PIC 9(05) COMP VALUE ZERO.
       77 cpt-modifications PIC 9(05) COMP VALUE ZERO.
       77 cpt-utilisateurs PIC 9(05) COMP VALUE ZERO.
       77 cpt-auto-decisions PIC 9(05) COMP VALUE ZERO.
       77 cpt-auto-modifications PIC 9(05) COMP VALUE ZERO.
       77 cpt-cumuls PIC 9(05) COMP VALUE ZERO.
       77 nombre-edite PIC Z(4)9.

      * Auteurs des transactions encore en attente ou rejetees, pour
      * les decisions qui ne portent pas l'auteur
       77 nb-auteurs PIC 9(04) COMP VALUE ZERO.
       77 ix-auteur PIC 9(04) COMP VALUE ZERO.
       77 limite-auteurs PIC 9(04) COMP VALUE 2000.
       01 TABLE-AUTEURS.
           05 AUTEUR-TABLE OCCURS 2000.
               10 ATB-NUMERO          PIC 9(09).
               10 ATB-AUTEUR          PIC X(08).

      * Matrice d'habilitation en memoire, dans l'ordre du fichier :
      * la derniere regle qui correspond fait foi, comme au menu
       77 nb-autorisations PIC 9(03) COMP VALUE ZERO.
       77 ix-autorisation PIC 9(03) COMP VALUE ZERO.
       01 TABLE-AUTORISATIONS.
           05 AUTORISATION-TABLE OCCURS 300.
               10 AUT-TAB-CIBLE       PIC X(08).
               10 AUT-TAB-CHOIX       PIC 9(03).
               10 AUT-TAB-DROIT       PIC X(01).

      * Options qui saisissent ou modifient, chacune face a l'option
      * qui approuve ce qu'elle produit
       77 nb-paires PIC 9(02) COMP VALUE 13.
       77 ix-paire PIC 9(02) COMP VALUE ZERO.
       01 PAIRES-VALEURS.
           05 FILLER PIC X(50) VALUE
               '015SaisirTransaction     014ApprouverTransactions'.
           05 FILLER PIC X(50) VALUE
               '016GenererExtourne       014ApprouverTransactions'.
           05 FILLER PIC X(50) VALUE
               '106AttribuerBourses      014ApprouverTransactions'.
           05 FILLER PIC X(50) VALUE
               '125EtablirAvoir          014ApprouverTransactions'.
           05 FILLER PIC X(50) VALUE
               '133GererCaisse           014ApprouverTransactions'.
           05 FILLER PIC X(50) VALUE
               '139ReglerFournisseurs    014ApprouverTransactions'.
           05 FILLER PIC X(50) VALUE
               '147SaisirTransfertSites  014ApprouverTransactions'.
           05 FILLER PIC X(50) VALUE
               '153TraiterSuspens        014ApprouverTransactions'.
           05 FILLER PIC X(50) VALUE
               '011MaintenirTypesTransac 099ApprouverModifications'.
           05 FILLER PIC X(50) VALUE
               '019MaintenirTauxChange   099ApprouverModifications'.
           05 FILLER PIC X(50) VALUE
               '021MaintenirEtudiants    099ApprouverModifications'.
           05 FILLER PIC X(50) VALUE
               '098MaintenirAutorisation 099ApprouverModifications'.
           05 FILLER PIC X(50) VALUE
               '137SaisirCommande        099ApprouverModifications'.
       01 TABLE-PAIRES REDEFINES PAIRES-VALEURS.
           05 PAIRE-TABLE OCCURS 13.
               10 PAI-SAISIE          PIC 9(03).
               10 PAI-LIBELLE-SAISIE  PIC X(22).
               10 PAI-APPROBATION     PIC 9(03).
               10 PAI-LIBELLE-APPRO   PIC X(22).

      * Options que le role maintenance n'a pas sans regle de la
      * matrice, comme au menu
       77 nb-exclues PIC 9(02) COMP VALUE 15.
       77 ix-exclue PIC 9(02) COMP VALUE ZERO.
       01 EXCLUES-VALEURS.
           05 FILLER PIC X(45) VALUE
               '042043081097098112123135136139142145150151152'.
       01 TABLE-EXCLUES REDEFINES EXCLUES-VALEURS.
           05 EXC-CHOIX               PIC 9(03) OCCURS 15.

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
       77 job-secondes-debut PIC S9(07) COMP VALUE ZERO.
       77 job-secondes-fin PIC S9(07) COMP.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
       COPY "cphorlog.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALISER.
           OPEN OUTPUT RAPPORT-SEPARATION-FILE.
           MOVE SPACES TO LIGNE-SEPARATION.
           STRING 'Separation des taches au ' DELIMITED BY SIZE
               date-jour DELIMITED BY SIZE
               INTO LIGNE-SEPARATION.
           WRITE LIGNE-SEPARATION.
           PERFORM 2000-CONTROLER-DECISIONS.
           PERFORM 3000-CONTROLER-MODIFICATIONS.
           PERFORM 4000-CONTROLER-DROITS.
           PERFORM 5000-EDITER-TOTAUX.
           CLOSE RAPPORT-SEPARATION-FILE.
           IF cpt-auto-decisions + cpt-auto-modifications + cpt-cumuls
                   > ZERO
               DISPLAY 'AVERTISSEMENT : manquements a la separation '
                   'des taches, voir RAPPORT-SEPARATION-TACHES.DAT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'RapportSeparationTaches : ' cpt-auto-decisions
               ' decision(s), ' cpt-auto-modifications
               ' modification(s), ' cpt-cumuls
               ' cumul(s) de droits'.
           PERFORM 9900-ECRIRE-FIN-JOB.
           GOBACK.

      * Releve le numero du passage de la chaine en cours, pour
      * l'estampiller sur tout ce que le traitement produit
       0050-LIRE-PASSAGE.
           OPEN INPUT PASSAGE-FILE.
           IF passage-statut = '00'
               READ PASSAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAS-NUMERO TO numero-passage
               END-READ
               CLOSE PASSAGE-FILE
           END-IF.

      * Trace le debut du job sur JOBLOG.DAT
       0100-ECRIRE-ENTETE-JOB.
           PERFORM 0050-LIRE-PASSAGE.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'SeparationTaches' TO JOB-NOM.
           SET JOB-DEBUT TO TRUE.
           MOVE CP-HLG-DATE TO JOB-DATE.
           MOVE CP-HLG-HH TO JOB-HEURE(1:2).
           MOVE CP-HLG-MN TO JOB-HEURE(3:2).
           MOVE CP-HLG-SS TO JOB-HEURE(5:2).
           COMPUTE job-secondes-debut =
               (CP-HLG-HH * 3600) + (CP-HLG-MN * 60) + CP-HLG-SS.
           MOVE ZERO TO JOB-LUS.
           MOVE ZERO TO JOB-ECRITS.
           MOVE ZERO TO JOB-REJETS.
           MOVE ZERO TO JOB-DUREE-SEC.
           OPEN EXTEND JOBLOG-FILE.
           IF joblog-statut = '35'
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           MOVE numero-passage TO JOB-PASSAGE.
           MOVE site-exploitation TO JOB-SITE.
           WRITE JOBLOG-ENREGISTREMENT.
           CLOSE JOBLOG-FILE.

      * Remet a zero l'execution et charge les auteurs des
      * transactions en file et la matrice d'habilitation
       1000-INITIALISER.
           MOVE ZERO TO cpt-decisions.
           MOVE ZERO TO cpt-modifications.
           MOVE ZERO TO cpt-utilisateurs.
           MOVE ZERO TO cpt-auto-decisions.
           MOVE ZERO TO cpt-auto-modifications.
           MOVE ZERO TO cpt-cumuls.
           MOVE ZERO TO nb-auteurs.
           MOVE ZERO TO nb-autorisations.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           MOVE 'N' TO indic-fin-attente.
           OPEN INPUT ATTENTE-FILE.
           IF attente-statut = '00'
               PERFORM 1110-LIRE-ATTENTE
               PERFORM 1120-RETENIR-ATTENTE UNTIL fin-attente
               CLOSE ATTENTE-FILE
           END-IF.
           MOVE 'N' TO indic-fin-attente.
           OPEN INPUT REJETS-APPRO-FILE.
           IF rejets-appro-statut = '00'
               PERFORM 1130-LIRE-REJET
               PERFORM 1140-RETENIR-REJET UNTIL fin-attente
               CLOSE REJETS-APPRO-FILE
           END-IF.
           MOVE 'N' TO indic-fin-autorisations.
           OPEN INPUT AUTORISATIONS-FILE.
           IF autorisations-statut = '00'
               PERFORM 1210-LIRE-AUTORISATION
               PERFORM 1220-RETENIR-AUTORISATION
                   UNTIL fin-autorisations
               CLOSE AUTORISATIONS-FILE
           END-IF.

      * Lecture d'un enregistrement ATTENTE-APPROBATION.DAT
       1110-LIRE-ATTENTE.
           READ ATTENTE-FILE
               AT END SET fin-attente TO TRUE
           END-READ.

      * Retient l'auteur de la transaction en attente, puis relit
       1120-RETENIR-ATTENTE.
           IF ATT-AUTEUR OF ATTENTE-FILE NOT = SPACES
                   AND ATT-NUMERO OF ATTENTE-FILE IS NUMERIC
                   AND nb-auteurs < limite-auteurs
               ADD 1 TO nb-auteurs
               MOVE ATT-NUMERO OF ATTENTE-FILE TO ATB-NUMERO(nb-auteurs)
               MOVE ATT-AUTEUR OF ATTENTE-FILE TO ATB-AUTEUR(nb-auteurs)
           END-IF.
           PERFORM 1110-LIRE-ATTENTE.

      * Lecture d'un enregistrement REJETS-APPROBATION.DAT
       1130-LIRE-REJET.
           READ REJETS-APPRO-FILE
               AT END SET fin-attente TO TRUE
           END-READ.

      * Retient l'auteur de la transaction rejetee, puis relit
       1140-RETENIR-REJET.
           IF ATT-AUTEUR OF REJETS-APPRO-FILE NOT = SPACES
                   AND ATT-NUMERO OF REJETS-APPRO-FILE IS NUMERIC
                   AND nb-auteurs < limite-auteurs
               ADD 1 TO nb-auteurs
               MOVE ATT-NUMERO OF REJETS-APPRO-FILE
                   TO ATB-NUMERO(nb-auteurs)
               MOVE ATT-AUTEUR OF REJETS-APPRO-FILE
                   TO ATB-AUTEUR(nb-auteurs)
           END-IF.
           PERFORM 1130-LIRE-REJET.

      * Lecture d'un enregistrement AUTORISATIONS.DAT
       1210-LIRE-AUTORISATION.
           READ AUTORISATIONS-FILE
               AT END SET fin-autorisations TO TRUE
           END-READ.

      * Range la regle lue, puis relit
       1220-RETENIR-AUTORISATION.
           IF nb-autorisations < 300
               ADD 1 TO nb-autorisations
               MOVE AUT-CIBLE TO AUT-TAB-CIBLE(nb-autorisations)
               MOVE AUT-CHOIX TO AUT-TAB-CHOIX(nb-autorisations)
               MOVE AUT-DROIT TO AUT-TAB-DROIT(nb-autorisations)
           END-IF.
           PERFORM 1210-LIRE-AUTORISATION.

      * Edite les transactions decidees par leur propre auteur
       2000-CONTROLER-DECISIONS.
           MOVE SPACES TO LIGNE-SEPARATION.
           WRITE LIGNE-SEPARATION.
           MOVE 'Transactions approuvees ou rejetees par leur auteur'
               TO LIGNE-SEPARATION.
           WRITE LIGNE-SEPARATION.
           MOVE SPACES TO LIGNE-SEPARATION.
           MOVE 'Numero' TO LIGNE-SEPARATION(3:6).
           MOVE 'D' TO LIGNE-SEPARATION(13:1).
           MOVE 'Date' TO LIGNE-SEPARATION(15:4).
           MOVE 'Auteur' TO LIGNE-SEPARATION(24:6).
           MOVE 'Reference' TO LIGNE-SEPARATION(33:9).
           WRITE LIGNE-SEPARATION.
           MOVE 'N' TO indic-fin-decisions.
           OPEN INPUT DECISIONS-FILE.
           IF decisions-statut = '00'
               PERFORM 2100-LIRE-DECISION
               PERFORM 2200-EXAMINER-DECISION UNTIL fin-decisions
               CLOSE DECISIONS-FILE
           END-IF.
           IF cpt-auto-decisions = ZERO
               MOVE '  Aucune.' TO LIGNE-SEPARATION
               WRITE LIGNE-SEPARATION
           END-IF.

      * Lecture d'un enregistrement DECISIONS-APPROBATION.DAT
       2100-LIRE-DECISION.
           READ DECISIONS-FILE
               AT END SET fin-decisions TO TRUE
           END-READ.

      * Rapproche l'auteur de la transaction du superviseur qui en a
      * decide, puis relit
       2200-EXAMINER-DECISION.
           ADD 1 TO cpt-decisions.
           MOVE DEC-AUTEUR TO auteur-decision.
           IF auteur-decision = SPACES
               PERFORM 2210-CHERCHER-AUTEUR
                   VARYING ix-auteur FROM 1 BY 1
                   UNTIL ix-auteur > nb-auteurs
           END-IF.
           IF auteur-decision NOT = SPACES
                   AND auteur-decision = DEC-SUPERVISEUR
               ADD 1 TO cpt-auto-decisions
               MOVE SPACES TO LIGNE-SEPARATION
               MOVE DEC-NUMERO TO LIGNE-SEPARATION(3:9)
               MOVE DEC-DECISION TO LIGNE-SEPARATION(13:1)
               MOVE DEC-DATE TO LIGNE-SEPARATION(15:8)
               MOVE auteur-decision TO LIGNE-SEPARATION(24:8)
               MOVE DEC-REFERENCE TO LIGNE-SEPARATION(33:30)
               WRITE LIGNE-SEPARATION
           END-IF.
           PERFORM 2100-LIRE-DECISION.

      * Reprend l'auteur de la transaction par son numero
       2210-CHERCHER-AUTEUR.
           IF ATB-NUMERO(ix-auteur) = DEC-NUMERO
               MOVE ATB-AUTEUR(ix-auteur) TO auteur-decision
           END-IF.

      * Edite les modifications de fichiers maitres decidees par
      * leur propre auteur
       3000-CONTROLER-MODIFICATIONS.
           MOVE SPACES TO LIGNE-SEPARATION.
           WRITE LIGNE-SEPARATION.
           MOVE 'Modifications de fichiers maitres decidees par leur '
               TO LIGNE-SEPARATION.
           MOVE 'auteur' TO LIGNE-SEPARATION(53:6).
           WRITE LIGNE-SEPARATION.
           MOVE SPACES TO LIGNE-SEPARATION.
           MOVE 'Fichier' TO LIGNE-SEPARATION(3:7).
           MOVE 'S' TO LIGNE-SEPARATION(24:1).
           MOVE 'Date' TO LIGNE-SEPARATION(26:4).
           MOVE 'Auteur' TO LIGNE-SEPARATION(35:6).
           MOVE 'Apres' TO LIGNE-SEPARATION(44:5).
           WRITE LIGNE-SEPARATION.
           MOVE 'N' TO indic-fin-modifs.
           OPEN INPUT MODIFS-FILE.
           IF modifs-statut = '00'
               PERFORM 3100-LIRE-MODIFICATION
               PERFORM 3200-EXAMINER-MODIFICATION UNTIL fin-modifs
               CLOSE MODIFS-FILE
           END-IF.
           IF cpt-auto-modifications = ZERO
               MOVE '  Aucune.' TO LIGNE-SEPARATION
               WRITE LIGNE-SEPARATION
           END-IF.

      * Lecture d'un enregistrement MODIFICATIONS-ATTENTE.DAT
       3100-LIRE-MODIFICATION.
           READ MODIFS-FILE
               AT END SET fin-modifs TO TRUE
           END-READ.

      * Rapproche l'auteur de la modification de l'administrateur
      * qui en a decide, puis relit
       3200-EXAMINER-MODIFICATION.
           ADD 1 TO cpt-modifications.
           IF NOT MOD-EN-ATTENTE
                   AND MOD-APPROBATEUR NOT = SPACES
                   AND MOD-APPROBATEUR = MOD-AUTEUR
               ADD 1 TO cpt-auto-modifications
               MOVE SPACES TO LIGNE-SEPARATION
               MOVE MOD-FICHIER TO LIGNE-SEPARATION(3:20)
               MOVE MOD-STATUT TO LIGNE-SEPARATION(24:1)
               MOVE MOD-DATE TO LIGNE-SEPARATION(26:8)
               MOVE MOD-AUTEUR TO LIGNE-SEPARATION(35:8)
               MOVE MOD-APRES TO LIGNE-SEPARATION(44:37)
               WRITE LIGNE-SEPARATION
           END-IF.
           PERFORM 3100-LIRE-MODIFICATION.

      * Edite, pour chaque utilisateur, les options de saisie dont
      * il detient le droit en meme temps que celui d'approuver
       4000-CONTROLER-DROITS.
           MOVE SPACES TO LIGNE-SEPARATION.
           WRITE LIGNE-SEPARATION.
           MOVE 'Droits incompatibles cumules' TO LIGNE-SEPARATION.
           WRITE LIGNE-SEPARATION.
           MOVE 'N' TO indic-fin-utilisateurs.
           OPEN INPUT UTILISATEURS-FILE.
           IF utilisateurs-statut = '00'
               PERFORM 4100-LIRE-UTILISATEUR
               PERFORM 4200-EXAMINER-UTILISATEUR
                   UNTIL fin-utilisateurs
               CLOSE UTILISATEURS-FILE
           ELSE
               MOVE '  Pas de fichier des utilisateurs.'
                   TO LIGNE-SEPARATION
               WRITE LIGNE-SEPARATION
           END-IF.
           IF utilisateurs-statut = '00' AND cpt-cumuls = ZERO
               MOVE '  Aucun.' TO LIGNE-SEPARATION
               WRITE LIGNE-SEPARATION
           END-IF.

      * Lecture d'un enregistrement UTILISATEURS.DAT
       4100-LIRE-UTILISATEUR.
           READ UTILISATEURS-FILE
               AT END SET fin-utilisateurs TO TRUE
           END-READ.

      * Passe les paires d'options incompatibles pour l'utilisateur
      * lu, puis relit
       4200-EXAMINER-UTILISATEUR.
           ADD 1 TO cpt-utilisateurs.
           MOVE '*' TO profil-examine.
           MOVE UTI-ROLE TO profil-examine(2:1).
           PERFORM 4300-EXAMINER-PAIRE
               VARYING ix-paire FROM 1 BY 1
               UNTIL ix-paire > nb-paires.
           PERFORM 4100-LIRE-UTILISATEUR.

      * Edite la paire si l'utilisateur detient les deux droits
       4300-EXAMINER-PAIRE.
           MOVE PAI-SAISIE(ix-paire) TO choix-examine.
           PERFORM 4400-DETERMINER-DROIT.
           MOVE indic-droit TO indic-droit-saisie.
           MOVE PAI-APPROBATION(ix-paire) TO choix-examine.
           PERFORM 4400-DETERMINER-DROIT.
           MOVE indic-droit TO indic-droit-approbation.
      * ApprouverModifications refuse de lui-meme qui n'est pas
      * administrateur, quel que soit le droit au menu
           IF choix-examine = 99 AND NOT UTI-ADMIN
               MOVE 'N' TO indic-droit-approbation
           END-IF.
           IF droit-saisie AND droit-approbation
               ADD 1 TO cpt-cumuls
               MOVE SPACES TO LIGNE-SEPARATION
               MOVE UTI-ID TO LIGNE-SEPARATION(3:8)
               MOVE UTI-ROLE TO LIGNE-SEPARATION(12:1)
               MOVE PAI-SAISIE(ix-paire) TO LIGNE-SEPARATION(14:3)
               MOVE PAI-LIBELLE-SAISIE(ix-paire)
                   TO LIGNE-SEPARATION(18:22)
               MOVE 'et' TO LIGNE-SEPARATION(41:2)
               MOVE PAI-APPROBATION(ix-paire)
                   TO LIGNE-SEPARATION(44:3)
               MOVE PAI-LIBELLE-APPRO(ix-paire)
                   TO LIGNE-SEPARATION(48:22)
               WRITE LIGNE-SEPARATION
           END-IF.

      * Droit de l'utilisateur lu sur l'option examinee : la regle
      * d'utilisateur, sinon celle de son profil, sinon le filtrage
      * historique par role (tout pour l'administration, tout sauf
      * les options exclues pour la maintenance, aucune option de
      * saisie ni d'approbation pour la consultation)
       4400-DETERMINER-DROIT.
           MOVE 'N' TO indic-droit.
           MOVE 'N' TO indic-regle-trouvee.
           MOVE SPACE TO droit-retenu.
           PERFORM 4410-COMPARER-REGLE-UTILISATEUR
               VARYING ix-autorisation FROM 1 BY 1
               UNTIL ix-autorisation > nb-autorisations.
           IF NOT regle-trouvee
               PERFORM 4420-COMPARER-REGLE-PROFIL
                   VARYING ix-autorisation FROM 1 BY 1
                   UNTIL ix-autorisation > nb-autorisations
           END-IF.
           EVALUATE TRUE
               WHEN regle-trouvee
                   IF droit-retenu = 'A'
                       SET droit-accorde TO TRUE
                   END-IF
               WHEN UTI-ADMIN
                   SET droit-accorde TO TRUE
               WHEN UTI-MAINTENANCE
                   SET droit-accorde TO TRUE
                   PERFORM 4430-CONTROLER-EXCLUSION
                       VARYING ix-exclue FROM 1 BY 1
                       UNTIL ix-exclue > nb-exclues
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Retient la regle d'utilisateur qui vise l'option
       4410-COMPARER-REGLE-UTILISATEUR.
           IF AUT-TAB-CIBLE(ix-autorisation) = UTI-ID
                   AND AUT-TAB-CHOIX(ix-autorisation) = choix-examine
               SET regle-trouvee TO TRUE
               MOVE AUT-TAB-DROIT(ix-autorisation) TO droit-retenu
           END-IF.

      * Retient la regle de profil qui vise l'option
       4420-COMPARER-REGLE-PROFIL.
           IF AUT-TAB-CIBLE(ix-autorisation)(1:2) = profil-examine
                   AND AUT-TAB-CHOIX(ix-autorisation) = choix-examine
               SET regle-trouvee TO TRUE
               MOVE AUT-TAB-DROIT(ix-autorisation) TO droit-retenu
           END-IF.

      * Retire le droit si l'option est exclue du role maintenance
       4430-CONTROLER-EXCLUSION.
           IF EXC-CHOIX(ix-exclue) = choix-examine
               MOVE 'N' TO indic-droit
           END-IF.

      * Edite les totaux du controle
       5000-EDITER-TOTAUX.
           MOVE SPACES TO LIGNE-SEPARATION.
           WRITE LIGNE-SEPARATION.
           MOVE 'Decisions lues          : ' TO LIGNE-SEPARATION.
           MOVE cpt-decisions TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SEPARATION(27:5).
           MOVE 'manquements : ' TO LIGNE-SEPARATION(34:14).
           MOVE cpt-auto-decisions TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SEPARATION(48:5).
           WRITE LIGNE-SEPARATION.
           MOVE 'Modifications lues      : ' TO LIGNE-SEPARATION.
           MOVE cpt-modifications TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SEPARATION(27:5).
           MOVE 'manquements : ' TO LIGNE-SEPARATION(34:14).
           MOVE cpt-auto-modifications TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SEPARATION(48:5).
           WRITE LIGNE-SEPARATION.
           MOVE 'Utilisateurs examines   : ' TO LIGNE-SEPARATION.
           MOVE cpt-utilisateurs TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SEPARATION(27:5).
           MOVE 'cumuls      : ' TO LIGNE-SEPARATION(34:14).
           MOVE cpt-cumuls TO nombre-edite.
           MOVE nombre-edite TO LIGNE-SEPARATION(48:5).
           WRITE LIGNE-SEPARATION.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'SeparationTaches' TO JOB-NOM.
           SET JOB-FIN TO TRUE.
           MOVE CP-HLG-DATE TO JOB-DATE.
           MOVE CP-HLG-HH TO JOB-HEURE(1:2).
           MOVE CP-HLG-MN TO JOB-HEURE(3:2).
           MOVE CP-HLG-SS TO JOB-HEURE(5:2).
           COMPUTE job-secondes-fin =
               (CP-HLG-HH * 3600) + (CP-HLG-MN * 60) + CP-HLG-SS.
           IF job-secondes-fin < job-secondes-debut
               ADD 86400 TO job-secondes-fin
           END-IF.
           COMPUTE JOB-LUS = cpt-decisions + cpt-modifications
               + cpt-utilisateurs.
           COMPUTE JOB-ECRITS = cpt-auto-decisions
               + cpt-auto-modifications + cpt-cumuls.
           MOVE ZERO TO JOB-REJETS.
           COMPUTE JOB-DUREE-SEC =
               job-secondes-fin - job-secondes-debut.
           OPEN EXTEND JOBLOG-FILE.
           IF joblog-statut = '35'
               OPEN OUTPUT JOBLOG-FILE
           END-IF.
           MOVE numero-passage TO JOB-PASSAGE.
           MOVE site-exploitation TO JOB-SITE.
           WRITE JOBLOG-ENREGISTREMENT.
           CLOSE JOBLOG-FILE.
