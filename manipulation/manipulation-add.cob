
      * Mise a jour du grand livre : on lit TRANSACTIONS.DAT et on
      * applique chaque montant au solde persiste dans SOLDE.DAT.
      * Le grand livre est tenu en partie double : les lignes d'une
      * ecriture (meme numero) ne passent que si elles se soldent a
      * zero, et un mouvement simple est contrepasse sur le compte de
      * contrepartie de son type, dont le solde est tenu a part dans
      * SOLDE-CONTREPARTIES.DAT.
      * Une transaction datee (ou passee ce jour) dans une periode
      * comptable close ou verrouillee de PERIODES-COMPTABLES.DAT est
      * mise en suspens ; le mouvement passe est historise a sa date
      * comptable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTIONS-FILE ASSIGN USING nom-transactions
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transactions-statut.
           SELECT SOLDE-FILE ASSIGN TO "SOLDE.DAT"
           SELECT SOLDES-JOURS-FILE ASSIGN TO "SOLDES-JOURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS soldes-jours-statut.
           SELECT LOT-FILE ASSIGN USING nom-lot
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS lot-statut.
           SELECT LOTS-TRAITES-FILE ASSIGN TO "LOTS-TRAITES.DAT"
           SELECT CONTROLE-FILE ASSIGN TO "CONTROLE-CHAINE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS controle-statut.
           SELECT SOLDE-CTP-FILE ASSIGN TO "SOLDE-CONTREPARTIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS solde-ctp-statut.
           SELECT PERIODES-FILE ASSIGN TO "PERIODES-COMPTABLES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS periodes-statut.

      * Division et sections des variables
       DATA DIVISION.
       FD CONTROLE-FILE.
       COPY "cpcontrolechaine.cpy".

       FD SOLDE-CTP-FILE.
       COPY "cpsoldecontrepartie.cpy".

       FD PERIODES-FILE.
       COPY "cpperiode.cpy".

       WORKING-STORAGE SECTION.
       77 solde PIC S9(7)V99 VALUE ZERO.
       77 solde-statut PIC X(02).
               10 DEV-TAB-SOLDE PIC S9(7)V99.
               10 DEV-TAB-TAUX PIC 9(03)V9(06).
               10 DEV-TAB-CUMUL PIC S9(7)V99.
               10 DEV-TAB-CTP PIC X(01).

      * Partie double : compte de contrepartie du type courant, et
      * entree de la table qui le porte, pour contrepasser un
      * mouvement simple ; un compte est de contrepartie s'il est
      * celui d'un des types de la table
       77 solde-ctp-statut PIC X(02).
       77 indic-fin-soldes-ctp PIC X(01) VALUE 'N'.
           88 fin-soldes-ctp VALUE 'O'.
       77 indic-compte-ctp PIC X(01) VALUE 'N'.
           88 compte-ctp VALUE 'O'.
       77 compte-contrepartie PIC X(06) VALUE SPACES.
       77 compte-ligne PIC X(06) VALUE SPACES.
       77 rang-ligne PIC 9(02) COMP VALUE ZERO.
       77 rang-contrepartie PIC 9(02) COMP VALUE ZERO.
       77 ligne-ecriture PIC 9(03) VALUE ZERO.
       77 solde-ligne PIC S9(7)V99 VALUE ZERO.

      * Ecriture en cours : ses lignes consecutives de meme numero
      * sont mises de cote, controlees ensemble (types, devise
      * unique, somme nulle) puis appliquees ou ecartees en bloc ;
      * la transaction lue d'avance est gardee pendant ce temps
       77 numero-ecriture PIC 9(09) VALUE ZERO.
       77 nb-lignes-ecriture PIC 9(02) COMP VALUE ZERO.
       77 limite-lignes-ecriture PIC 9(02) COMP VALUE 20.
       77 nb-lignes-appliquees PIC 9(02) COMP VALUE ZERO.
       77 ix-ligne PIC 9(02) COMP VALUE ZERO.
       77 somme-ecriture PIC S9(9)V99 VALUE ZERO.
       77 credits-ecriture PIC S9(9)V99 VALUE ZERO.
       77 devise-ecriture PIC X(03) VALUE SPACES.
       77 motif-ecriture PIC X(30) VALUE SPACES.
       77 indic-ecriture-approuvee PIC X(01) VALUE 'N'.
           88 ecriture-approuvee VALUE 'O'.
       77 transaction-suivante PIC X(118) VALUE SPACES.
       01 TABLE-ECRITURE.
           05 ECRITURE-LIGNE OCCURS 20.
               10 ECR-TRANSACTION     PIC X(118).
               10 ECR-RANG            PIC 9(02) COMP.
               10 ECR-SOLDE           PIC S9(7)V99.

      * Etat des periodes comptables, la derniere ligne d'une
      * periode de PERIODES-COMPTABLES.DAT faisant foi ; une periode
      * absente est ouverte
       77 periodes-statut PIC X(02).
       77 indic-fin-periodes PIC X(01) VALUE 'N'.
           88 fin-periodes VALUE 'O'.
       77 indic-periode-trouvee PIC X(01) VALUE 'N'.
           88 periode-trouvee VALUE 'O'.
       77 nb-periodes PIC 9(03) COMP VALUE ZERO.
       77 ix-periode PIC 9(03) COMP VALUE ZERO.
       77 limite-periodes PIC 9(03) COMP VALUE 240.
       77 periode-controle PIC 9(06) VALUE ZERO.
       77 etat-periode PIC X(01) VALUE 'O'.
           88 periode-fermee VALUE 'C' 'V'.
       77 date-comptable PIC 9(08) VALUE ZERO.
       01 TABLE-PERIODES.
           05 PERIODE-TABLE OCCURS 240.
               10 PTB-PERIODE         PIC 9(06).
               10 PTB-STATUT          PIC X(01).

      * Rapprochement entre le solde et le cumul de HISTORIQUE.DAT
       77 total-historique PIC S9(7)V99 VALUE ZERO.
           05 TYPE-ENTREE OCCURS 50 TIMES INDEXED BY idx-type.
               10 TYP-TAB-CODE PIC X(04).
               10 TYP-TAB-TAUX PIC 9(02)V9(02).
               10 TYP-TAB-CONTREPARTIE PIC X(06).

      * Seuil d'approbation superviseur, charge depuis
      * SEUIL-APPROBATION.DAT au demarrage ; a zero (fichier absent),
      * verrou global et ne prend pas le sien
       77 chaine-en-cours PIC X(01) EXTERNAL.

      * Leve par PassageJournee pendant la passation de mi-journee :
      * le programme passe alors le lot coupe a l'heure de coupure,
      * mis de cote sous TRANSACTIONS.JOURNEE, au lieu du fichier
      * des saisies en cours, et n'ajoute pas de position de
      * cloture a SOLDES-JOURS.DAT
       77 cycle-journee PIC X(01) EXTERNAL.
       77 nom-transactions PIC X(30) VALUE 'TRANSACTIONS.DAT'.
       77 nom-lot PIC X(30) VALUE 'LOT-TRANSACTIONS.DAT'.

       77 job-secondes-debut PIC S9(07) COMP VALUE ZERO.
       77 job-secondes-fin PIC S9(07) COMP.
       77 controle-statut PIC X(02).
           2 LINE 11 COL 10
               'Transaction mise en suspens (devise sans cours).'.

       1 pla-periode-close.
           2 LINE 13 COL 10
               'Transaction mise en suspens (periode close).'.

       1 pla-ecriture-rejetee.
           2 LINE 12 COL 10 'Ecriture mise en suspens : '.
           2 COL 37 PIC X(30) FROM motif-ecriture.

       PROCEDURE DIVISION.

       0000-MAINLINE.
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           IF cycle-journee = 'O'
               MOVE 'TRANSACTIONS.JOURNEE' TO nom-transactions
               MOVE 'LOT-TRANSACTIONS.JOURNEE' TO nom-lot
           ELSE
               MOVE 'TRANSACTIONS.DAT' TO nom-transactions
               MOVE 'LOT-TRANSACTIONS.DAT' TO nom-lot
           END-IF.
           MOVE 'N' TO indic-fin-transac.
           MOVE 'N' TO indic-fin-soldes.
           MOVE 'N' TO indic-fin-soldes-ctp.
           MOVE 'N' TO indic-fin-taux.
           MOVE 'N' TO indic-fin-histo.
           MOVE 'N' TO indic-fin-types.
           PERFORM 1050-CHARGER-SIMULATION.
           PERFORM 1060-CHARGER-TYPES.
           PERFORM 1070-CHARGER-SEUIL-APPRO.
           PERFORM 1120-CHARGER-PERIODES.
           PERFORM 1080-CONTROLER-LOT.
           IF RETURN-CODE NOT = ZERO
               SET fin-transac TO TRUE
       1090-OUVRIR-TRANSACTIONS.
           OPEN INPUT TRANSACTIONS-FILE.
           IF transactions-statut NOT = '00'
               DISPLAY 'ERREUR : ' nom-transactions
                   ' introuvable (statut ' transactions-statut ')'
               MOVE 'Fichier introuvable' TO message-incident
               MOVE nom-transactions TO fichier-incident
               PERFORM 0080-ECRIRE-INCIDENT
               MOVE 8 TO RETURN-CODE
               SET fin-transac TO TRUE
               MOVE 'FRAI' TO TYP-TAB-CODE(4)
               MOVE 'INTE' TO TYP-TAB-CODE(5)
               MOVE 'PAIE' TO TYP-TAB-CODE(6)
               PERFORM 1064-CONTREPARTIE-DEFAUT
                   VARYING idx-type FROM 1 BY 1
                   UNTIL idx-type > nb-types
           END-IF.

      * Les codes de base sont contrepasses sur le compte de banque
       1064-CONTREPARTIE-DEFAUT.
           MOVE 'BANQUE' TO TYP-TAB-CONTREPARTIE(idx-type).

      * Lit l'identite du lot courant si elle a ete posee par le
      * programme qui a constitue le fichier, puis verifie qu'elle ne
      * figure pas deja parmi les lots traites ; un lot deja passe
                       'execution refusee'
                   MOVE 'Lot deja traite, execution refusee'
                       TO message-incident
                   MOVE nom-transactions TO fichier-incident
                   PERFORM 0080-ECRIRE-INCIDENT
                   MOVE 8 TO RETURN-CODE
               END-IF
               ELSE
                   MOVE ZERO TO TYP-TAB-TAUX(rang-type)
               END-IF
               IF TYP-CONTREPARTIE = SPACES
                       OR TYP-CONTREPARTIE = LOW-VALUES
                   MOVE 'BANQUE' TO TYP-TAB-CONTREPARTIE(rang-type)
               ELSE
                   MOVE TYP-CONTREPARTIE
                       TO TYP-TAB-CONTREPARTIE(rang-type)
               END-IF
           END-IF.
           PERFORM 1061-LIRE-TYPE.

               MOVE idx-type TO rang-type
           END-IF.

      * Charge l'etat courant des periodes comptables, la derniere
      * ligne d'une periode recouvrant la precedente ; sans fichier,
      * toutes les periodes sont ouvertes
       1120-CHARGER-PERIODES.
           MOVE ZERO TO nb-periodes.
           MOVE 'N' TO indic-fin-periodes.
           OPEN INPUT PERIODES-FILE.
           IF periodes-statut = '00'
               PERFORM 1121-LIRE-PERIODE
               PERFORM 1122-RETENIR-PERIODE UNTIL fin-periodes
               CLOSE PERIODES-FILE
           END-IF.

      * Lecture d'un enregistrement PERIODES-COMPTABLES.DAT
       1121-LIRE-PERIODE.
           READ PERIODES-FILE
               AT END SET fin-periodes TO TRUE
           END-READ.

      * Range l'etat lu dans la table, en recouvrant la ligne
      * anterieure de la periode, puis relit
       1122-RETENIR-PERIODE.
           MOVE PER-PERIODE TO periode-controle.
           PERFORM 1123-CHERCHER-PERIODE.
           IF NOT periode-trouvee
               IF nb-periodes < limite-periodes
                   ADD 1 TO nb-periodes
                   MOVE nb-periodes TO ix-periode
                   SET periode-trouvee TO TRUE
               END-IF
           END-IF.
           IF periode-trouvee
               MOVE PER-PERIODE TO PTB-PERIODE(ix-periode)
               MOVE PER-STATUT TO PTB-STATUT(ix-periode)
           END-IF.
           PERFORM 1121-LIRE-PERIODE.

      * Cherche la periode a controler dans la table en memoire
       1123-CHERCHER-PERIODE.
           MOVE 'N' TO indic-periode-trouvee.
           MOVE ZERO TO ix-periode.
           PERFORM 1124-COMPARER-PERIODE
               UNTIL periode-trouvee OR ix-periode >= nb-periodes.

      * Compare la ligne suivante de la table a la periode
       1124-COMPARER-PERIODE.
           ADD 1 TO ix-periode.
           IF PTB-PERIODE(ix-periode) = periode-controle
               SET periode-trouvee TO TRUE
           END-IF.

      * Lit le parametre de mode simulation ; reste en mode normal
      * si SIMULATION-ADD.DAT n'existe pas encore
       1050-CHARGER-SIMULATION.
               AT END SET fin-verrous TO TRUE
           END-READ.

      * Compare le verrou courant au nom du programme, au verrou
      * global de la chaine de nuit et a celui de la passation de
      * mi-journee ; l'un d'eux en place, le lancement est refuse en
      * nommant le porteur
       0062-COMPARER-VERROU.
           IF VER-PROGRAMME OF VERROUS-FILE = 'ManipulationAdd'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'TraitementNocturne'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'PassageJournee'
               SET verrou-refuse TO TRUE
               DISPLAY 'VERROU : '
                   VER-PROGRAMME OF VERROUS-FILE
               MOVE 'EUR' TO DEV-TAB-CODE(1)
               MOVE 'GEN' TO DEV-TAB-COMPTE(1)
               MOVE ZERO TO DEV-TAB-SOLDE(1)
               MOVE 'N' TO DEV-TAB-CTP(1)
           END-IF.
           OPEN INPUT SOLDE-CTP-FILE.
           IF solde-ctp-statut = '00'
               PERFORM 1104-LIRE-SOLDE-CTP
               PERFORM 1105-AJOUTER-SOLDE-CTP UNTIL fin-soldes-ctp
               CLOSE SOLDE-CTP-FILE
           END-IF.
           PERFORM 1103-INITIALISER-TAUX
               VARYING idx-devise FROM 1 BY 1
                   MOVE SLD-COMPTE TO DEV-TAB-COMPTE(nb-devises)
               END-IF
               MOVE SLD-MONTANT TO DEV-TAB-SOLDE(nb-devises)
               MOVE DEV-TAB-COMPTE(nb-devises) TO compte-courant
               PERFORM 2090-QUALIFIER-COMPTE
               MOVE indic-compte-ctp TO DEV-TAB-CTP(nb-devises)
           END-IF.
           PERFORM 1101-LIRE-UN-SOLDE.

      * Lecture d'un enregistrement SOLDE-CONTREPARTIES.DAT
       1104-LIRE-SOLDE-CTP.
           READ SOLDE-CTP-FILE
               AT END SET fin-soldes-ctp TO TRUE
           END-READ.

      * Ajoute le solde de contrepartie lu a la table des comptes +
      * devises, en le cumulant a l'entree deja presente s'il y en
      * a une, puis relit
       1105-AJOUTER-SOLDE-CTP.
           MOVE SCP-DEVISE TO devise-courante.
           MOVE SCP-COMPTE TO compte-courant.
           PERFORM 2070-TROUVER-DEVISE.
           IF rang-devise = ZERO AND nb-devises < 50
               ADD 1 TO nb-devises
               MOVE nb-devises TO rang-devise
               MOVE devise-courante TO DEV-TAB-CODE(rang-devise)
               MOVE compte-courant TO DEV-TAB-COMPTE(rang-devise)
               MOVE ZERO TO DEV-TAB-SOLDE(rang-devise)
           END-IF.
           IF rang-devise > ZERO
               ADD SCP-MONTANT TO DEV-TAB-SOLDE(rang-devise)
               MOVE 'O' TO DEV-TAB-CTP(rang-devise)
           END-IF.
           PERFORM 1104-LIRE-SOLDE-CTP.

      * Cours par defaut d'une entree de la table : 1 pour la devise
      * de base, 0 (cours inconnu) pour les autres en attendant
      * TAUX-CHANGE.DAT
               ELSE
                   MOVE DEV-TAUX TO DEV-TAB-TAUX(nb-devises)
               END-IF
               MOVE 'GEN' TO compte-courant
               PERFORM 2090-QUALIFIER-COMPTE
               MOVE indic-compte-ctp TO DEV-TAB-CTP(nb-devises)
           END-IF.
           PERFORM 1111-LIRE-TAUX.

               END-IF
           END-IF.

      * Aiguille la transaction courante : une ligne d'ecriture
      * entraine toute son ecriture, qui laisse la lecture placee
      * sur la transaction suivante ; un mouvement simple est traite
      * seul, puis relu
       2000-TRAITER-TRANSACTIONS.
           IF TRA-LIGNE IS NUMERIC AND TRA-LIGNE > ZERO
               PERFORM 2700-TRAITER-ECRITURE
           ELSE
               PERFORM 2010-TRAITER-MOUVEMENT
               PERFORM 2100-LIRE-TRANSACTION
           END-IF.

      * Applique le montant du mouvement simple courant au solde et
      * sa contrepartie au compte de contrepartie de son type ; une
      * transaction qui ferait deborder un solde est ignoree, une
      * transaction au code type inconnu ou datee dans une periode
      * close part en suspens au lieu d'etre appliquee
      * silencieusement
       2010-TRAITER-MOUVEMENT.
           ADD 1 TO cpt-transac-lues.
           PERFORM 2040-DATER-TRANSACTION.
           PERFORM 2050-VALIDER-TYPE.
           PERFORM 2080-RESOUDRE-DEVISE.
           IF NOT type-valide
               END-IF
               ADD 1 TO cpt-transac-rejetees
           ELSE
           IF periode-fermee
               DISPLAY pla-periode-close
               IF NOT mode-simulation
                   MOVE 'Periode comptable close' TO SUS-MOTIF
                   PERFORM 2400-ECRIRE-SUSPENS
               END-IF
               ADD 1 TO cpt-transac-rejetees
           ELSE
           IF seuil-actif
                   AND NOT TRA-DEJA-APPROUVEE
                   AND FUNCTION ABS(montant-base) > seuil-approbation
               END-IF
               ADD 1 TO cpt-transac-attente
           ELSE
               PERFORM 2300-APPLIQUER-MOUVEMENT
           END-IF
           END-IF
           END-IF
           END-IF.

      * Porte le mouvement simple au solde de son compte et son
      * oppose au solde du compte de contrepartie ; si l'un des deux
      * deborde, le premier est annule et le mouvement ignore
       2300-APPLIQUER-MOUVEMENT.
           MOVE 'N' TO indic-erreur-calcul.
           ADD TRA-MONTANT TO DEV-TAB-SOLDE(rang-devise)
               ON SIZE ERROR SET erreur-calcul TO TRUE
           END-ADD.
           IF NOT erreur-calcul
               PERFORM 2310-RESOUDRE-CONTREPARTIE
               IF rang-contrepartie = ZERO
                   SET erreur-calcul TO TRUE
               ELSE
                   SUBTRACT TRA-MONTANT
                       FROM DEV-TAB-SOLDE(rang-contrepartie)
                       ON SIZE ERROR SET erreur-calcul TO TRUE
                   END-SUBTRACT
               END-IF
               IF erreur-calcul
                   SUBTRACT TRA-MONTANT FROM DEV-TAB-SOLDE(rang-devise)
               END-IF
           END-IF.
           IF erreur-calcul
               DISPLAY pla-err-calcul
               ADD 1 TO cpt-transac-rejetees
           ELSE
               IF NOT mode-simulation
                   MOVE 1 TO ligne-ecriture
                   MOVE DEV-TAB-SOLDE(rang-devise) TO solde-ligne
                   PERFORM 2200-ECRIRE-HISTORIQUE
                   PERFORM 2250-ECRIRE-CONTREPARTIE
               END-IF
           END-IF.

      * Trouve, ou cree, l'entree du compte de contrepartie du type
      * dans la devise du mouvement ; l'entree du mouvement lui-meme
      * reste la courante
       2310-RESOUDRE-CONTREPARTIE.
           MOVE rang-devise TO rang-ligne.
           MOVE compte-courant TO compte-ligne.
           MOVE compte-contrepartie TO compte-courant.
           PERFORM 2070-TROUVER-DEVISE.
           IF rang-devise = ZERO AND nb-devises < 50
               PERFORM 2085-CREER-ENTREE
               MOVE DEV-TAB-TAUX(rang-ligne)
                   TO DEV-TAB-TAUX(rang-devise)
           END-IF.
           MOVE rang-devise TO rang-contrepartie.
           MOVE rang-ligne TO rang-devise.
           MOVE compte-ligne TO compte-courant.

      * Rassemble les lignes consecutives de l'ecriture courante,
      * les controle ensemble puis les applique, les detourne vers
      * l'approbation ou les met en suspens en bloc ; la lecture
      * reste placee sur la transaction qui suit l'ecriture
       2700-TRAITER-ECRITURE.
           MOVE ZERO TO nb-lignes-ecriture.
           MOVE TRA-NUMERO TO numero-ecriture.
           PERFORM 2710-RETENIR-LIGNE
               UNTIL fin-transac
                   OR nb-lignes-ecriture >= limite-lignes-ecriture
                   OR TRA-LIGNE IS NOT NUMERIC
                   OR TRA-LIGNE = ZERO
                   OR TRA-NUMERO NOT = numero-ecriture.
           MOVE TRANSACTION-ENREGISTREMENT TO transaction-suivante.
           PERFORM 2720-CONTROLER-ECRITURE.
           EVALUATE TRUE
               WHEN motif-ecriture NOT = SPACES
                   DISPLAY pla-ecriture-rejetee
                   PERFORM 2730-SUSPENDRE-LIGNE
                       VARYING ix-ligne FROM 1 BY 1
                       UNTIL ix-ligne > nb-lignes-ecriture
               WHEN seuil-actif
                       AND NOT ecriture-approuvee
                       AND credits-ecriture > seuil-approbation
                   DISPLAY pla-attente
                   PERFORM 2740-DETOURNER-LIGNE
                       VARYING ix-ligne FROM 1 BY 1
                       UNTIL ix-ligne > nb-lignes-ecriture
               WHEN OTHER
                   PERFORM 2750-APPLIQUER-ECRITURE
           END-EVALUATE.
           MOVE transaction-suivante TO TRANSACTION-ENREGISTREMENT.

      * Met de cote la ligne d'ecriture courante, puis relit
       2710-RETENIR-LIGNE.
           ADD 1 TO cpt-transac-lues.
           ADD 1 TO nb-lignes-ecriture.
           MOVE TRANSACTION-ENREGISTREMENT
               TO ECR-TRANSACTION(nb-lignes-ecriture).
           PERFORM 2100-LIRE-TRANSACTION.

      * Controle l'ecriture mise de cote : au moins deux lignes,
      * types connus, une seule devise avec un cours, et une somme
      * nulle des debits (negatifs) et des credits (positifs) ; le
      * total des credits en devise de base sert au seuil
      * d'approbation, que toutes les lignes doivent avoir passe
       2720-CONTROLER-ECRITURE.
           MOVE SPACES TO motif-ecriture.
           MOVE SPACES TO devise-ecriture.
           MOVE ZERO TO somme-ecriture.
           MOVE ZERO TO credits-ecriture.
           SET ecriture-approuvee TO TRUE.
           PERFORM 2725-CONTROLER-LIGNE
               VARYING ix-ligne FROM 1 BY 1
               UNTIL ix-ligne > nb-lignes-ecriture.
           IF motif-ecriture = SPACES
               EVALUATE TRUE
                   WHEN nb-lignes-ecriture < 2
                       MOVE 'Ecriture a une seule ligne'
                           TO motif-ecriture
                   WHEN somme-ecriture NOT = ZERO
                       MOVE 'Ecriture desequilibree'
                           TO motif-ecriture
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Controle une ligne de l'ecriture et la cumule ; le premier
      * motif de refus rencontre est retenu
       2725-CONTROLER-LIGNE.
           MOVE ECR-TRANSACTION(ix-ligne)
               TO TRANSACTION-ENREGISTREMENT.
           PERFORM 2040-DATER-TRANSACTION.
           PERFORM 2050-VALIDER-TYPE.
           PERFORM 2080-RESOUDRE-DEVISE.
           IF motif-ecriture = SPACES
               EVALUATE TRUE
                   WHEN NOT type-valide
                       MOVE 'Code type inconnu' TO motif-ecriture
                   WHEN rang-devise = ZERO
                       MOVE 'Devise sans cours' TO motif-ecriture
                   WHEN periode-fermee
                       MOVE 'Periode comptable close' TO motif-ecriture
                   WHEN ix-ligne > 1
                           AND devise-courante NOT = devise-ecriture
                       MOVE 'Ecriture en plusieurs devises'
                           TO motif-ecriture
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF ix-ligne = 1
               MOVE devise-courante TO devise-ecriture
           END-IF.
           ADD TRA-MONTANT TO somme-ecriture.
           IF montant-base > ZERO
               ADD montant-base TO credits-ecriture
           END-IF.
           IF NOT TRA-DEJA-APPROUVEE
               MOVE 'N' TO indic-ecriture-approuvee
           END-IF.

      * Met en suspens une ligne de l'ecriture refusee, avec le motif
      * de l'ecriture
       2730-SUSPENDRE-LIGNE.
           MOVE ECR-TRANSACTION(ix-ligne)
               TO TRANSACTION-ENREGISTREMENT.
           IF NOT mode-simulation
               MOVE motif-ecriture TO SUS-MOTIF
               PERFORM 2400-ECRIRE-SUSPENS
           END-IF.
           ADD 1 TO cpt-transac-rejetees.

      * Detourne une ligne de l'ecriture vers l'approbation
       2740-DETOURNER-LIGNE.
           MOVE ECR-TRANSACTION(ix-ligne)
               TO TRANSACTION-ENREGISTREMENT.
           PERFORM 2080-RESOUDRE-DEVISE.
           IF NOT mode-simulation
               PERFORM 2500-ECRIRE-ATTENTE
           END-IF.
           ADD 1 TO cpt-transac-attente.

      * Applique l'ecriture equilibree : chaque ligne est portee au
      * solde de son compte ; si l'une deborde, les lignes deja
      * portees sont annulees et toute l'ecriture est ignoree, sinon
      * chaque ligne est tracee dans l'historique
       2750-APPLIQUER-ECRITURE.
           MOVE 'N' TO indic-erreur-calcul.
           MOVE ZERO TO nb-lignes-appliquees.
           PERFORM 2755-APPLIQUER-LIGNE
               VARYING ix-ligne FROM 1 BY 1
               UNTIL ix-ligne > nb-lignes-ecriture OR erreur-calcul.
           IF erreur-calcul
               PERFORM 2760-ANNULER-LIGNE
                   VARYING ix-ligne FROM 1 BY 1
                   UNTIL ix-ligne > nb-lignes-appliquees
               DISPLAY pla-err-calcul
               ADD nb-lignes-ecriture TO cpt-transac-rejetees
           ELSE
               IF NOT mode-simulation
                   PERFORM 2770-HISTORISER-LIGNE
                       VARYING ix-ligne FROM 1 BY 1
                       UNTIL ix-ligne > nb-lignes-ecriture
               END-IF
           END-IF.

      * Porte une ligne de l'ecriture au solde de son compte et
      * retient le solde obtenu pour l'historique
       2755-APPLIQUER-LIGNE.
           MOVE ECR-TRANSACTION(ix-ligne)
               TO TRANSACTION-ENREGISTREMENT.
           PERFORM 2080-RESOUDRE-DEVISE.
           MOVE rang-devise TO ECR-RANG(ix-ligne).
           ADD TRA-MONTANT TO DEV-TAB-SOLDE(rang-devise)
               ON SIZE ERROR SET erreur-calcul TO TRUE
           END-ADD.
           IF NOT erreur-calcul
               ADD 1 TO nb-lignes-appliquees
               MOVE DEV-TAB-SOLDE(rang-devise) TO ECR-SOLDE(ix-ligne)
           END-IF.

      * Retire du solde de son compte une ligne deja portee
       2760-ANNULER-LIGNE.
           MOVE ECR-TRANSACTION(ix-ligne)
               TO TRANSACTION-ENREGISTREMENT.
           SUBTRACT TRA-MONTANT FROM DEV-TAB-SOLDE(ECR-RANG(ix-ligne)).

      * Trace une ligne de l'ecriture appliquee dans l'historique
       2770-HISTORISER-LIGNE.
           MOVE ECR-TRANSACTION(ix-ligne)
               TO TRANSACTION-ENREGISTREMENT.
           PERFORM 2040-DATER-TRANSACTION.
           PERFORM 2050-VALIDER-TYPE.
           PERFORM 2080-RESOUDRE-DEVISE.
           MOVE TRA-LIGNE TO ligne-ecriture.
           MOVE ECR-SOLDE(ix-ligne) TO solde-ligne.
           PERFORM 2200-ECRIRE-HISTORIQUE.

      * Cherche l'entree de la table portant le compte et la devise
      * demandes ; rang-devise vaut zero si elle n'y figure pas
       2070-TROUVER-DEVISE.
           PERFORM 2070-TROUVER-DEVISE.
           IF rang-devise = ZERO AND nb-devises < 50
               PERFORM 2075-TROUVER-TAUX-DEVISE
               PERFORM 2085-CREER-ENTREE
               IF devise-courante = 'EUR'
                   MOVE 1 TO DEV-TAB-TAUX(rang-devise)
               ELSE
                   MOVE taux-devise-connu
                       TO DEV-TAB-TAUX(rang-devise)
               END-IF
           END-IF.
           IF rang-devise > ZERO
               IF DEV-TAB-TAUX(rang-devise) = ZERO
               END-IF
           END-IF.

      * Ajoute a la table l'entree du compte et de la devise
      * courants, a zero, qualifiee compte de contrepartie ou non
       2085-CREER-ENTREE.
           ADD 1 TO nb-devises.
           MOVE nb-devises TO rang-devise.
           MOVE devise-courante TO DEV-TAB-CODE(rang-devise).
           MOVE compte-courant TO DEV-TAB-COMPTE(rang-devise).
           MOVE ZERO TO DEV-TAB-SOLDE(rang-devise).
           MOVE ZERO TO DEV-TAB-CUMUL(rang-devise).
           MOVE ZERO TO DEV-TAB-TAUX(rang-devise).
           PERFORM 2090-QUALIFIER-COMPTE.
           MOVE indic-compte-ctp TO DEV-TAB-CTP(rang-devise).

      * Un compte est de contrepartie s'il est celui d'un des types
      * de la table
       2090-QUALIFIER-COMPTE.
           MOVE 'N' TO indic-compte-ctp.
           PERFORM 2095-COMPARER-CONTREPARTIE
               VARYING idx-type FROM 1 BY 1
               UNTIL idx-type > nb-types OR compte-ctp.

      * Compare le compte de contrepartie de l'entree courante des
      * types au compte courant
       2095-COMPARER-CONTREPARTIE.
           IF TYP-TAB-CONTREPARTIE(idx-type) = compte-courant
               SET compte-ctp TO TRUE
           END-IF.

      * Date comptable de la transaction courante, la date du jour a
      * defaut, et etat de sa periode
       2040-DATER-TRANSACTION.
           IF TRA-DATE IS NUMERIC AND TRA-DATE > ZERO
               MOVE TRA-DATE TO date-comptable
           ELSE
               ACCEPT date-comptable FROM DATE YYYYMMDD
           END-IF.
           MOVE date-comptable(1:6) TO periode-controle.
           PERFORM 1123-CHERCHER-PERIODE.
           IF periode-trouvee
               MOVE PTB-STATUT(ix-periode) TO etat-periode
           ELSE
               MOVE 'O' TO etat-periode
           END-IF.

      * Verifie que le code type de la transaction courante figure
      * dans la table de reference
       2050-VALIDER-TYPE.
           IF TYP-TAB-CODE(idx-type) = TRA-TYPE
               SET type-valide TO TRUE
               MOVE TYP-TAB-TAUX(idx-type) TO taux-tva-courant
               MOVE TYP-TAB-CONTREPARTIE(idx-type)
                   TO compte-contrepartie
           END-IF.

      * Depose la transaction au-dessus du seuil dans la file
               MOVE ZERO TO ATT-NUMERO
           END-IF.
           MOVE TRA-TIERS TO ATT-TIERS.
           IF TRA-LIGNE IS NUMERIC
               MOVE TRA-LIGNE TO ATT-LIGNE
           ELSE
               MOVE ZERO TO ATT-LIGNE
           END-IF.
           IF TRA-DATE IS NUMERIC
               MOVE TRA-DATE TO ATT-DATE-COMPTABLE
           ELSE
               MOVE ZERO TO ATT-DATE-COMPTABLE
           END-IF.
           MOVE SPACE TO ATT-ORIGINE.
           MOVE ZERO TO ATT-NUMERO-DOUBLON.
           MOVE TRA-AUTEUR TO ATT-AUTEUR.
           WRITE ATTENTE-ENREGISTREMENT.

      * Ecrit la transaction ecartee, avec le motif deja pose, sur le
           ELSE
               MOVE ZERO TO SUS-NUMERO
           END-IF.
           IF TRA-DATE IS NUMERIC
               MOVE TRA-DATE TO SUS-DATE-COMPTABLE
           ELSE
               MOVE ZERO TO SUS-DATE-COMPTABLE
           END-IF.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE CP-HLG-DATE TO SUS-DATE-SUSPENS.
           MOVE TRA-COMPTE TO SUS-COMPTE.
           MOVE TRA-TIERS TO SUS-TIERS.
           MOVE TRA-SITE TO SUS-SITE.
           IF TRA-LIGNE IS NUMERIC
               MOVE TRA-LIGNE TO SUS-LIGNE
           ELSE
               MOVE ZERO TO SUS-LIGNE
           END-IF.
           MOVE TRA-APPROBATION TO SUS-APPROBATION.
           MOVE TRA-AUTEUR TO SUS-AUTEUR.
           MOVE SPACE TO SUS-SORT.
           MOVE SPACES TO SUS-MOTIF-SORT.
           MOVE SPACES TO SUS-UTILISATEUR.
           MOVE ZERO TO SUS-DATE-SORT.
           WRITE SUSPENS-ENREGISTREMENT.

      * Lecture d'un enregistrement TRANSACTIONS.DAT
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE TRA-MONTANT TO HIS-MONTANT.
           MOVE solde-ligne TO HIS-SOLDE.
           MOVE TRA-TYPE TO HIS-TYPE.
           MOVE devise-courante TO HIS-DEVISE.
           MOVE montant-base TO HIS-CONTRE-VALEUR.
               MOVE ZERO TO HIS-NUMERO
           END-IF.
           MOVE TRA-TIERS TO HIS-TIERS.
           MOVE ligne-ecriture TO HIS-LIGNE.
           IF DEV-TAB-CTP(rang-devise) = 'O'
               SET HIS-LIGNE-CONTREPARTIE TO TRUE
           ELSE
               MOVE SPACE TO HIS-CONTREPARTIE
           END-IF.
           MOVE date-comptable TO HIS-DATE.
           MOVE CP-HLG-HH TO HIS-HEURE(1:2).
           MOVE CP-HLG-MN TO HIS-HEURE(3:2).
           MOVE CP-HLG-SS TO HIS-HEURE(5:2).
           ADD 1 TO cpt-transac-ecrites.
           ADD TRA-MONTANT TO hash-montants.

      * Trace la contrepartie du mouvement simple qui vient d'etre
      * historise : meme numero, ligne 2, montant oppose sur le
      * compte de contrepartie, sans TVA ni tiers
       2250-ECRIRE-CONTREPARTIE.
           COMPUTE HIS-MONTANT = ZERO - TRA-MONTANT.
           MOVE DEV-TAB-SOLDE(rang-contrepartie) TO HIS-SOLDE.
           COMPUTE HIS-CONTRE-VALEUR = ZERO - montant-base.
           MOVE compte-contrepartie TO HIS-COMPTE.
           MOVE ZERO TO HIS-TVA.
           MOVE ZERO TO HIS-TAUX-TVA.
           MOVE SPACES TO HIS-TIERS.
           MOVE 2 TO HIS-LIGNE.
           IF DEV-TAB-CTP(rang-contrepartie) = 'O'
               SET HIS-LIGNE-CONTREPARTIE TO TRUE
           ELSE
               MOVE SPACE TO HIS-CONTREPARTIE
           END-IF.
           WRITE HISTORIQUE-ENREGISTREMENT.

      * Affichage du solde final et sauvegarde sur SOLDE.DAT ; si
      * TRANSACTIONS.DAT etait introuvable, rien d'autre a fermer ;
      * en mode simulation, le solde recalcule est affiche mais ni
                   CLOSE SUSPENS-FILE
                   CLOSE ATTENTE-FILE
                   PERFORM 9100-ECRIRE-SOLDE
                   IF cycle-journee NOT = 'O'
                       PERFORM 9150-ECRIRE-SOLDE-JOUR
                   END-IF
                   PERFORM 9200-RAPPROCHER-HISTORIQUE
                   PERFORM 9300-CONSOMMER-LOT
               END-IF
           CLOSE TRANSACTIONS-FILE.
           IF lot-connu
               PERFORM 9330-MARQUER-LOT-TRAITE
               CALL "CBL_DELETE_FILE" USING nom-lot
           END-IF.

      * Relecture d'un enregistrement TRANSACTIONS.DAT a consommer
               AT END SET fin-relecture TO TRUE
           END-READ.

      * Recopie la transaction relue, datee de son lot et
      * estampillee du passage, dans le fichier des transactions
      * traitees, puis relit
       9320-ARCHIVER-TRANSACTION.
           MOVE lot-date-courant TO TTR-DATE-LOT.
           MOVE lot-heure-courant TO TTR-HEURE-LOT.
           MOVE TRANSACTION-ENREGISTREMENT TO TTR-LIGNE.
           MOVE numero-passage TO TTR-PASSAGE.
           WRITE TRANSAC-TRAITEE-ENREGISTREMENT.
           PERFORM 9310-RELIRE-TRANSACTION.

           CLOSE LOTS-TRAITES-FILE.

      * Calcule la contre-valeur totale des soldes en devise de base,
      * pour l'affichage et le cliche journalier ; les comptes de
      * contrepartie, qui en sont le miroir, n'y entrent pas
       9050-CONTRE-VALEUR-TOTALE.
           MOVE ZERO TO solde.
           PERFORM 9060-CUMULER-CONTRE-VALEUR

      * Cumule la contre-valeur du solde d'une devise
       9060-CUMULER-CONTRE-VALEUR.
           IF DEV-TAB-CTP(idx-devise) NOT = 'O'
               COMPUTE solde ROUNDED = solde
                   + (DEV-TAB-SOLDE(idx-devise)
                   * DEV-TAB-TAUX(idx-devise))
           END-IF.

      * Ecrit les nouveaux soldes, un par devise, dans SOLDE.DAT pour
      * la prochaine execution, et ceux des comptes de contrepartie
      * dans SOLDE-CONTREPARTIES.DAT
       9100-ECRIRE-SOLDE.
           OPEN OUTPUT SOLDE-FILE.
           OPEN OUTPUT SOLDE-CTP-FILE.
           PERFORM 9110-ECRIRE-UN-SOLDE
               VARYING idx-devise FROM 1 BY 1
               UNTIL idx-devise > nb-devises.
           CLOSE SOLDE-FILE.
           CLOSE SOLDE-CTP-FILE.

      * Ecrit le solde d'une devise sur le fichier de son compte
       9110-ECRIRE-UN-SOLDE.
           IF DEV-TAB-CTP(idx-devise) = 'O'
               MOVE DEV-TAB-CODE(idx-devise) TO SCP-DEVISE
               MOVE DEV-TAB-SOLDE(idx-devise) TO SCP-MONTANT
               MOVE DEV-TAB-COMPTE(idx-devise) TO SCP-COMPTE
               WRITE SOLDE-CONTREPARTIE-ENREGISTREMENT
           ELSE
               MOVE DEV-TAB-CODE(idx-devise) TO SLD-DEVISE
               MOVE DEV-TAB-SOLDE(idx-devise) TO SLD-MONTANT
               MOVE DEV-TAB-COMPTE(idx-devise) TO SLD-COMPTE
               WRITE SOLDE-ENREGISTREMENT
           END-IF.

      * Ajoute la position de cloture du jour (date + contre-valeur
      * totale en devise de base) a la fin de SOLDES-JOURS.DAT, pour
