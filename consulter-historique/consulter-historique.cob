      * Code ConsulterHistorique en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ConsulterHistorique.

      * Transaction a la demande : recherche d'un mouvement du grand
      * livre dans la copie indexee HISTORIQUE-INDEX.DAT, par numero
      * de transaction, debut de reference, tiers ou plage de
      * montant (sans signe). Le premier critere renseigne donne la
      * cle d'acces, les autres filtrent. Les mouvements trouves
      * sont listes numerotes ; chacun peut etre ouvert en detail :
      * type, TVA, devise, contre-valeur, passage, et ce qui s'y
      * rattache - decision d'approbation (DECISIONS-APPROBATION.DAT
      * par le numero), rapprochement bancaire (RAPPROCHES.DAT) et
      * lettrage de facture (LETTRAGE-PAIEMENTS.DAT) par la date,
      * l'heure et le montant du mouvement, extourne par la
      * reference que lui donne GenererExtourne. L'index est
      * reconstruit chaque nuit par IndexerHistorique.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTO-INDEX-FILE ASSIGN TO "HISTORIQUE-INDEX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-RANG
               ALTERNATE RECORD KEY IS HIX-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIX-REFERENCE WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIX-TIERS WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIX-MONTANT-ABS
                   WITH DUPLICATES
               FILE STATUS IS histo-index-statut.
           SELECT DECISIONS-FILE ASSIGN TO "DECISIONS-APPROBATION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS decisions-statut.
           SELECT RAPPROCHES-FILE ASSIGN TO "RAPPROCHES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS rapproches-statut.
           SELECT LETTRAGE-FILE ASSIGN TO "LETTRAGE-PAIEMENTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS lettrage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD HISTO-INDEX-FILE.
       COPY "cphistoindex.cpy".

       FD DECISIONS-FILE.
       COPY "cpdecisionappro.cpy".

       FD RAPPROCHES-FILE.
       01 RAPPROCHE-ENREGISTREMENT.
           05 RAP-DATE-LIVRE          PIC 9(08).
           05 FILLER                  PIC X(01).
           05 RAP-HEURE-LIVRE         PIC 9(06).
           05 FILLER                  PIC X(01).
           05 RAP-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01).
           05 RAP-DATE-BANQUE         PIC 9(08).

       FD LETTRAGE-FILE.
       01 LETTRAGE-ENREGISTREMENT.
           05 LET-DATE                PIC 9(08).
           05 FILLER                  PIC X(01).
           05 LET-HEURE               PIC 9(06).
           05 FILLER                  PIC X(01).
           05 LET-MONTANT             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01).
           05 LET-FACTURE             PIC 9(06).

       WORKING-STORAGE SECTION.
       77 histo-index-statut PIC X(02).
       77 decisions-statut PIC X(02).
       77 rapproches-statut PIC X(02).
       77 lettrage-statut PIC X(02).
       77 indic-fin-index PIC X(01) VALUE 'N'.
           88 fin-index VALUE 'O'.
       77 indic-fin-fichier PIC X(01) VALUE 'N'.
           88 fin-fichier VALUE 'O'.
       77 date-jour-aff PIC 9(08).
       77 pause PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.

      * Criteres de recherche ; le premier renseigne donne la cle
       77 numero-texte PIC X(09) VALUE SPACES.
       77 reference-recherche PIC X(30) VALUE SPACES.
       77 tiers-recherche PIC X(06) VALUE SPACES.
       77 montant-min-texte PIC X(11) VALUE SPACES.
       77 montant-max-texte PIC X(11) VALUE SPACES.
       77 numero-recherche PIC 9(09) VALUE ZERO.
       77 longueur-reference PIC 9(02) COMP VALUE ZERO.
       77 montant-min PIC 9(07)V99 VALUE ZERO.
       77 montant-max PIC 9(07)V99 VALUE 9999999.99.
       77 cle-acces PIC X(01) VALUE SPACE.
           88 acces-numero VALUE 'N'.
           88 acces-reference VALUE 'R'.
           88 acces-tiers VALUE 'T'.
           88 acces-montant VALUE 'M'.
       77 indic-retenu PIC X(01) VALUE 'N'.
           88 mouvement-retenu VALUE 'O'.

      * Mouvements trouves, retenus par leur rang dans l'index
       77 nb-trouves PIC 9(03) COMP VALUE ZERO.
       77 limite-trouves PIC 9(03) COMP VALUE 100.
       77 indic-trop PIC X(01) VALUE 'N'.
           88 trop-de-mouvements VALUE 'O'.
       01 TABLE-TROUVES.
           05 TRV-RANG                PIC 9(09) OCCURS 100.
       77 lignes-page PIC 9(02) COMP VALUE ZERO.
       77 limite-page PIC 9(02) COMP VALUE 15.
       77 rang-edite PIC ZZ9.
       77 montant-edite PIC -,---,--9.99.
       77 rang-choisi PIC 9(03) VALUE ZERO.

      * Mouvement ouvert en detail et ce qui s'y rattache
       COPY "cphistorique.cpy".
       77 montant-abs-courant PIC 9(07)V99 VALUE ZERO.
       77 cle-extourne PIC X(30) VALUE SPACES.
       77 lien-approbation PIC X(50) VALUE SPACES.
       77 lien-banque PIC X(50) VALUE SPACES.
       77 lien-lettrage PIC X(50) VALUE SPACES.
       77 lien-extourne PIC X(50) VALUE SPACES.

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pls-criteres.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Consultation de l''historique'.
           2 LINE 4 COL 10 VALUE 'Numero de transaction : '.
           2 PIC X(09) TO numero-texte.
           2 LINE 5 COL 10 VALUE 'Debut de reference    : '.
           2 PIC X(30) TO reference-recherche.
           2 LINE 6 COL 10 VALUE 'Tiers                 : '.
           2 PIC X(06) TO tiers-recherche.
           2 LINE 7 COL 10 VALUE 'Montant minimum       : '.
           2 PIC X(11) TO montant-min-texte.
           2 LINE 8 COL 10 VALUE 'Montant maximum       : '.
           2 PIC X(11) TO montant-max-texte.

       1 pla-err-criteres.
           2 LINE 10 COL 10 VALUE
               'Au moins un critere valide est exige.'.

       1 pla-sans-index.
           2 LINE 10 COL 10 VALUE
               'Index de l''historique absent : lancer '.
           2 COL 49 VALUE 'IndexerHistorique.'.

       1 pls-pause.
           2 LINE 24 COL 10 VALUE 'Entree pour la suite... '.
           2 PIC X(01) TO pause.

       1 pla-bilan.
           2 LINE 22 COL 10 VALUE 'Mouvements trouves : '.
           2 COL 31 PIC ZZ9 FROM nb-trouves.

       1 pla-trop.
           2 LINE 22 COL 36 VALUE
               '(liste limitee, affiner la recherche)'.

       1 pls-rang.
           2 LINE 23 COL 10 VALUE
               'Numero de ligne a ouvrir (0 = aucun) : '.
           2 PIC 9(03) TO rang-choisi.

       1 pla-detail.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Detail du mouvement'.
           2 LINE 4 COL 10 VALUE 'Numero        : '.
           2 COL 26 PIC 9(09) FROM HIS-NUMERO.
           2 COL 37 VALUE 'ligne '.
           2 COL 43 PIC ZZ9 FROM HIS-LIGNE.
           2 COL 48 VALUE 'passage '.
           2 COL 56 PIC ZZZZ9 FROM HIS-PASSAGE.
           2 LINE 5 COL 10 VALUE 'Passe le      : '.
           2 COL 26 PIC 9999/99/99 FROM HIS-DATE.
           2 COL 37 VALUE 'a '.
           2 COL 39 PIC 99B99B99 FROM HIS-HEURE.
           2 LINE 6 COL 10 VALUE 'Type          : '.
           2 COL 26 PIC X(04) FROM HIS-TYPE.
           2 COL 32 VALUE 'Compte : '.
           2 COL 41 PIC X(06) FROM HIS-COMPTE.
           2 COL 49 VALUE 'Tiers : '.
           2 COL 57 PIC X(06) FROM HIS-TIERS.
           2 LINE 7 COL 10 VALUE 'Montant       : '.
           2 COL 26 PIC -,---,--9.99 FROM HIS-MONTANT.
           2 COL 39 PIC X(03) FROM HIS-DEVISE.
           2 LINE 8 COL 10 VALUE 'Contre-valeur : '.
           2 COL 26 PIC -,---,--9.99 FROM HIS-CONTRE-VALEUR.
           2 COL 39 VALUE 'EUR'.
           2 LINE 9 COL 10 VALUE 'TVA           : '.
           2 COL 26 PIC -,---,--9.99 FROM HIS-TVA.
           2 COL 39 VALUE 'au taux de '.
           2 COL 50 PIC Z9.99 FROM HIS-TAUX-TVA.
           2 COL 56 VALUE '%'.
           2 LINE 10 COL 10 VALUE 'Reference     : '.
           2 COL 26 PIC X(30) FROM HIS-REFERENCE.
           2 LINE 11 COL 10 VALUE 'Solde apres   : '.
           2 COL 26 PIC -,---,--9.99 FROM HIS-SOLDE.
           2 LINE 13 COL 10 VALUE 'Approbation   : '.
           2 COL 26 PIC X(50) FROM lien-approbation.
           2 LINE 14 COL 10 VALUE 'Banque        : '.
           2 COL 26 PIC X(50) FROM lien-banque.
           2 LINE 15 COL 10 VALUE 'Lettrage      : '.
           2 COL 26 PIC X(50) FROM lien-lettrage.
           2 LINE 16 COL 10 VALUE 'Extourne      : '.
           2 COL 26 PIC X(50) FROM lien-extourne.

       1 pls-continuer.
           2 LINE 23 COL 10 VALUE 'Une autre recherche ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 1000-UNE-RECHERCHE
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           GOBACK.

      * Conduit une recherche complete, ouvre les mouvements
      * demandes, puis propose d'enchainer
       1000-UNE-RECHERCHE.
           MOVE SPACES TO numero-texte.
           MOVE SPACES TO reference-recherche.
           MOVE SPACES TO tiers-recherche.
           MOVE SPACES TO montant-min-texte.
           MOVE SPACES TO montant-max-texte.
           DISPLAY pls-criteres.
           ACCEPT pls-criteres.
           PERFORM 1100-INTERPRETER-CRITERES.
           IF cle-acces = SPACE
               DISPLAY pla-err-criteres
           ELSE
               OPEN INPUT HISTO-INDEX-FILE
               IF histo-index-statut NOT = '00'
                   DISPLAY pla-sans-index
               ELSE
                   PERFORM 2000-CHERCHER
                   DISPLAY pla-bilan
                   IF trop-de-mouvements
                       DISPLAY pla-trop
                   END-IF
                   IF nb-trouves > ZERO
                       PERFORM 3000-OUVRIR-MOUVEMENT
                           WITH TEST AFTER
                           UNTIL rang-choisi = ZERO
                   END-IF
                   CLOSE HISTO-INDEX-FILE
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Retient les criteres valides et choisit la cle d'acces : le
      * numero d'abord, puis la reference, le tiers, le montant
       1100-INTERPRETER-CRITERES.
           MOVE SPACE TO cle-acces.
           MOVE ZERO TO numero-recherche.
           MOVE ZERO TO montant-min.
           MOVE 9999999.99 TO montant-max.
           MOVE ZERO TO longueur-reference.
           INSPECT reference-recherche CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT FUNCTION TRIM(reference-recherche TRAILING)
               TALLYING longueur-reference FOR CHARACTERS.
           IF reference-recherche = SPACES
               MOVE ZERO TO longueur-reference
           END-IF.
           IF montant-min-texte NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(montant-min-texte) = ZERO
               COMPUTE montant-min =
                   FUNCTION ABS(FUNCTION NUMVAL(montant-min-texte))
               MOVE 'M' TO cle-acces
           END-IF.
           IF montant-max-texte NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(montant-max-texte) = ZERO
               COMPUTE montant-max =
                   FUNCTION ABS(FUNCTION NUMVAL(montant-max-texte))
               MOVE 'M' TO cle-acces
           END-IF.
           IF tiers-recherche NOT = SPACES
               MOVE 'T' TO cle-acces
           END-IF.
           IF longueur-reference > ZERO
               MOVE 'R' TO cle-acces
           END-IF.
           IF numero-texte NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(numero-texte) = ZERO
               COMPUTE numero-recherche =
                   FUNCTION NUMVAL(numero-texte)
               IF numero-recherche > ZERO
                   MOVE 'N' TO cle-acces
               END-IF
           END-IF.

      * Positionne l'index sur la cle retenue et liste les
      * mouvements tant qu'ils restent dans la cle
       2000-CHERCHER.
           MOVE ZERO TO nb-trouves.
           MOVE ZERO TO lignes-page.
           MOVE 'N' TO indic-trop.
           MOVE 'N' TO indic-fin-index.
           EVALUATE TRUE
               WHEN acces-numero
                   MOVE numero-recherche TO HIX-NUMERO
                   START HISTO-INDEX-FILE KEY >= HIX-NUMERO
                       INVALID KEY
                           SET fin-index TO TRUE
                   END-START
               WHEN acces-reference
                   MOVE reference-recherche TO HIX-REFERENCE
                   START HISTO-INDEX-FILE KEY >= HIX-REFERENCE
                       INVALID KEY
                           SET fin-index TO TRUE
                   END-START
               WHEN acces-tiers
                   MOVE tiers-recherche TO HIX-TIERS
                   START HISTO-INDEX-FILE KEY >= HIX-TIERS
                       INVALID KEY
                           SET fin-index TO TRUE
                   END-START
               WHEN OTHER
                   MOVE montant-min TO HIX-MONTANT-ABS
                   START HISTO-INDEX-FILE KEY >= HIX-MONTANT-ABS
                       INVALID KEY
                           SET fin-index TO TRUE
                   END-START
           END-EVALUATE.
           DISPLAY 'Mouvements trouves :'.
           IF NOT fin-index
               PERFORM 2100-LIRE-INDEX
               PERFORM 2200-EXAMINER-MOUVEMENT
                   UNTIL fin-index OR trop-de-mouvements
           END-IF.

      * Lecture suivante dans l'ordre de la cle, arretee des que la
      * cle sort de la recherche
       2100-LIRE-INDEX.
           READ HISTO-INDEX-FILE NEXT RECORD
               AT END SET fin-index TO TRUE
           END-READ.
           IF NOT fin-index
               EVALUATE TRUE
                   WHEN acces-numero
                       IF HIX-NUMERO NOT = numero-recherche
                           SET fin-index TO TRUE
                       END-IF
                   WHEN acces-reference
                       IF HIX-REFERENCE(1:longueur-reference)
                           NOT = reference-recherche
                               (1:longueur-reference)
                           SET fin-index TO TRUE
                       END-IF
                   WHEN acces-tiers
                       IF HIX-TIERS NOT = tiers-recherche
                           SET fin-index TO TRUE
                       END-IF
                   WHEN OTHER
                       IF HIX-MONTANT-ABS > montant-max
                           SET fin-index TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      * Retient et liste le mouvement s'il satisfait aussi les
      * autres criteres, puis relit
       2200-EXAMINER-MOUVEMENT.
           PERFORM 2300-FILTRER.
           IF mouvement-retenu
               IF nb-trouves >= limite-trouves
                   SET trop-de-mouvements TO TRUE
               ELSE
                   ADD 1 TO nb-trouves
                   MOVE HIX-RANG TO TRV-RANG(nb-trouves)
                   PERFORM 2400-LISTER-MOUVEMENT
               END-IF
           END-IF.
           IF NOT trop-de-mouvements
               PERFORM 2100-LIRE-INDEX
           END-IF.

      * Controle le mouvement contre chaque critere renseigne
       2300-FILTRER.
           SET mouvement-retenu TO TRUE.
           IF numero-recherche > ZERO
                   AND HIX-NUMERO NOT = numero-recherche
               MOVE 'N' TO indic-retenu
           END-IF.
           IF longueur-reference > ZERO
                   AND HIX-REFERENCE(1:longueur-reference)
                   NOT = reference-recherche(1:longueur-reference)
               MOVE 'N' TO indic-retenu
           END-IF.
           IF tiers-recherche NOT = SPACES
                   AND HIX-TIERS NOT = tiers-recherche
               MOVE 'N' TO indic-retenu
           END-IF.
           IF HIX-MONTANT-ABS < montant-min
                   OR HIX-MONTANT-ABS > montant-max
               MOVE 'N' TO indic-retenu
           END-IF.

      * Affiche la ligne du mouvement retenu, en marquant une pause
      * a chaque page pleine
       2400-LISTER-MOUVEMENT.
           MOVE HIX-HISTORIQUE TO HISTORIQUE-ENREGISTREMENT.
           MOVE nb-trouves TO rang-edite.
           MOVE HIS-MONTANT TO montant-edite.
           DISPLAY rang-edite ' ' HIS-DATE ' ' HIX-NUMERO ' '
               HIS-COMPTE ' ' HIS-TIERS ' ' montant-edite ' '
               HIS-DEVISE ' ' HIS-REFERENCE(1:20).
           ADD 1 TO lignes-page.
           IF lignes-page >= limite-page
               DISPLAY pls-pause
               ACCEPT pls-pause
               MOVE ZERO TO lignes-page
           END-IF.

      * Demande le mouvement a ouvrir et l'affiche en detail
       3000-OUVRIR-MOUVEMENT.
           MOVE ZERO TO rang-choisi.
           DISPLAY pls-rang.
           ACCEPT pls-rang.
           IF rang-choisi > ZERO AND rang-choisi <= nb-trouves
               MOVE TRV-RANG(rang-choisi) TO HIX-RANG
               READ HISTO-INDEX-FILE KEY IS HIX-RANG
                   INVALID KEY
                       MOVE ZERO TO rang-choisi
               END-READ
               IF rang-choisi > ZERO
                   MOVE HIX-HISTORIQUE TO HISTORIQUE-ENREGISTREMENT
                   MOVE HIX-MONTANT-ABS TO montant-abs-courant
                   PERFORM 4000-CHERCHER-DECISION
                   PERFORM 4100-CHERCHER-RAPPROCHEMENT
                   PERFORM 4200-CHERCHER-LETTRAGE
                   PERFORM 4300-CHERCHER-EXTOURNE
                   DISPLAY pla-detail
                   DISPLAY pls-pause
                   ACCEPT pls-pause
               END-IF
           END-IF.

      * Derniere decision d'approbation prise sur le numero
       4000-CHERCHER-DECISION.
           MOVE 'Aucune decision d''approbation' TO lien-approbation.
           IF HIS-NUMERO IS NUMERIC AND HIS-NUMERO > ZERO
               MOVE 'N' TO indic-fin-fichier
               OPEN INPUT DECISIONS-FILE
               IF decisions-statut = '00'
                   PERFORM 4010-LIRE-DECISION
                   PERFORM 4020-EXAMINER-DECISION UNTIL fin-fichier
                   CLOSE DECISIONS-FILE
               END-IF
           END-IF.

      * Lecture d'un enregistrement DECISIONS-APPROBATION.DAT
       4010-LIRE-DECISION.
           READ DECISIONS-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Retient la decision si elle porte sur le numero, puis relit
       4020-EXAMINER-DECISION.
           IF DEC-NUMERO = HIS-NUMERO
               MOVE SPACES TO lien-approbation
               IF DEC-APPROUVEE
                   STRING 'Approuvee par ' DELIMITED BY SIZE
                       DEC-SUPERVISEUR DELIMITED BY SPACE
                       ' le ' DELIMITED BY SIZE
                       DEC-DATE DELIMITED BY SIZE
                       INTO lien-approbation
               ELSE
                   STRING 'Rejetee par ' DELIMITED BY SIZE
                       DEC-SUPERVISEUR DELIMITED BY SPACE
                       ' le ' DELIMITED BY SIZE
                       DEC-DATE DELIMITED BY SIZE
                       INTO lien-approbation
               END-IF
           END-IF.
           PERFORM 4010-LIRE-DECISION.

      * Rapprochement bancaire du mouvement, reconnu a sa date, son
      * heure et son montant
       4100-CHERCHER-RAPPROCHEMENT.
           MOVE 'Non rapproche en banque' TO lien-banque.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT RAPPROCHES-FILE.
           IF rapproches-statut = '00'
               PERFORM 4110-LIRE-RAPPROCHE
               PERFORM 4120-EXAMINER-RAPPROCHE UNTIL fin-fichier
               CLOSE RAPPROCHES-FILE
           END-IF.

      * Lecture d'un enregistrement RAPPROCHES.DAT
       4110-LIRE-RAPPROCHE.
           READ RAPPROCHES-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Retient le rapprochement s'il porte sur le mouvement, puis
      * relit
       4120-EXAMINER-RAPPROCHE.
           IF RAP-DATE-LIVRE = HIS-DATE
                   AND RAP-HEURE-LIVRE = HIS-HEURE
                   AND RAP-MONTANT = HIS-MONTANT
               MOVE SPACES TO lien-banque
               STRING 'Rapproche sur le releve du ' DELIMITED BY SIZE
                   RAP-DATE-BANQUE DELIMITED BY SIZE
                   INTO lien-banque
               SET fin-fichier TO TRUE
           ELSE
               PERFORM 4110-LIRE-RAPPROCHE
           END-IF.

      * Lettrage du mouvement sur une facture, reconnu a sa date,
      * son heure et son montant
       4200-CHERCHER-LETTRAGE.
           MOVE 'Non lettre' TO lien-lettrage.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT LETTRAGE-FILE.
           IF lettrage-statut = '00'
               PERFORM 4210-LIRE-LETTRAGE
               PERFORM 4220-EXAMINER-LETTRAGE UNTIL fin-fichier
               CLOSE LETTRAGE-FILE
           END-IF.

      * Lecture d'un enregistrement LETTRAGE-PAIEMENTS.DAT
       4210-LIRE-LETTRAGE.
           READ LETTRAGE-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Retient le lettrage s'il porte sur le mouvement, puis relit
       4220-EXAMINER-LETTRAGE.
           IF LET-DATE = HIS-DATE
                   AND LET-HEURE = HIS-HEURE
                   AND LET-MONTANT = HIS-MONTANT
               MOVE SPACES TO lien-lettrage
               STRING 'Lettre sur la facture ' DELIMITED BY SIZE
                   LET-FACTURE DELIMITED BY SIZE
                   INTO lien-lettrage
               SET fin-fichier TO TRUE
           ELSE
               PERFORM 4210-LIRE-LETTRAGE
           END-IF.

      * Extourne liee : un mouvement d'extourne renvoie a sa
      * reference d'origine ; un mouvement d'origine est cherche
      * dans l'index sous la reference que GenererExtourne donne a
      * sa contre-passation, pour le meme montant
       4300-CHERCHER-EXTOURNE.
           MOVE 'Aucune' TO lien-extourne.
           IF HIS-REFERENCE(1:9) = 'EXTOURNE '
               MOVE SPACES TO lien-extourne
               STRING 'Extourne de la reference ' DELIMITED BY SIZE
                   HIS-REFERENCE(10:21) DELIMITED BY SIZE
                   INTO lien-extourne
           ELSE
               MOVE SPACES TO cle-extourne
               STRING 'EXTOURNE ' DELIMITED BY SIZE
                   HIS-REFERENCE(1:21) DELIMITED BY SIZE
                   INTO cle-extourne
               INSPECT cle-extourne CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE 'N' TO indic-fin-index
               MOVE cle-extourne TO HIX-REFERENCE
               START HISTO-INDEX-FILE KEY >= HIX-REFERENCE
                   INVALID KEY
                       SET fin-index TO TRUE
               END-START
               IF NOT fin-index
                   PERFORM 4310-LIRE-EXTOURNE
                   PERFORM 4320-EXAMINER-EXTOURNE UNTIL fin-index
               END-IF
           END-IF.

      * Lecture suivante sous la reference d'extourne
       4310-LIRE-EXTOURNE.
           READ HISTO-INDEX-FILE NEXT RECORD
               AT END SET fin-index TO TRUE
           END-READ.
           IF NOT fin-index AND HIX-REFERENCE NOT = cle-extourne
               SET fin-index TO TRUE
           END-IF.

      * Retient la contre-passation de meme montant, puis relit
       4320-EXAMINER-EXTOURNE.
           IF HIX-MONTANT-ABS = montant-abs-courant
               MOVE SPACES TO lien-extourne
               STRING 'Extourne sous le numero ' DELIMITED BY SIZE
                   HIX-NUMERO DELIMITED BY SIZE
                   INTO lien-extourne
               SET fin-index TO TRUE
           ELSE
               PERFORM 4310-LIRE-EXTOURNE
           END-IF.
