      * Code ParcourirFichiers en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ParcourirFichiers.

      * Transaction a la demande, en lecture seule : liste les
      * fichiers de donnees decrits dans le dictionnaire et affiche
      * le fichier choisi enregistrement par enregistrement, chaque
      * champ sous le nom qu'il porte dans son copybook, pour eviter
      * de lire les positions a l'editeur de texte. On avance ou
      * recule d'un enregistrement, on saute a un numero, ou l'on
      * recherche vers l'avant un enregistrement dont un champ
      * commence par une valeur donnee. Un champ dont le contenu ne
      * respecte pas son PICTURE (zone numerique non numerique,
      * signe absent) est signale en fin de ligne. Le fichier n'est
      * jamais ouvert qu'en lecture.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONNEES-FILE ASSIGN USING nom-fichier
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS donnees-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD DONNEES-FILE.
       01 LIGNE-DONNEES               PIC X(300).

       WORKING-STORAGE SECTION.
       77 donnees-statut PIC X(02).
       77 nom-fichier PIC X(30) VALUE SPACES.
       77 choix-texte PIC X(06) VALUE SPACES.
       77 ix-fichier PIC 9(02) COMP VALUE ZERO.
       77 ix-champ PIC 9(03) COMP VALUE ZERO.
       77 ix-dernier PIC 9(03) COMP VALUE ZERO.
       77 ix-recherche PIC 9(03) COMP VALUE ZERO.
       77 numero-choisi PIC 9(06) VALUE ZERO.
       77 numero-champ PIC 9(02) VALUE ZERO.
       77 num-lu PIC 9(06) VALUE ZERO.
       77 num-affiche PIC 9(06) VALUE ZERO.
       77 num-cible PIC 9(06) VALUE ZERO.
       77 position-champ PIC 9(03) COMP VALUE ZERO.
       77 longueur-champ PIC 9(03) COMP VALUE ZERO.
       77 commande PIC X(01) VALUE SPACE.
           88 commande-suivant VALUE 'S' 's'.
           88 commande-precedent VALUE 'P' 'p'.
           88 commande-numero VALUE 'N' 'n'.
           88 commande-recherche VALUE 'R' 'r'.
           88 commande-fin VALUE 'F' 'f'.
       77 valeur-cherchee PIC X(30) VALUE SPACES.
       77 longueur-cherchee PIC 9(02) COMP VALUE ZERO.
       77 valeur-champ PIC X(100) VALUE SPACES.
       77 marque-champ PIC X(30) VALUE SPACES.
       77 indic-fin-donnees PIC X(01) VALUE 'N'.
           88 fin-donnees VALUE 'O'.
       77 indic-fin-parcours PIC X(01) VALUE 'N'.
           88 fin-parcours VALUE 'O'.
       77 indic-quitter PIC X(01) VALUE 'N'.
           88 quitter VALUE 'O'.
       77 indic-trouve PIC X(01) VALUE 'N'.
           88 enreg-trouve VALUE 'O'.
       01 ENREG-AFFICHE               PIC X(300) VALUE SPACES.
       COPY "cpdictionnaire.cpy".

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           PERFORM 1000-CHOISIR-FICHIER
               WITH TEST AFTER
               UNTIL quitter.
           GOBACK.

      * Remet a zero les indicateurs de l'execution : appele
      * plusieurs fois depuis le menu sans CANCEL, le programme
      * conserve la memoire de travail de l'appel precedent
       0010-RAZ-EXECUTION.
           MOVE 'N' TO indic-quitter.
           MOVE ZERO TO ix-fichier.

      * Liste les fichiers du dictionnaire et fait choisir celui a
      * parcourir ; zero ou vide termine la transaction
       1000-CHOISIR-FICHIER.
           DISPLAY ' '.
           DISPLAY 'Fichiers de donnees consultables :'.
           PERFORM 1100-AFFICHER-FICHIER
               VARYING ix-fichier FROM 1 BY 1
               UNTIL ix-fichier > nb-fichiers-dictionnaire.
           DISPLAY 'Numero du fichier (0 = fin) : ' WITH NO ADVANCING.
           MOVE SPACES TO choix-texte.
           ACCEPT choix-texte.
           MOVE ZERO TO numero-choisi.
           IF choix-texte NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(choix-texte) = ZERO
               COMPUTE numero-choisi = FUNCTION NUMVAL(choix-texte)
           END-IF.
           EVALUATE TRUE
               WHEN numero-choisi = ZERO
                   SET quitter TO TRUE
               WHEN numero-choisi > nb-fichiers-dictionnaire
                   DISPLAY 'Numero de fichier inconnu.'
               WHEN OTHER
                   MOVE numero-choisi TO ix-fichier
                   PERFORM 2000-PARCOURIR-FICHIER
           END-EVALUATE.

      * Une ligne de la liste des fichiers
       1100-AFFICHER-FICHIER.
           MOVE ix-fichier TO numero-champ.
           DISPLAY '  ' numero-champ '. ' DIC-NOM(ix-fichier).

      * Ouvre le fichier choisi en lecture, montre son premier
      * enregistrement puis execute les commandes de l'operateur
      * jusqu'au retour a la liste
       2000-PARCOURIR-FICHIER.
           MOVE DIC-NOM(ix-fichier) TO nom-fichier.
           COMPUTE ix-dernier = DIC-PREMIER(ix-fichier)
               + DIC-NB-CHAMPS(ix-fichier) - 1.
           MOVE ZERO TO num-affiche.
           MOVE 'N' TO indic-fin-parcours.
           PERFORM 2100-OUVRIR-DONNEES.
           IF donnees-statut NOT = '00'
               DISPLAY 'Fichier ' nom-fichier ' absent ou illisible ('
                   donnees-statut ').'
           ELSE
               MOVE 1 TO num-cible
               PERFORM 3000-ALLER-A
               IF num-affiche = ZERO
                   DISPLAY 'Fichier ' nom-fichier ' vide.'
               ELSE
                   PERFORM 2400-TRAITER-COMMANDE
                       UNTIL fin-parcours
               END-IF
               CLOSE DONNEES-FILE
           END-IF.

      * Ouverture en lecture, positionnee avant le premier
      * enregistrement
       2100-OUVRIR-DONNEES.
           MOVE ZERO TO num-lu.
           MOVE 'N' TO indic-fin-donnees.
           OPEN INPUT DONNEES-FILE.
           IF donnees-statut NOT = '00'
               SET fin-donnees TO TRUE
           END-IF.

      * Lecture d'un enregistrement du fichier parcouru
       2200-LIRE-DONNEES.
           READ DONNEES-FILE
               AT END SET fin-donnees TO TRUE
               NOT AT END ADD 1 TO num-lu
           END-READ.

      * Affiche l'enregistrement courant, un champ par ligne
       2300-AFFICHER-ENREG.
           DISPLAY ' '.
           DISPLAY nom-fichier ' - enregistrement ' num-affiche.
           PERFORM 2310-AFFICHER-CHAMP
               VARYING ix-champ FROM DIC-PREMIER(ix-fichier) BY 1
               UNTIL ix-champ > ix-dernier.

      * Une ligne par champ : numero dans l'enregistrement, nom,
      * contenu brut, et la marque d'un contenu non conforme a son
      * PICTURE
       2310-AFFICHER-CHAMP.
           COMPUTE numero-champ = ix-champ - DIC-PREMIER(ix-fichier)
               + 1.
           MOVE CHP-POSITION(ix-champ) TO position-champ.
           MOVE CHP-LONGUEUR(ix-champ) TO longueur-champ.
           MOVE SPACES TO marque-champ.
           EVALUATE CHP-TYPE(ix-champ)
               WHEN '9'
                   IF ENREG-AFFICHE(position-champ:longueur-champ)
                           IS NOT NUMERIC
                       MOVE '<-- non conforme PIC 9'
                           TO marque-champ
                   END-IF
               WHEN 'S'
                   IF (ENREG-AFFICHE(position-champ:1) NOT = '+'
                           AND ENREG-AFFICHE(position-champ:1)
                           NOT = '-')
                           OR ENREG-AFFICHE(position-champ + 1:
                           longueur-champ - 1) IS NOT NUMERIC
                       MOVE '<-- non conforme PIC S9'
                           TO marque-champ
                   END-IF
           END-EVALUATE.
           DISPLAY numero-champ ' ' CHP-NOM(ix-champ) ' '
               ENREG-AFFICHE(position-champ:longueur-champ) ' '
               marque-champ.

      * Demande et execute une commande de parcours
       2400-TRAITER-COMMANDE.
           PERFORM 2300-AFFICHER-ENREG.
           DISPLAY 'S suivant, P precedent, N numero, R recherche, '
               'F liste des fichiers : ' WITH NO ADVANCING.
           MOVE SPACE TO commande.
           ACCEPT commande.
           EVALUATE TRUE
               WHEN commande-suivant
                   COMPUTE num-cible = num-affiche + 1
                   PERFORM 3000-ALLER-A
               WHEN commande-precedent
                   IF num-affiche = 1
                       DISPLAY 'Debut du fichier.'
                   ELSE
                       COMPUTE num-cible = num-affiche - 1
                       PERFORM 3000-ALLER-A
                   END-IF
               WHEN commande-numero
                   PERFORM 2500-SAISIR-NUMERO
               WHEN commande-recherche
                   PERFORM 2600-SAISIR-RECHERCHE
               WHEN commande-fin
                   SET fin-parcours TO TRUE
               WHEN OTHER
                   DISPLAY 'Commande inconnue.'
           END-EVALUATE.

      * Saut direct a un numero d'enregistrement
       2500-SAISIR-NUMERO.
           DISPLAY 'Numero d''enregistrement : ' WITH NO ADVANCING.
           MOVE SPACES TO choix-texte.
           ACCEPT choix-texte.
           MOVE ZERO TO numero-choisi.
           IF choix-texte NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(choix-texte) = ZERO
               COMPUTE numero-choisi = FUNCTION NUMVAL(choix-texte)
           END-IF.
           IF numero-choisi = ZERO
               DISPLAY 'Numero invalide.'
           ELSE
               MOVE numero-choisi TO num-cible
               PERFORM 3000-ALLER-A
           END-IF.

      * Recherche vers l'avant, a partir de l'enregistrement qui
      * suit celui affiche, du premier dont le champ designe
      * commence par la valeur saisie
       2600-SAISIR-RECHERCHE.
           DISPLAY 'Numero du champ : ' WITH NO ADVANCING.
           MOVE SPACES TO choix-texte.
           ACCEPT choix-texte.
           MOVE ZERO TO numero-choisi.
           IF choix-texte NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(choix-texte) = ZERO
               COMPUTE numero-choisi = FUNCTION NUMVAL(choix-texte)
           END-IF.
           IF numero-choisi = ZERO
                   OR numero-choisi > DIC-NB-CHAMPS(ix-fichier)
               DISPLAY 'Numero de champ invalide.'
           ELSE
               COMPUTE ix-recherche = DIC-PREMIER(ix-fichier)
                   + numero-choisi - 1
               DISPLAY 'Valeur cherchee dans ' CHP-NOM(ix-recherche)
                   ' : ' WITH NO ADVANCING
               MOVE SPACES TO valeur-cherchee
               ACCEPT valeur-cherchee
               IF valeur-cherchee = SPACES
                   DISPLAY 'Valeur vide, recherche abandonnee.'
               ELSE
                   PERFORM 3100-RECHERCHER
               END-IF
           END-IF.

      * Positionne sur l'enregistrement num-cible et le retient pour
      * l'affichage ; le fichier est relu depuis le debut quand la
      * cible est en arriere. Au-dela de la fin, l'enregistrement
      * affiche reste le meme
       3000-ALLER-A.
           IF num-cible <= num-lu OR fin-donnees
               CLOSE DONNEES-FILE
               PERFORM 2100-OUVRIR-DONNEES
           END-IF.
           PERFORM 2200-LIRE-DONNEES
               UNTIL num-lu = num-cible OR fin-donnees.
           IF fin-donnees
               IF num-affiche NOT = ZERO
                   DISPLAY 'Pas d''enregistrement ' num-cible
                       ' : le fichier en compte ' num-lu '.'
               END-IF
           ELSE
               MOVE LIGNE-DONNEES TO ENREG-AFFICHE
               MOVE num-lu TO num-affiche
           END-IF.

      * Lit vers l'avant jusqu'au premier enregistrement dont le
      * champ recherche commence par la valeur saisie
       3100-RECHERCHER.
           COMPUTE longueur-cherchee = FUNCTION LENGTH(
               FUNCTION TRIM(valeur-cherchee TRAILING)).
           MOVE CHP-POSITION(ix-recherche) TO position-champ.
           MOVE CHP-LONGUEUR(ix-recherche) TO longueur-champ.
           IF num-lu NOT = num-affiche OR fin-donnees
               MOVE num-affiche TO num-cible
               PERFORM 3000-ALLER-A
           END-IF.
           MOVE 'N' TO indic-trouve.
           PERFORM 3110-LIRE-ET-COMPARER
               UNTIL enreg-trouve OR fin-donnees.
           IF enreg-trouve
               MOVE LIGNE-DONNEES TO ENREG-AFFICHE
               MOVE num-lu TO num-affiche
           ELSE
               DISPLAY 'Valeur non trouvee apres l''enregistrement '
                   num-affiche '.'
           END-IF.

      * Lit l'enregistrement suivant et compare le champ recherche
       3110-LIRE-ET-COMPARER.
           PERFORM 2200-LIRE-DONNEES.
           IF NOT fin-donnees
               MOVE SPACES TO valeur-champ
               MOVE LIGNE-DONNEES(position-champ:longueur-champ)
                   TO valeur-champ
               IF valeur-champ(1:longueur-cherchee)
                       = valeur-cherchee(1:longueur-cherchee)
                   SET enreg-trouve TO TRUE
               END-IF
           END-IF.
