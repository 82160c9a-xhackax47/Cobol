      * Code MaintenirImmobilisations en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. MaintenirImmobilisations.

      * Transaction a la demande : entretient le registre des
      * immobilisations IMMOBILISATIONS.DAT. Un numero nul cree un
      * bien sous le numero suivant (libelle, compte d'actif du plan
      * de comptes, date et cout d'acquisition, duree d'utilisation
      * en mois, methode lineaire ou degressive, site et lieu). Un
      * bien actif connu peut etre modifie (libelle, site, lieu) ou
      * cede (date et prix de cession) ; la cession est passee en
      * comptabilite par AmortirImmobilisations a la fin du mois ou
      * elle tombe. Chaque mise a jour ajoute une ligne, la derniere
      * ligne d'un numero faisant foi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMMOBILISATIONS-FILE
               ASSIGN TO "IMMOBILISATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS immobilisations-statut.
           SELECT COMPTES-FILE ASSIGN TO "PLAN-COMPTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS comptes-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD IMMOBILISATIONS-FILE.
       COPY "cpimmobilisation.cpy".

       FD COMPTES-FILE.
       COPY "cpcompte.cpy".

       WORKING-STORAGE SECTION.
       77 immobilisations-statut PIC X(02).
       77 comptes-statut PIC X(02).
       77 numero-saisi PIC 9(06) VALUE ZERO.
       77 libelle-saisi PIC X(30).
       77 code-compte PIC X(06).
       77 site-saisi PIC X(03).
       77 lieu-saisi PIC X(20).
       77 methode-saisie PIC X(01).
       77 duree-saisie PIC 9(03) VALUE ZERO.
       77 date-texte PIC X(08).
       77 date-saisie PIC 9(08) VALUE ZERO.
       77 montant-texte PIC X(11).
       77 montant PIC S9(7)V99 VALUE ZERO.
       77 valeur-nette PIC S9(7)V99 VALUE ZERO.
       77 action-saisie PIC X(01).
       77 confirmation PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-numero-valide PIC X(01) VALUE 'N'.
           88 numero-valide VALUE 'O'.
       77 indic-compte-valide PIC X(01) VALUE 'N'.
           88 compte-valide VALUE 'O'.
       77 indic-date-valide PIC X(01) VALUE 'N'.
           88 date-valide VALUE 'O'.
       77 indic-montant-ok PIC X(01) VALUE 'N'.
           88 montant-ok VALUE 'O'.
       77 indic-duree-ok PIC X(01) VALUE 'N'.
           88 duree-ok VALUE 'O'.
       77 indic-methode-ok PIC X(01) VALUE 'N'.
           88 methode-ok VALUE 'O'.
       77 indic-a-ecrire PIC X(01) VALUE 'N'.
           88 a-ecrire VALUE 'O'.
       77 cpt-creees PIC 9(05) COMP VALUE ZERO.
       77 cpt-modifiees PIC 9(05) COMP VALUE ZERO.
       77 cpt-cedees PIC 9(05) COMP VALUE ZERO.
       77 cout-edite PIC -,---,--9.99.
       77 date-jour-aff PIC 9(08).
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.

      * Plan de comptes charge en memoire : sans fichier, le
      * controle du compte d'actif est desarme
       77 indic-fin-comptes PIC X(01) VALUE 'N'.
           88 fin-comptes VALUE 'O'.
       77 nb-comptes PIC 9(03) COMP VALUE ZERO.
       77 ix-compte PIC 9(03) COMP VALUE ZERO.
       01 TABLE-COMPTES.
           05 COMPTE-TABLE OCCURS 100.
               10 CPT-TAB-CODE        PIC X(06).

      * Etat courant du registre, la derniere ligne d'un numero
      * faisant foi ; l'image entiere de la ligne est conservee
       77 indic-fin-immobilisations PIC X(01) VALUE 'N'.
           88 fin-immobilisations VALUE 'O'.
       77 indic-immobilisation-trouvee PIC X(01) VALUE 'N'.
           88 immobilisation-trouvee VALUE 'O'.
       77 nb-immobilisations PIC 9(04) COMP VALUE ZERO.
       77 ix-immobilisation PIC 9(04) COMP VALUE ZERO.
       77 limite-immobilisations PIC 9(04) COMP VALUE 2000.
       77 dernier-numero PIC 9(06) VALUE ZERO.
       77 dernier-numero-aff PIC 9(06) VALUE ZERO.
       01 TABLE-IMMOBILISATIONS.
           05 IMMOBILISATION-TABLE OCCURS 2000.
               10 ITB-NUMERO          PIC 9(06).
               10 ITB-IMAGE           PIC X(135).

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-titre.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Registre des immobilisations'.

       1 pls-numero.
           2 LINE 4 COL 10 VALUE 'Numero du bien (0 = nouveau) : '.
           2 PIC 9(06) TO numero-saisi.

       1 pla-err-numero.
           2 LINE 4 COL 50 VALUE 'Bien inconnu.'.

       1 pla-fiche.
           2 LINE 6 COL 10 VALUE 'Libelle           : '.
           2 COL 30 PIC X(30) FROM IMM-LIBELLE.
           2 LINE 7 COL 10 VALUE 'Compte d''actif    : '.
           2 COL 30 PIC X(06) FROM IMM-COMPTE.
           2 LINE 8 COL 10 VALUE 'Acquisition       : '.
           2 COL 30 PIC 9999/99/99 FROM IMM-DATE-ACQUISITION.
           2 LINE 9 COL 10 VALUE 'Cout              : '.
           2 COL 30 PIC -,---,--9.99 FROM IMM-COUT.
           2 LINE 10 COL 10 VALUE 'Duree / methode   : '.
           2 COL 30 PIC ZZ9 FROM IMM-DUREE.
           2 COL 34 VALUE 'mois'.
           2 COL 40 PIC X(01) FROM IMM-METHODE.
           2 LINE 11 COL 10 VALUE 'Site / lieu       : '.
           2 COL 30 PIC X(03) FROM IMM-SITE.
           2 COL 35 PIC X(20) FROM IMM-LIEU.
           2 LINE 12 COL 10 VALUE 'Amorti cumule     : '.
           2 COL 30 PIC -,---,--9.99 FROM IMM-AMORTI.
           2 LINE 13 COL 10 VALUE 'Valeur nette      : '.
           2 COL 30 PIC -,---,--9.99 FROM valeur-nette.
           2 LINE 14 COL 10 VALUE 'Cession prevue le : '.
           2 COL 30 PIC 9999/99/99 FROM IMM-DATE-CESSION.
           2 COL 42 PIC -,---,--9.99 FROM IMM-PRIX-CESSION.

       1 pla-cedee.
           2 LINE 16 COL 10 VALUE
               'Bien cede : plus aucune mise a jour possible.'.

       1 pls-libelle.
           2 LINE 6 COL 10 VALUE 'Libelle : '.
           2 PIC X(30) TO libelle-saisi REQUIRED.

       1 pls-compte.
           2 LINE 7 COL 10 VALUE 'Compte d''actif : '.
           2 PIC X(06) TO code-compte REQUIRED.

       1 pla-err-compte.
           2 LINE 7 COL 50 VALUE 'Compte inconnu.'.

       1 pls-acquisition.
           2 LINE 8 COL 10 VALUE 'Date d''acquisition (AAAAMMJJ) : '.
           2 PIC X(08) TO date-texte REQUIRED.

       1 pla-err-acquisition.
           2 LINE 8 COL 55 VALUE 'Date invalide.'.

       1 pls-cout.
           2 LINE 9 COL 10 VALUE 'Cout d''acquisition (ex. 1500.00) : '.
           2 PIC X(11) TO montant-texte REQUIRED.

       1 pla-err-cout.
           2 LINE 9 COL 60 VALUE 'Montant invalide.'.

       1 pls-duree.
           2 LINE 10 COL 10 VALUE 'Duree d''utilisation (mois) : '.
           2 PIC 9(03) TO duree-saisie REQUIRED.

       1 pla-err-duree.
           2 LINE 10 COL 50 VALUE 'Duree invalide.'.

       1 pls-methode.
           2 LINE 11 COL 10 VALUE
               'Methode (L lineaire, D degressif) : '.
           2 PIC X(01) TO methode-saisie REQUIRED.

       1 pla-err-methode.
           2 LINE 11 COL 50 VALUE 'Methode invalide.'.

       1 pls-site.
           2 LINE 12 COL 10 VALUE 'Site (vide = site courant) : '.
           2 PIC X(03) TO site-saisi.

       1 pls-lieu.
           2 LINE 13 COL 10 VALUE 'Lieu : '.
           2 PIC X(20) TO lieu-saisi.

       1 pls-action.
           2 LINE 16 COL 10 VALUE
               'Action (M modifier, C ceder, vide = aucune) : '.
           2 PIC X(01) TO action-saisie.

       1 pls-nouveau-libelle.
           2 LINE 17 COL 10 VALUE
               'Nouveau libelle (vide = inchange) : '.
           2 PIC X(30) TO libelle-saisi.

       1 pls-nouveau-site.
           2 LINE 18 COL 10 VALUE 'Nouveau site (vide = inchange) : '.
           2 PIC X(03) TO site-saisi.

       1 pls-nouveau-lieu.
           2 LINE 19 COL 10 VALUE 'Nouveau lieu (vide = inchange) : '.
           2 PIC X(20) TO lieu-saisi.

       1 pls-cession.
           2 LINE 17 COL 10 VALUE 'Date de cession (AAAAMMJJ) : '.
           2 PIC X(08) TO date-texte REQUIRED.

       1 pla-err-cession.
           2 LINE 17 COL 55 VALUE 'Date invalide.'.

       1 pls-prix.
           2 LINE 18 COL 10 VALUE
               'Prix de cession (0 = mise au rebut) : '.
           2 PIC X(11) TO montant-texte REQUIRED.

       1 pla-err-prix.
           2 LINE 18 COL 62 VALUE 'Montant invalide.'.

       1 pls-confirmer.
           2 LINE 20 COL 10 VALUE 'Confirmer la mise a jour (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistree.
           2 LINE 21 COL 10 VALUE 'Registre mis a jour, bien numero '.
           2 COL 43 PIC 9(06) FROM dernier-numero-aff.

       1 pls-continuer.
           2 LINE 23 COL 10 VALUE 'Un autre bien ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 1000-CHARGER-COMPTES.
           PERFORM 1500-CHARGER-IMMOBILISATIONS.
           PERFORM 1700-AFFICHER-REGISTRE.
           PERFORM 2000-TRAITER-IMMOBILISATION
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           DISPLAY 'Biens crees : ' cpt-creees
               '  modifies : ' cpt-modifiees
               '  cedes : ' cpt-cedees.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-creees.
           MOVE ZERO TO cpt-modifiees.
           MOVE ZERO TO cpt-cedees.

      * Charge le plan de comptes pour le controle du compte d'actif
       1000-CHARGER-COMPTES.
           MOVE ZERO TO nb-comptes.
           MOVE 'N' TO indic-fin-comptes.
           OPEN INPUT COMPTES-FILE.
           IF comptes-statut = '00'
               PERFORM 1010-LIRE-COMPTE
               PERFORM 1020-AJOUTER-COMPTE UNTIL fin-comptes
               CLOSE COMPTES-FILE
           END-IF.

      * Lecture d'un enregistrement PLAN-COMPTES.DAT
       1010-LIRE-COMPTE.
           READ COMPTES-FILE
               AT END SET fin-comptes TO TRUE
           END-READ.

      * Ajoute le code compte lu a la table, puis relit
       1020-AJOUTER-COMPTE.
           IF nb-comptes < 100
               ADD 1 TO nb-comptes
               MOVE CPT-CODE TO CPT-TAB-CODE(nb-comptes)
           END-IF.
           PERFORM 1010-LIRE-COMPTE.

      * Charge l'etat courant du registre, la derniere ligne d'un
      * numero recouvrant la precedente, et releve le dernier
      * numero attribue
       1500-CHARGER-IMMOBILISATIONS.
           MOVE ZERO TO nb-immobilisations.
           MOVE ZERO TO dernier-numero.
           MOVE 'N' TO indic-fin-immobilisations.
           OPEN INPUT IMMOBILISATIONS-FILE.
           IF immobilisations-statut = '00'
               PERFORM 1510-LIRE-IMMOBILISATION
               PERFORM 1520-RETENIR-IMMOBILISATION
                   UNTIL fin-immobilisations
               CLOSE IMMOBILISATIONS-FILE
           END-IF.

      * Lecture d'un enregistrement IMMOBILISATIONS.DAT
       1510-LIRE-IMMOBILISATION.
           READ IMMOBILISATIONS-FILE
               AT END SET fin-immobilisations TO TRUE
           END-READ.

      * Range le bien lu dans la table, puis relit
       1520-RETENIR-IMMOBILISATION.
           IF IMM-NUMERO > dernier-numero
               MOVE IMM-NUMERO TO dernier-numero
           END-IF.
           PERFORM 1600-RANGER-IMMOBILISATION.
           PERFORM 1510-LIRE-IMMOBILISATION.

      * Range l'enregistrement courant dans la table, en recouvrant
      * la ligne anterieure du meme numero
       1600-RANGER-IMMOBILISATION.
           PERFORM 1620-CHERCHER-IMMOBILISATION.
           IF NOT immobilisation-trouvee
               IF nb-immobilisations < limite-immobilisations
                   ADD 1 TO nb-immobilisations
                   MOVE nb-immobilisations TO ix-immobilisation
                   SET immobilisation-trouvee TO TRUE
               END-IF
           END-IF.
           IF immobilisation-trouvee
               MOVE IMM-NUMERO TO ITB-NUMERO(ix-immobilisation)
               MOVE IMMOBILISATION-ENREGISTREMENT
                   TO ITB-IMAGE(ix-immobilisation)
           END-IF.

      * Cherche le numero de l'enregistrement courant dans la table
       1620-CHERCHER-IMMOBILISATION.
           MOVE 'N' TO indic-immobilisation-trouvee.
           MOVE ZERO TO ix-immobilisation.
           PERFORM 1610-COMPARER-IMMOBILISATION
               UNTIL immobilisation-trouvee
               OR ix-immobilisation >= nb-immobilisations.

      * Compare la ligne suivante de la table au numero courant
       1610-COMPARER-IMMOBILISATION.
           ADD 1 TO ix-immobilisation.
           IF ITB-NUMERO(ix-immobilisation) = IMM-NUMERO
               SET immobilisation-trouvee TO TRUE
           END-IF.

      * Liste le registre courant avant la saisie
       1700-AFFICHER-REGISTRE.
           IF nb-immobilisations = ZERO
               DISPLAY 'Aucune immobilisation (premiere utilisation).'
           ELSE
               DISPLAY 'Immobilisations du registre :'
               PERFORM 1710-AFFICHER-UNE-IMMOBILISATION
                   VARYING ix-immobilisation FROM 1 BY 1
                   UNTIL ix-immobilisation > nb-immobilisations
           END-IF.

      * Affiche un bien de la table
       1710-AFFICHER-UNE-IMMOBILISATION.
           MOVE ITB-IMAGE(ix-immobilisation)
               TO IMMOBILISATION-ENREGISTREMENT.
           MOVE IMM-COUT TO cout-edite.
           DISPLAY '  ' IMM-NUMERO ' ' IMM-LIBELLE ' ' IMM-COMPTE
               ' ' cout-edite ' ' IMM-SITE ' ' IMM-STATUT.

      * Recueille le numero du bien puis le cree, ou le modifie ou
      * le cede s'il est actif
       2000-TRAITER-IMMOBILISATION.
           DISPLAY pla-titre.
           MOVE SPACE TO action-saisie.
           MOVE 'N' TO indic-a-ecrire.
           MOVE 'N' TO indic-numero-valide.
           PERFORM 2100-SAISIR-NUMERO UNTIL numero-valide.
           IF numero-saisi = ZERO
               PERFORM 3000-CREER-IMMOBILISATION
           ELSE
               MOVE ITB-IMAGE(ix-immobilisation)
                   TO IMMOBILISATION-ENREGISTREMENT
               COMPUTE valeur-nette = IMM-COUT - IMM-AMORTI
               DISPLAY pla-fiche
               IF IMM-CEDEE
                   DISPLAY pla-cedee
               ELSE
                   PERFORM 4000-CHOISIR-ACTION
               END-IF
           END-IF.
           IF a-ecrire
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               IF confirmation = 'O' OR confirmation = 'o'
                   PERFORM 6000-ENREGISTRER-IMMOBILISATION
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Demande le numero du bien et le redemande tant qu'il n'est
      * ni nul ni au registre
       2100-SAISIR-NUMERO.
           MOVE ZERO TO numero-saisi.
           DISPLAY pls-numero.
           ACCEPT pls-numero.
           IF numero-saisi = ZERO
               SET numero-valide TO TRUE
           ELSE
               MOVE numero-saisi TO IMM-NUMERO
               PERFORM 1620-CHERCHER-IMMOBILISATION
               IF immobilisation-trouvee
                   SET numero-valide TO TRUE
               ELSE
                   DISPLAY pla-err-numero
               END-IF
           END-IF.

      * Recueille la fiche complete d'un nouveau bien
       3000-CREER-IMMOBILISATION.
           DISPLAY pls-libelle.
           ACCEPT pls-libelle.
           MOVE 'N' TO indic-compte-valide.
           PERFORM 3100-SAISIR-COMPTE UNTIL compte-valide.
           MOVE 'N' TO indic-date-valide.
           PERFORM 3200-SAISIR-ACQUISITION UNTIL date-valide.
           MOVE 'N' TO indic-montant-ok.
           PERFORM 3300-SAISIR-COUT UNTIL montant-ok.
           MOVE 'N' TO indic-duree-ok.
           PERFORM 3400-SAISIR-DUREE UNTIL duree-ok.
           MOVE 'N' TO indic-methode-ok.
           PERFORM 3500-SAISIR-METHODE UNTIL methode-ok.
           MOVE SPACES TO site-saisi.
           DISPLAY pls-site.
           ACCEPT pls-site.
           IF site-saisi = SPACES
               MOVE site-exploitation TO site-saisi
           END-IF.
           MOVE SPACES TO lieu-saisi.
           DISPLAY pls-lieu.
           ACCEPT pls-lieu.
           MOVE ZERO TO IMM-NUMERO.
           MOVE libelle-saisi TO IMM-LIBELLE.
           MOVE code-compte TO IMM-COMPTE.
           MOVE date-saisie TO IMM-DATE-ACQUISITION.
           MOVE montant TO IMM-COUT.
           MOVE duree-saisie TO IMM-DUREE.
           MOVE methode-saisie TO IMM-METHODE.
           MOVE site-saisi TO IMM-SITE.
           MOVE lieu-saisi TO IMM-LIEU.
           MOVE ZERO TO IMM-DATE-CESSION.
           MOVE ZERO TO IMM-PRIX-CESSION.
           MOVE ZERO TO IMM-AMORTI.
           MOVE ZERO TO IMM-DERNIERE-PERIODE.
           SET IMM-ACTIVE TO TRUE.
           SET a-ecrire TO TRUE.

      * Demande le compte d'actif et le redemande tant qu'il n'est
      * pas au plan de comptes
       3100-SAISIR-COMPTE.
           MOVE SPACES TO code-compte.
           DISPLAY pls-compte.
           ACCEPT pls-compte.
           IF nb-comptes = ZERO
               SET compte-valide TO TRUE
           ELSE
               MOVE ZERO TO ix-compte
               PERFORM 3110-COMPARER-COMPTE
                   UNTIL compte-valide OR ix-compte >= nb-comptes
               IF NOT compte-valide
                   DISPLAY pla-err-compte
               END-IF
           END-IF.

      * Compare le code compte suivant de la table au code saisi
       3110-COMPARER-COMPTE.
           ADD 1 TO ix-compte.
           IF CPT-TAB-CODE(ix-compte) = code-compte
               SET compte-valide TO TRUE
           END-IF.

      * Demande la date d'acquisition, qui ne peut etre future
       3200-SAISIR-ACQUISITION.
           MOVE SPACES TO date-texte.
           DISPLAY pls-acquisition.
           ACCEPT pls-acquisition.
           IF date-texte IS NUMERIC
               MOVE date-texte TO date-saisie
               IF FUNCTION TEST-DATE-YYYYMMDD(date-saisie) = ZERO
                       AND date-saisie <= date-jour-aff
                   SET date-valide TO TRUE
               END-IF
           END-IF.
           IF NOT date-valide
               DISPLAY pla-err-acquisition
           END-IF.

      * Demande le cout en texte et le redemande tant qu'il n'est
      * pas un nombre strictement positif
       3300-SAISIR-COUT.
           DISPLAY pls-cout.
           ACCEPT pls-cout.
           IF FUNCTION TEST-NUMVAL(montant-texte) = ZERO
               COMPUTE montant = FUNCTION NUMVAL(montant-texte)
               IF montant > ZERO
                   SET montant-ok TO TRUE
               END-IF
           END-IF.
           IF NOT montant-ok
               DISPLAY pla-err-cout
           END-IF.

      * Demande la duree d'utilisation, d'au moins un mois
       3400-SAISIR-DUREE.
           MOVE ZERO TO duree-saisie.
           DISPLAY pls-duree.
           ACCEPT pls-duree.
           IF duree-saisie > ZERO
               SET duree-ok TO TRUE
           ELSE
               DISPLAY pla-err-duree
           END-IF.

      * Demande la methode d'amortissement, lineaire ou degressive
       3500-SAISIR-METHODE.
           DISPLAY pls-methode.
           ACCEPT pls-methode.
           IF methode-saisie = 'l'
               MOVE 'L' TO methode-saisie
           END-IF.
           IF methode-saisie = 'd'
               MOVE 'D' TO methode-saisie
           END-IF.
           IF methode-saisie = 'L' OR methode-saisie = 'D'
               SET methode-ok TO TRUE
           ELSE
               DISPLAY pla-err-methode
           END-IF.

      * Propose la modification ou la cession du bien affiche
       4000-CHOISIR-ACTION.
           DISPLAY pls-action.
           ACCEPT pls-action.
           EVALUATE action-saisie
               WHEN 'M'
               WHEN 'm'
                   PERFORM 4100-MODIFIER-IMMOBILISATION
               WHEN 'C'
               WHEN 'c'
                   PERFORM 5000-CEDER-IMMOBILISATION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Recueille le libelle, le site et le lieu ; une zone laissee
      * vide conserve sa valeur
       4100-MODIFIER-IMMOBILISATION.
           MOVE SPACES TO libelle-saisi.
           DISPLAY pls-nouveau-libelle.
           ACCEPT pls-nouveau-libelle.
           IF libelle-saisi NOT = SPACES
               MOVE libelle-saisi TO IMM-LIBELLE
           END-IF.
           MOVE SPACES TO site-saisi.
           DISPLAY pls-nouveau-site.
           ACCEPT pls-nouveau-site.
           IF site-saisi NOT = SPACES
               MOVE site-saisi TO IMM-SITE
           END-IF.
           MOVE SPACES TO lieu-saisi.
           DISPLAY pls-nouveau-lieu.
           ACCEPT pls-nouveau-lieu.
           IF lieu-saisi NOT = SPACES
               MOVE lieu-saisi TO IMM-LIEU
           END-IF.
           SET a-ecrire TO TRUE.

      * Recueille la date et le prix de cession ; le bien reste
      * actif jusqu'a la passation de la cession en fin de mois
       5000-CEDER-IMMOBILISATION.
           MOVE 'N' TO indic-date-valide.
           PERFORM 5100-SAISIR-CESSION UNTIL date-valide.
           MOVE 'N' TO indic-montant-ok.
           PERFORM 5200-SAISIR-PRIX UNTIL montant-ok.
           MOVE date-saisie TO IMM-DATE-CESSION.
           MOVE montant TO IMM-PRIX-CESSION.
           SET a-ecrire TO TRUE.

      * Demande la date de cession, au plus tot a l'acquisition et
      * dans une periode non encore dotee
       5100-SAISIR-CESSION.
           MOVE SPACES TO date-texte.
           DISPLAY pls-cession.
           ACCEPT pls-cession.
           IF date-texte IS NUMERIC
               MOVE date-texte TO date-saisie
               IF FUNCTION TEST-DATE-YYYYMMDD(date-saisie) = ZERO
                       AND date-saisie >= IMM-DATE-ACQUISITION
                       AND date-saisie(1:6) > IMM-DERNIERE-PERIODE
                   SET date-valide TO TRUE
               END-IF
           END-IF.
           IF NOT date-valide
               DISPLAY pla-err-cession
           END-IF.

      * Demande le prix de cession, nul pour une mise au rebut
       5200-SAISIR-PRIX.
           DISPLAY pls-prix.
           ACCEPT pls-prix.
           IF FUNCTION TEST-NUMVAL(montant-texte) = ZERO
               COMPUTE montant = FUNCTION NUMVAL(montant-texte)
               IF montant >= ZERO
                   SET montant-ok TO TRUE
               END-IF
           END-IF.
           IF NOT montant-ok
               DISPLAY pla-err-prix
           END-IF.

      * Ajoute la fiche du bien a IMMOBILISATIONS.DAT, sous le
      * numero suivant pour une creation
       6000-ENREGISTRER-IMMOBILISATION.
           IF IMM-NUMERO = ZERO
               ADD 1 TO dernier-numero
               MOVE dernier-numero TO IMM-NUMERO
               ADD 1 TO cpt-creees
           ELSE
               IF action-saisie = 'C' OR action-saisie = 'c'
                   ADD 1 TO cpt-cedees
               ELSE
                   ADD 1 TO cpt-modifiees
               END-IF
           END-IF.
           OPEN EXTEND IMMOBILISATIONS-FILE.
           IF immobilisations-statut = '35'
               OPEN OUTPUT IMMOBILISATIONS-FILE
           END-IF.
           WRITE IMMOBILISATION-ENREGISTREMENT.
           CLOSE IMMOBILISATIONS-FILE.
           PERFORM 1600-RANGER-IMMOBILISATION.
           MOVE IMM-NUMERO TO dernier-numero-aff.
           DISPLAY pla-enregistree.
