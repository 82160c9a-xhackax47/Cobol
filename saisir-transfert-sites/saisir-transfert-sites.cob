      * Code SaisirTransfertSites en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. SaisirTransfertSites.

      * Transaction a la demande : saisit un transfert de fonds du
      * site d'exploitation vers un autre site et en passe les deux
      * cotes d'un coup dans TRANSACTIONS.DAT, sous une reference
      * commune portant le numero de transfert. Le cote emission,
      * au site courant, debite le compte de liaison a recevoir et
      * credite la tresorerie ; le cote reception, au site
      * destinataire, debite la tresorerie et credite le compte de
      * liaison a payer. Les deux ecritures suivent l'approbation
      * comme toute saisie. Les deux cotes sont inscrits au
      * registre TRANSFERTS-SITES.DAT, que lisent l'echange du
      * siege et le rapprochement RapportTransfertsSites. Comptes
      * et type viennent de PARAM-TRANSFERTS.DAT. La date comptable
      * doit tomber dans une periode ouverte.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFERTS-FILE ASSIGN TO "TRANSFERTS-SITES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transferts-statut.
           SELECT PARAM-FILE ASSIGN TO "PARAM-TRANSFERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS param-statut.
           SELECT TRANSACTIONS-FILE ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transactions-statut.
           SELECT LOT-FILE ASSIGN TO "LOT-TRANSACTIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS lot-statut.
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
       FILE SECTION.
       FD TRANSFERTS-FILE.
       COPY "cptransfertsite.cpy".

       FD PARAM-FILE.
       COPY "cpparamtransfert.cpy".

       FD TRANSACTIONS-FILE.
       COPY "cptransac.cpy".

       FD LOT-FILE.
       COPY "cplottransac.cpy".

       FD NUMERO-FILE.
       COPY "cpnumerotransac.cpy".

       FD PERIODES-FILE.
       COPY "cpperiode.cpy".

       FD SESSION-FILE.
       COPY "cpsession.cpy".

       WORKING-STORAGE SECTION.
       77 transferts-statut PIC X(02).
       77 param-statut PIC X(02).
       77 transactions-statut PIC X(02).
       77 lot-statut PIC X(02).
       77 numero-statut PIC X(02).
       77 session-statut PIC X(02).
       77 utilisateur-session PIC X(08) VALUE SPACES.
       77 numero-transaction PIC 9(09) VALUE ZERO.
       77 numero-emission PIC 9(09) VALUE ZERO.
       77 numero-reception PIC 9(09) VALUE ZERO.
       77 site-destination PIC X(03).
       77 montant-texte PIC X(11).
       77 montant PIC S9(7)V99 VALUE ZERO.
       77 libelle-saisi PIC X(30).
       77 reference-transfert PIC X(30).
       77 confirmation PIC X(01).
       77 reponse-continuer PIC X(01) VALUE 'N'.
           88 continuer-oui VALUE 'O' 'o'.
       77 indic-site-ok PIC X(01) VALUE 'N'.
           88 site-ok VALUE 'O'.
       77 indic-montant-ok PIC X(01) VALUE 'N'.
           88 montant-ok VALUE 'O'.
       77 cpt-transferts PIC 9(05) COMP VALUE ZERO.
       77 date-jour-aff PIC 9(08).
       77 rang-ligne PIC 9(03) VALUE ZERO.

      * Parametres des transferts, valeurs par defaut sans fichier
       77 type-ecriture PIC X(04) VALUE 'TRSI'.
       77 compte-a-recevoir PIC X(06) VALUE 'LIAREC'.
       77 compte-a-payer PIC X(06) VALUE 'LIAPAY'.
       77 compte-tresorerie PIC X(06) VALUE 'BANQUE'.

      * Dernier numero de transfert attribue au registre
       77 indic-fin-transferts PIC X(01) VALUE 'N'.
           88 fin-transferts VALUE 'O'.
       77 dernier-transfert PIC 9(06) VALUE ZERO.
       77 dernier-transfert-aff PIC 9(06) VALUE ZERO.

      * Date comptable du transfert et etat de sa periode, la
      * derniere ligne de la periode dans PERIODES-COMPTABLES.DAT
      * faisant foi
       77 date-comptable-texte PIC X(08).
       77 date-saisie PIC 9(08) VALUE ZERO.
       77 indic-date-valide PIC X(01) VALUE 'N'.
           88 date-valide VALUE 'O'.
       77 periodes-statut PIC X(02).
       77 indic-fin-periodes PIC X(01) VALUE 'N'.
           88 fin-periodes VALUE 'O'.
       77 periode-controle PIC 9(06) VALUE ZERO.
       77 etat-periode PIC X(01) VALUE 'O'.
           88 periode-fermee VALUE 'C' 'V'.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
       COPY "cphorlog.cpy".

      * Section d'affichage
       SCREEN SECTION.

      * pla = Plage d'affichage & pls = Plage de saisie
       1 pla-titre.
           2 BLANK SCREEN.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 2 COL 10 VALUE 'Transfert entre sites depuis '.
           2 COL 39 PIC X(03) FROM site-exploitation.

       1 pls-date-comptable.
           2 LINE 4 COL 10 VALUE
               'Date comptable (AAAAMMJJ, vide = jour) : '.
           2 PIC X(08) TO date-comptable-texte.

       1 pla-err-date.
           2 LINE 4 COL 62 VALUE 'Date invalide.'.

       1 pla-periode-close.
           2 LINE 5 COL 10 VALUE
               'Periode comptable close : saisie refusee.'.

       1 pls-site.
           2 LINE 6 COL 10 VALUE 'Site destinataire : '.
           2 PIC X(03) TO site-destination REQUIRED.

       1 pla-err-site.
           2 LINE 6 COL 45 VALUE 'Site invalide.'.

       1 pls-montant.
           2 LINE 7 COL 10 VALUE 'Montant (ex. 1500.00) : '.
           2 PIC X(11) TO montant-texte REQUIRED.

       1 pla-err-montant.
           2 LINE 7 COL 50 VALUE 'Montant invalide.'.

       1 pls-libelle.
           2 LINE 8 COL 10 VALUE 'Libelle : '.
           2 PIC X(30) TO libelle-saisi.

       1 pls-confirmer.
           2 LINE 10 COL 10 VALUE 'Confirmer ce transfert (O/N) ? '.
           2 PIC X(01) TO confirmation REQUIRED.

       1 pla-enregistre.
           2 LINE 11 COL 10 VALUE 'Transfert passe, numero '.
           2 COL 34 PIC 9(06) FROM dernier-transfert-aff.

       1 pls-continuer.
           2 LINE 13 COL 10 VALUE 'Un autre transfert ? (O/N) : '.
           2 PIC X(01) TO reponse-continuer REQUIRED.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0100-LIRE-AUTEUR-SESSION.
           PERFORM 1000-CHARGER-PARAMETRES.
           PERFORM 1500-RELEVER-DERNIER-TRANSFERT.
           PERFORM 2000-SAISIR-TRANSFERT
               WITH TEST AFTER
               UNTIL NOT continuer-oui.
           DISPLAY 'Transferts passes : ' cpt-transferts.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE 'N' TO reponse-continuer.
           MOVE ZERO TO cpt-transferts.
           MOVE SPACES TO utilisateur-session.

      * Reprend l'utilisateur signe au menu, auteur des transferts
       0100-LIRE-AUTEUR-SESSION.
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

      * Charge les comptes et le type d'ecriture ; une zone vide
      * conserve la valeur par defaut
       1000-CHARGER-PARAMETRES.
           OPEN INPUT PARAM-FILE.
           IF param-statut = '00'
               READ PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1010-RETENIR-PARAMETRES
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * Retient les zones renseignees de la ligne de parametres
       1010-RETENIR-PARAMETRES.
           IF PTS-TYPE NOT = SPACES
               MOVE PTS-TYPE TO type-ecriture
           END-IF.
           IF PTS-COMPTE-A-RECEVOIR NOT = SPACES
               MOVE PTS-COMPTE-A-RECEVOIR TO compte-a-recevoir
           END-IF.
           IF PTS-COMPTE-A-PAYER NOT = SPACES
               MOVE PTS-COMPTE-A-PAYER TO compte-a-payer
           END-IF.
           IF PTS-COMPTE-TRESORERIE NOT = SPACES
               MOVE PTS-COMPTE-TRESORERIE TO compte-tresorerie
           END-IF.

      * Releve le dernier numero de transfert du registre
       1500-RELEVER-DERNIER-TRANSFERT.
           MOVE ZERO TO dernier-transfert.
           MOVE 'N' TO indic-fin-transferts.
           OPEN INPUT TRANSFERTS-FILE.
           IF transferts-statut = '00'
               PERFORM 1510-LIRE-TRANSFERT
               PERFORM 1520-RETENIR-NUMERO UNTIL fin-transferts
               CLOSE TRANSFERTS-FILE
           END-IF.

      * Lecture d'un enregistrement TRANSFERTS-SITES.DAT
       1510-LIRE-TRANSFERT.
           READ TRANSFERTS-FILE
               AT END SET fin-transferts TO TRUE
           END-READ.

      * Retient le plus grand numero lu, puis relit
       1520-RETENIR-NUMERO.
           IF TSI-NUMERO > dernier-transfert
               MOVE TSI-NUMERO TO dernier-transfert
           END-IF.
           PERFORM 1510-LIRE-TRANSFERT.

      * Saisit un transfert complet, le fait confirmer puis en passe
      * les deux cotes
       2000-SAISIR-TRANSFERT.
           DISPLAY pla-titre.
           MOVE 'N' TO indic-date-valide.
           PERFORM 2050-SAISIR-DATE UNTIL date-valide.
           MOVE date-saisie(1:6) TO periode-controle.
           PERFORM 8700-ETAT-PERIODE.
           IF periode-fermee
               DISPLAY pla-periode-close
           ELSE
               MOVE 'N' TO indic-site-ok
               PERFORM 2100-SAISIR-SITE UNTIL site-ok
               MOVE 'N' TO indic-montant-ok
               PERFORM 2200-SAISIR-MONTANT UNTIL montant-ok
               MOVE SPACES TO libelle-saisi
               DISPLAY pls-libelle
               ACCEPT pls-libelle
               DISPLAY pls-confirmer
               ACCEPT pls-confirmer
               IF confirmation = 'O' OR confirmation = 'o'
                   PERFORM 3000-PASSER-TRANSFERT
               END-IF
           END-IF.
           DISPLAY pls-continuer.
           ACCEPT pls-continuer.

      * Demande la date comptable, vide valant la date du jour, et
      * la redemande tant qu'elle n'est pas une date valide
       2050-SAISIR-DATE.
           MOVE SPACES TO date-comptable-texte.
           DISPLAY pls-date-comptable.
           ACCEPT pls-date-comptable.
           IF date-comptable-texte = SPACES
               MOVE date-jour-aff TO date-saisie
               SET date-valide TO TRUE
           ELSE
               IF date-comptable-texte IS NUMERIC
                   MOVE date-comptable-texte TO date-saisie
                   IF FUNCTION TEST-DATE-YYYYMMDD(date-saisie) = ZERO
                       SET date-valide TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT date-valide
               DISPLAY pla-err-date
           END-IF.

      * Demande le site destinataire, qui doit differer du site
      * d'exploitation
       2100-SAISIR-SITE.
           MOVE SPACES TO site-destination.
           DISPLAY pls-site.
           ACCEPT pls-site.
           IF site-destination NOT = SPACES
                   AND site-destination NOT = site-exploitation
               SET site-ok TO TRUE
           ELSE
               DISPLAY pla-err-site
           END-IF.

      * Demande le montant en texte et le redemande tant qu'il n'est
      * pas un nombre strictement positif
       2200-SAISIR-MONTANT.
           DISPLAY pls-montant.
           ACCEPT pls-montant.
           IF FUNCTION TEST-NUMVAL(montant-texte) = ZERO
               COMPUTE montant = FUNCTION NUMVAL(montant-texte)
               IF montant > ZERO
                   SET montant-ok TO TRUE
               END-IF
           END-IF.
           IF NOT montant-ok
               DISPLAY pla-err-montant
           END-IF.

      * Passe les deux ecritures du transfert sous la reference
      * commune, puis inscrit les deux cotes au registre
       3000-PASSER-TRANSFERT.
           ADD 1 TO dernier-transfert.
           MOVE SPACES TO reference-transfert.
           STRING 'Transfert ' DELIMITED BY SIZE
               dernier-transfert DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               site-exploitation DELIMITED BY SIZE
               '>' DELIMITED BY SIZE
               site-destination DELIMITED BY SIZE
               INTO reference-transfert.
           OPEN EXTEND TRANSACTIONS-FILE.
           IF transactions-statut = '35'
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE numero-transaction TO numero-emission.
           MOVE site-exploitation TO TRA-SITE.
           MOVE ZERO TO rang-ligne.
           COMPUTE TRA-MONTANT = ZERO - montant.
           MOVE compte-a-recevoir TO TRA-COMPTE.
           PERFORM 3100-ECRIRE-LIGNE.
           MOVE montant TO TRA-MONTANT.
           MOVE compte-tresorerie TO TRA-COMPTE.
           PERFORM 3100-ECRIRE-LIGNE.
           PERFORM 8800-ALLOUER-NUMERO.
           MOVE numero-transaction TO numero-reception.
           MOVE site-destination TO TRA-SITE.
           MOVE ZERO TO rang-ligne.
           COMPUTE TRA-MONTANT = ZERO - montant.
           MOVE compte-tresorerie TO TRA-COMPTE.
           PERFORM 3100-ECRIRE-LIGNE.
           MOVE montant TO TRA-MONTANT.
           MOVE compte-a-payer TO TRA-COMPTE.
           PERFORM 3100-ECRIRE-LIGNE.
           CLOSE TRANSACTIONS-FILE.
           PERFORM 8900-MARQUER-LOT.
           PERFORM 3200-INSCRIRE-REGISTRE.
           ADD 1 TO cpt-transferts.
           MOVE dernier-transfert TO dernier-transfert-aff.
           DISPLAY pla-enregistre.

      * Ecrit la ligne suivante de l'ecriture courante, au numero et
      * au site du cote en cours, en attente d'approbation
       3100-ECRIRE-LIGNE.
           ADD 1 TO rang-ligne.
           MOVE type-ecriture TO TRA-TYPE.
           MOVE 'EUR' TO TRA-DEVISE.
           MOVE reference-transfert TO TRA-REFERENCE.
           MOVE SPACE TO TRA-APPROBATION.
           MOVE numero-transaction TO TRA-NUMERO.
           MOVE SPACES TO TRA-TIERS.
           MOVE rang-ligne TO TRA-LIGNE.
           MOVE date-saisie TO TRA-DATE.
           MOVE utilisateur-session TO TRA-AUTEUR.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-DATE TO TRA-DATE-SAISIE.
           MOVE CP-HLG-HEURE(1:6) TO TRA-HEURE-SAISIE.
           WRITE TRANSACTION-ENREGISTREMENT.

      * Inscrit le cote emission puis le cote reception au registre
       3200-INSCRIRE-REGISTRE.
           OPEN EXTEND TRANSFERTS-FILE.
           IF transferts-statut = '35'
               OPEN OUTPUT TRANSFERTS-FILE
           END-IF.
           MOVE dernier-transfert TO TSI-NUMERO.
           MOVE date-saisie TO TSI-DATE.
           MOVE montant TO TSI-MONTANT.
           MOVE libelle-saisi TO TSI-LIBELLE.
           MOVE date-jour-aff TO TSI-SAISIE.
           MOVE utilisateur-session TO TSI-AUTEUR.
           SET TSI-EMISSION TO TRUE.
           MOVE site-exploitation TO TSI-SITE.
           MOVE site-destination TO TSI-SITE-PARTENAIRE.
           MOVE numero-emission TO TSI-NUMERO-TRA.
           WRITE TRANSFERT-SITE-ENREGISTREMENT.
           SET TSI-RECEPTION TO TRUE.
           MOVE site-destination TO TSI-SITE.
           MOVE site-exploitation TO TSI-SITE-PARTENAIRE.
           MOVE numero-reception TO TSI-NUMERO-TRA.
           WRITE TRANSFERT-SITE-ENREGISTREMENT.
           CLOSE TRANSFERTS-FILE.

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

      * Alloue le numero de transaction unique suivant, qui suivra
      * le mouvement sur tout ce qu'il produit en aval
       8800-ALLOUER-NUMERO.
           MOVE ZERO TO numero-transaction.
           OPEN INPUT NUMERO-FILE.
           IF numero-statut = '00'
               READ NUMERO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE NTR-NUMERO TO numero-transaction
               END-READ
               CLOSE NUMERO-FILE
           END-IF.
           ADD 1 TO numero-transaction.
           MOVE numero-transaction TO NTR-NUMERO.
           OPEN OUTPUT NUMERO-FILE.
           WRITE NUMERO-TRANSAC-ENREGISTREMENT.
           CLOSE NUMERO-FILE.

      * Pose l'identite du lot courant (horodatage de sa creation)
      * si elle n'existe pas encore, pour le controle de
      * retraitement de ManipulationAdd
       8900-MARQUER-LOT.
           OPEN INPUT LOT-FILE.
           IF lot-statut = '00'
               CLOSE LOT-FILE
           ELSE
               ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD
               ACCEPT CP-HLG-HEURE FROM TIME
               MOVE CP-HLG-DATE TO LOT-DATE
               MOVE CP-HLG-HH TO LOT-HEURE(1:2)
               MOVE CP-HLG-MN TO LOT-HEURE(3:2)
               MOVE CP-HLG-SS TO LOT-HEURE(5:2)
               OPEN OUTPUT LOT-FILE
               WRITE LOT-TRANSAC-ENREGISTREMENT
               CLOSE LOT-FILE
           END-IF.
