      * Code ConvertirJournal en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ConvertirJournal.

      * Traitement par lots de reprise : convertit en ecritures en
      * partie double les mouvements de HISTORIQUE.DAT passes avant
      * la tenue du journal en ecritures (sans rang de ligne). Chaque
      * ancien mouvement devient la ligne 1 d'une ecriture, suivie
      * d'une ligne 2 de sens inverse sur le compte de contrepartie
      * de son code type (BANQUE par defaut), comme ManipulationAdd
      * le fait aujourd'hui pour un mouvement simple. Les soldes des
      * comptes de contrepartie sont repris dans
      * SOLDE-CONTREPARTIES.DAT ; SOLDE.DAT n'est pas touche, les
      * comptes de nature y portant deja ces mouvements.
      * Une seconde execution ne trouve plus rien a convertir et
      * laisse les fichiers en l'etat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIQUE-FILE ASSIGN TO "HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS historique-statut.
           SELECT HISTORIQUE-NOUVEAU-FILE
               ASSIGN TO "HISTORIQUE.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TYPES-FILE ASSIGN TO "TYPES-TRANSACTION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS types-statut.
           SELECT SOLDE-CTP-FILE ASSIGN TO "SOLDE-CONTREPARTIES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS solde-ctp-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Meme structure d'enregistrement pour les deux fichiers
      * d'historique ; les references sont qualifiees par OF pour
      * lever l'ambiguite
       FD HISTORIQUE-FILE.
       COPY "cphistorique.cpy".

       FD HISTORIQUE-NOUVEAU-FILE.
       COPY "cphistorique.cpy".

       FD TYPES-FILE.
       COPY "cptypetransac.cpy".

       FD SOLDE-CTP-FILE.
       COPY "cpsoldecontrepartie.cpy".

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 historique-statut PIC X(02).
       77 types-statut PIC X(02).
       77 solde-ctp-statut PIC X(02).
       77 indic-fin-histo PIC X(01) VALUE 'N'.
           88 fin-histo VALUE 'O'.
       77 indic-fin-types PIC X(01) VALUE 'N'.
           88 fin-types VALUE 'O'.
       77 indic-fin-soldes-ctp PIC X(01) VALUE 'N'.
           88 fin-soldes-ctp VALUE 'O'.
       77 cpt-lus PIC 9(07) COMP VALUE ZERO.
       77 cpt-convertis PIC 9(07) COMP VALUE ZERO.

      * Table des codes types et de leur compte de contrepartie ;
      * sans TYPES-TRANSACTION.DAT, ou pour un code inconnu, la
      * contrepartie est le compte de banque BANQUE
       77 nb-types PIC 9(02) COMP VALUE ZERO.
       77 rang-type PIC 9(02) COMP VALUE ZERO.
       77 indic-type-deja PIC X(01) VALUE 'N'.
           88 type-deja VALUE 'O'.
       01 TABLE-TYPES.
           05 TYPE-ENTREE OCCURS 50 TIMES INDEXED BY idx-type.
               10 TYP-TAB-CODE PIC X(04).
               10 TYP-TAB-CONTREPARTIE PIC X(06).

      * Soldes des comptes de contrepartie par compte et par devise,
      * repris de SOLDE-CONTREPARTIES.DAT et augmentes des lignes de
      * contrepartie creees par la conversion
       77 nb-devises PIC 9(02) COMP VALUE ZERO.
       77 rang-devise PIC 9(02) COMP VALUE ZERO.
       77 devise-courante PIC X(03).
       77 compte-courant PIC X(06).
       77 compte-contrepartie PIC X(06).
       77 indic-devise-connue PIC X(01) VALUE 'N'.
           88 devise-connue VALUE 'O'.
       77 indic-compte-ctp PIC X(01) VALUE 'N'.
           88 compte-ctp VALUE 'O'.
       01 TABLE-DEVISES.
           05 DEVISE-ENTREE OCCURS 50 TIMES INDEXED BY idx-devise.
               10 DEV-TAB-CODE PIC X(03).
               10 DEV-TAB-COMPTE PIC X(06).
               10 DEV-TAB-SOLDE PIC S9(7)V99.
               10 DEV-TAB-CONVERTI PIC S9(7)V99.
       77 contre-valeur-ligne PIC S9(7)V99 VALUE ZERO.
       77 numero-ligne PIC 9(09) VALUE ZERO.

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
           PERFORM 0010-RAZ-EXECUTION.
           PERFORM 1000-INITIALISER.
           PERFORM 2000-CONVERTIR-MOUVEMENT UNTIL fin-histo.
           PERFORM 9000-FINALISER.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO indic-fin-histo.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-convertis.
           MOVE ZERO TO nb-types.
           MOVE ZERO TO nb-devises.

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
           MOVE 'ConvertirJournal' TO JOB-NOM.
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

      * Charge les types et les soldes de contrepartie, puis ouvre
      * les fichiers ; sans HISTORIQUE.DAT, rien a convertir
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           PERFORM 1100-CHARGER-TYPES.
           PERFORM 1200-CHARGER-SOLDES-CTP.
           OPEN INPUT HISTORIQUE-FILE.
           IF historique-statut NOT = '00'
               DISPLAY 'HISTORIQUE.DAT absent : rien a convertir'
               SET fin-histo TO TRUE
           ELSE
               OPEN OUTPUT HISTORIQUE-NOUVEAU-FILE
               PERFORM 2100-LIRE-MOUVEMENT
           END-IF.

      * Charge en memoire la table des codes types et de leur compte
      * de contrepartie
       1100-CHARGER-TYPES.
           MOVE 'N' TO indic-fin-types.
           INITIALIZE TABLE-TYPES.
           OPEN INPUT TYPES-FILE.
           IF types-statut = '00'
               PERFORM 1110-LIRE-TYPE
               PERFORM 1120-AJOUTER-TYPE UNTIL fin-types
               CLOSE TYPES-FILE
           END-IF.

      * Lecture d'un enregistrement TYPES-TRANSACTION.DAT
       1110-LIRE-TYPE.
           READ TYPES-FILE
               AT END SET fin-types TO TRUE
           END-READ.

      * Ajoute le code lu a la table, puis relit ; la derniere ligne
      * d'un meme code fait foi
       1120-AJOUTER-TYPE.
           MOVE ZERO TO rang-type.
           MOVE 'N' TO indic-type-deja.
           PERFORM 1130-CHERCHER-TYPE
               VARYING idx-type FROM 1 BY 1
               UNTIL idx-type > nb-types OR type-deja.
           IF NOT type-deja AND nb-types < 50
               ADD 1 TO nb-types
               MOVE nb-types TO rang-type
               MOVE TYP-CODE TO TYP-TAB-CODE(rang-type)
           END-IF.
           IF rang-type > ZERO
               IF TYP-CONTREPARTIE = SPACES
                       OR TYP-CONTREPARTIE = LOW-VALUES
                   MOVE 'BANQUE' TO TYP-TAB-CONTREPARTIE(rang-type)
               ELSE
                   MOVE TYP-CONTREPARTIE
                       TO TYP-TAB-CONTREPARTIE(rang-type)
               END-IF
           END-IF.
           PERFORM 1110-LIRE-TYPE.

      * Cherche le code lu parmi les entrees deja en table
       1130-CHERCHER-TYPE.
           IF TYP-TAB-CODE(idx-type) = TYP-CODE
               SET type-deja TO TRUE
               MOVE idx-type TO rang-type
           END-IF.

      * Charge les soldes des comptes de contrepartie deja tenus
       1200-CHARGER-SOLDES-CTP.
           MOVE 'N' TO indic-fin-soldes-ctp.
           OPEN INPUT SOLDE-CTP-FILE.
           IF solde-ctp-statut = '00'
               PERFORM 1210-LIRE-SOLDE-CTP
               PERFORM 1220-AJOUTER-SOLDE-CTP UNTIL fin-soldes-ctp
               CLOSE SOLDE-CTP-FILE
           END-IF.

      * Lecture d'un enregistrement SOLDE-CONTREPARTIES.DAT
       1210-LIRE-SOLDE-CTP.
           READ SOLDE-CTP-FILE
               AT END SET fin-soldes-ctp TO TRUE
           END-READ.

      * Cumule le solde lu dans la table des comptes + devises, puis
      * relit
       1220-AJOUTER-SOLDE-CTP.
           MOVE SCP-DEVISE TO devise-courante.
           MOVE SCP-COMPTE TO compte-courant.
           PERFORM 2400-TROUVER-DEVISE.
           IF rang-devise > ZERO
               ADD SCP-MONTANT TO DEV-TAB-SOLDE(rang-devise)
           END-IF.
           PERFORM 1210-LIRE-SOLDE-CTP.

      * Recopie le mouvement courant ; un mouvement de l'ancien
      * format (sans rang de ligne) est converti en ecriture de deux
      * lignes
       2000-CONVERTIR-MOUVEMENT.
           ADD 1 TO cpt-lus.
           MOVE HISTORIQUE-ENREGISTREMENT OF HISTORIQUE-FILE
               TO HISTORIQUE-ENREGISTREMENT
               OF HISTORIQUE-NOUVEAU-FILE.
           IF HIS-LIGNE OF HISTORIQUE-FILE IS NUMERIC
               WRITE HISTORIQUE-ENREGISTREMENT
                   OF HISTORIQUE-NOUVEAU-FILE
           ELSE
               PERFORM 2200-ECRIRE-LIGNE-ORIGINE
               PERFORM 2300-ECRIRE-LIGNE-CONTREPARTIE
               ADD 1 TO cpt-convertis
           END-IF.
           PERFORM 2100-LIRE-MOUVEMENT.

      * Lecture d'un enregistrement HISTORIQUE.DAT
       2100-LIRE-MOUVEMENT.
           READ HISTORIQUE-FILE
               AT END SET fin-histo TO TRUE
           END-READ.

      * Ecrit l'ancien mouvement en ligne 1 de son ecriture, marque
      * s'il a ete passe sur un compte de contrepartie
       2200-ECRIRE-LIGNE-ORIGINE.
           IF HIS-NUMERO OF HISTORIQUE-FILE IS NUMERIC
               MOVE HIS-NUMERO OF HISTORIQUE-FILE TO numero-ligne
           ELSE
               MOVE ZERO TO numero-ligne
           END-IF.
           MOVE numero-ligne TO HIS-NUMERO OF HISTORIQUE-NOUVEAU-FILE.
           MOVE 1 TO HIS-LIGNE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE HIS-COMPTE OF HISTORIQUE-FILE TO compte-courant.
           PERFORM 2500-QUALIFIER-COMPTE.
           IF compte-ctp
               SET HIS-LIGNE-CONTREPARTIE OF HISTORIQUE-NOUVEAU-FILE
                   TO TRUE
           ELSE
               MOVE SPACE TO HIS-CONTREPARTIE OF HISTORIQUE-NOUVEAU-FILE
           END-IF.
           WRITE HISTORIQUE-ENREGISTREMENT OF HISTORIQUE-NOUVEAU-FILE.

      * Ecrit la ligne 2 de sens inverse sur le compte de
      * contrepartie du code type et en cumule le montant au solde
      * de ce compte ; un mouvement au format historique (avant les
      * devises) porte des espaces en contre-valeur : son montant,
      * en devise de base, en tient lieu
       2300-ECRIRE-LIGNE-CONTREPARTIE.
           IF HIS-CONTRE-VALEUR OF HISTORIQUE-FILE NOT NUMERIC
               MOVE HIS-MONTANT OF HISTORIQUE-FILE
                   TO contre-valeur-ligne
           ELSE
               MOVE HIS-CONTRE-VALEUR OF HISTORIQUE-FILE
                   TO contre-valeur-ligne
           END-IF.
           IF HIS-DEVISE OF HISTORIQUE-FILE = SPACES
               MOVE 'EUR' TO devise-courante
           ELSE
               MOVE HIS-DEVISE OF HISTORIQUE-FILE TO devise-courante
           END-IF.
           MOVE 'BANQUE' TO compte-contrepartie.
           PERFORM 2310-CHERCHER-CONTREPARTIE
               VARYING idx-type FROM 1 BY 1
               UNTIL idx-type > nb-types.
           MOVE compte-contrepartie TO compte-courant.
           PERFORM 2400-TROUVER-DEVISE.
           IF rang-devise > ZERO
               SUBTRACT HIS-MONTANT OF HISTORIQUE-FILE
                   FROM DEV-TAB-SOLDE(rang-devise)
               SUBTRACT HIS-MONTANT OF HISTORIQUE-FILE
                   FROM DEV-TAB-CONVERTI(rang-devise)
               MOVE DEV-TAB-CONVERTI(rang-devise)
                   TO HIS-SOLDE OF HISTORIQUE-NOUVEAU-FILE
           ELSE
               DISPLAY 'AVERTISSEMENT : table des soldes de '
                   'contrepartie pleine, ' compte-contrepartie ' '
                   devise-courante ' non repris'
               MOVE 4 TO RETURN-CODE
               MOVE ZERO TO HIS-SOLDE OF HISTORIQUE-NOUVEAU-FILE
           END-IF.
           COMPUTE HIS-MONTANT OF HISTORIQUE-NOUVEAU-FILE =
               ZERO - HIS-MONTANT OF HISTORIQUE-FILE.
           COMPUTE HIS-CONTRE-VALEUR OF HISTORIQUE-NOUVEAU-FILE =
               ZERO - contre-valeur-ligne.
           MOVE devise-courante
               TO HIS-DEVISE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE compte-contrepartie
               TO HIS-COMPTE OF HISTORIQUE-NOUVEAU-FILE.
           MOVE ZERO TO HIS-TVA OF HISTORIQUE-NOUVEAU-FILE.
           MOVE ZERO TO HIS-TAUX-TVA OF HISTORIQUE-NOUVEAU-FILE.
           MOVE SPACES TO HIS-TIERS OF HISTORIQUE-NOUVEAU-FILE.
           MOVE numero-ligne TO HIS-NUMERO OF HISTORIQUE-NOUVEAU-FILE.
           MOVE 2 TO HIS-LIGNE OF HISTORIQUE-NOUVEAU-FILE.
           SET HIS-LIGNE-CONTREPARTIE OF HISTORIQUE-NOUVEAU-FILE
               TO TRUE.
           WRITE HISTORIQUE-ENREGISTREMENT OF HISTORIQUE-NOUVEAU-FILE.

      * Retient le compte de contrepartie du code type du mouvement
       2310-CHERCHER-CONTREPARTIE.
           IF TYP-TAB-CODE(idx-type) = HIS-TYPE OF HISTORIQUE-FILE
               MOVE TYP-TAB-CONTREPARTIE(idx-type)
                   TO compte-contrepartie
           END-IF.

      * Cherche l'entree de la table portant le compte et la devise
      * demandes, en la creant au besoin
       2400-TROUVER-DEVISE.
           MOVE ZERO TO rang-devise.
           MOVE 'N' TO indic-devise-connue.
           PERFORM 2410-COMPARER-DEVISE
               VARYING idx-devise FROM 1 BY 1
               UNTIL idx-devise > nb-devises OR devise-connue.
           IF rang-devise = ZERO AND nb-devises < 50
               ADD 1 TO nb-devises
               MOVE devise-courante TO DEV-TAB-CODE(nb-devises)
               MOVE compte-courant TO DEV-TAB-COMPTE(nb-devises)
               MOVE ZERO TO DEV-TAB-SOLDE(nb-devises)
               MOVE ZERO TO DEV-TAB-CONVERTI(nb-devises)
               MOVE nb-devises TO rang-devise
           END-IF.

      * Compare l'entree courante de la table au compte et au code
      * demandes
       2410-COMPARER-DEVISE.
           IF DEV-TAB-CODE(idx-devise) = devise-courante
                   AND DEV-TAB-COMPTE(idx-devise) = compte-courant
               SET devise-connue TO TRUE
               MOVE idx-devise TO rang-devise
           END-IF.

      * Un compte est de contrepartie s'il s'agit du compte de
      * banque ou du compte de contrepartie d'un code type
       2500-QUALIFIER-COMPTE.
           MOVE 'N' TO indic-compte-ctp.
           IF compte-courant = 'BANQUE'
               SET compte-ctp TO TRUE
           END-IF.
           PERFORM 2510-COMPARER-CONTREPARTIE
               VARYING idx-type FROM 1 BY 1
               UNTIL idx-type > nb-types OR compte-ctp.

      * Compare le compte courant a la contrepartie d'un code type
       2510-COMPARER-CONTREPARTIE.
           IF TYP-TAB-CONTREPARTIE(idx-type) = compte-courant
               SET compte-ctp TO TRUE
           END-IF.

      * Fermeture des fichiers ; le nouvel historique ne remplace
      * l'ancien, et les soldes de contrepartie ne sont reecrits, que
      * si au moins un mouvement a ete converti
       9000-FINALISER.
           IF historique-statut = '00'
               CLOSE HISTORIQUE-FILE
               CLOSE HISTORIQUE-NOUVEAU-FILE
               IF cpt-convertis > ZERO
                   CALL "CBL_DELETE_FILE" USING "HISTORIQUE.DAT"
                   CALL "CBL_RENAME_FILE" USING "HISTORIQUE.NOUVEAU"
                       "HISTORIQUE.DAT"
                   PERFORM 9100-ECRIRE-SOLDES-CTP
               ELSE
                   CALL "CBL_DELETE_FILE" USING "HISTORIQUE.NOUVEAU"
               END-IF
           END-IF.
           DISPLAY 'ConvertirJournal : ' cpt-lus ' mouvement(s) lu(s), '
               cpt-convertis ' converti(s) en ecriture'.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Reecrit SOLDE-CONTREPARTIES.DAT avec les soldes mis a jour
       9100-ECRIRE-SOLDES-CTP.
           OPEN OUTPUT SOLDE-CTP-FILE.
           PERFORM 9110-ECRIRE-UN-SOLDE-CTP
               VARYING idx-devise FROM 1 BY 1
               UNTIL idx-devise > nb-devises.
           CLOSE SOLDE-CTP-FILE.

      * Ecrit le solde d'un compte de contrepartie dans une devise
       9110-ECRIRE-UN-SOLDE-CTP.
           MOVE DEV-TAB-CODE(idx-devise) TO SCP-DEVISE.
           MOVE DEV-TAB-SOLDE(idx-devise) TO SCP-MONTANT.
           MOVE DEV-TAB-COMPTE(idx-devise) TO SCP-COMPTE.
           WRITE SOLDE-CONTREPARTIE-ENREGISTREMENT.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'ConvertirJournal' TO JOB-NOM.
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
           MOVE cpt-lus TO JOB-LUS.
           MOVE cpt-convertis TO JOB-ECRITS.
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
