      * clichees d'apres le repertoire de l'archive, et la copie
      * retenue d'export creee par la repetition est effacee avec la
      * restitution du compteur d'exports, pour que le siege ne soit
      * jamais attendu sur un envoi d'essai. La repetition se joue
      * a une date d'exploitation demandee au lancement (par defaut
      * le jour) : les fichiers de parametres sous historique sont
      * cliches avec les fichiers d'etat, poses dans leur version
      * en vigueur a cette date, puis restitues.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 rapport-cible PIC X(30) VALUE SPACES.
       77 montant-edite PIC -(9)9.99.
       77 compte-edite PIC ZZZZ9.
       77 date-repetee-texte PIC X(08) VALUE SPACES.
       77 date-repetee PIC 9(08) VALUE ZERO.
       77 date-repetee-editee PIC 9999/99/99.

      * Chiffres cles d'avant et d'apres la repetition
       77 solde-avant PIC S9(9)V99 VALUE ZERO.
       77 porteur-verrou PIC X(08) VALUE SPACES.
       COPY "cphorlog.cpy".

      * Fichiers de parametres cliches et restitues comme les
      * fichiers d'etat, la repetition les posant a la date repetee
       COPY "cpparamcontroles.cpy".
      * Date d'exploitation de l'execution, posee par la chaine de
      * nuit ou par la repetition ; a zero, elle vaut la date du
      * jour
       77 date-exploitation PIC 9(08) EXTERNAL.

      * Fichiers d'etat cliches avant la repetition et restitues a
      * l'identique apres, la chaine travaillant entre les deux sur
      * les fichiers de travail
           05 FILLER PIC X(30) VALUE 'EXPORTS-ENVOYES.DAT'.
           05 FILLER PIC X(30) VALUE 'CONTROLE-CHAINE.DAT'.
           05 FILLER PIC X(30) VALUE 'LOT-TRANSACTIONS.DAT'.
           05 FILLER PIC X(30) VALUE 'ECHEANCIERS.DAT'.
           05 FILLER PIC X(30) VALUE 'PRELEVEMENTS.DAT'.
           05 FILLER PIC X(30) VALUE 'PRELEVEMENTS-BANQUE.DAT'.
           05 FILLER PIC X(30) VALUE 'SOLDE-CONTREPARTIES.DAT'.
           05 FILLER PIC X(30) VALUE 'PERIODES-COMPTABLES.DAT'.
           05 FILLER PIC X(30) VALUE 'IMMOBILISATIONS.DAT'.
           05 FILLER PIC X(30) VALUE 'DOTATIONS-PASSEES.DAT'.
           05 FILLER PIC X(30) VALUE 'REGULARISATIONS.DAT'.
           05 FILLER PIC X(30) VALUE 'DERNIER-TRANSFERT-EXPORTE.DAT'.
           05 FILLER PIC X(30) VALUE 'REPARTITIONS-PASSEES.DAT'.
           05 FILLER PIC X(30) VALUE 'HISTORIQUE-INDEX.DAT'.
           05 FILLER PIC X(30) VALUE 'PASSAGES-JOURNEE.DAT'.
           05 FILLER PIC X(30) VALUE 'NOTIFICATIONS.DAT'.
       01 TABLE-FICHIERS-R REDEFINES TABLE-FICHIERS.
           05 FICHIER-ETAT OCCURS 47 TIMES PIC X(30).

      * Etats filigranes TEST apres la repetition
       01 TABLE-RAPPORTS.
           05 FILLER PIC X(30) VALUE 'SOMMAIRE-JOURNEE.DAT'.
           05 FILLER PIC X(30) VALUE 'INTERFACE-SIEGE.DAT'.
           05 FILLER PIC X(30) VALUE 'LETTRES-ECHEC.DAT'.
           05 FILLER PIC X(30) VALUE 'RAPPORT-PRELEVEMENTS.DAT'.
       01 TABLE-RAPPORTS-R REDEFINES TABLE-RAPPORTS.
           05 RAPPORT-PRODUIT OCCURS 9 TIMES PIC X(30).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-DEMANDER-DATE.
           IF date-repetee = ZERO
               DISPLAY 'Repetition refusee : date d''exploitation '
                   'invalide.'
               GOBACK
           END-IF.
           PERFORM 0060-PRENDRE-VERROU.
           IF verrou-refuse
               DISPLAY 'Repetition refusee : une execution '
           MOVE solde-avant TO solde-apres.
           MOVE total-mentions-avant TO total-mentions-apres.
           MOVE nuls-avant TO nuls-apres.
           MOVE date-repetee TO date-exploitation.
           CALL 'PoserParametres'.
           PERFORM 3000-DEROULER-ETAPES.
           MOVE ZERO TO date-exploitation.
           PERFORM 2100-RELEVER-APRES.
           PERFORM 5000-FILIGRANER-ETATS.
           PERFORM 6000-RAPPROCHER-CHIFFRES.
               'voir RAPPORT-REPETITION.DAT'.
           GOBACK.

      * Demande la date d'exploitation a repeter ; vide, c'est la
      * date du jour. Une date invalide ou a venir est laissee a
      * zero et refuse la repetition
       0100-DEMANDER-DATE.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO date-repetee-texte.
           DISPLAY 'Date d''exploitation a repeter '
               '(AAAAMMJJ, vide = ce jour) : '.
           ACCEPT date-repetee-texte.
           MOVE ZERO TO date-repetee.
           IF date-repetee-texte = SPACES
               MOVE CP-HLG-DATE TO date-repetee
           ELSE
               IF date-repetee-texte IS NUMERIC
                   MOVE date-repetee-texte TO date-repetee
               END-IF
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(date-repetee) NOT = ZERO
                   OR date-repetee > CP-HLG-DATE
               MOVE ZERO TO date-repetee
           END-IF.

      * Prend le verrou d'execution de la repetition ; un verrou de
      * la chaine de nuit ou d'une autre repetition en place refuse
      * le lancement en nommant son porteur
           IF VER-PROGRAMME OF VERROUS-FILE = 'TraitementNocturne'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'RepeterChaine'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'PassageJournee'
               SET verrou-refuse TO TRUE
               DISPLAY 'VERROU : '
                   VER-PROGRAMME OF VERROUS-FILE
       1000-CLICHER-FICHIERS.
           PERFORM 1100-CLICHER-UN-FICHIER
               VARYING ix-fichier FROM 1 BY 1
               UNTIL ix-fichier > 47.
           PERFORM 1150-CLICHER-UN-PARAMETRE
               VARYING ix-fichier FROM 1 BY 1
               UNTIL ix-fichier > nb-fichiers-parametres.

      * Cliche le fichier d'etat suivant, s'il existe
       1100-CLICHER-UN-FICHIER.
           CALL "CBL_COPY_FILE" USING nom-source nom-cliche
               RETURNING code-copie.

      * Cliche le fichier de parametres suivant, s'il existe
       1150-CLICHER-UN-PARAMETRE.
           MOVE FICHIER-PARAMETRE(ix-fichier) TO nom-source.
           MOVE SPACES TO nom-cliche.
           STRING FUNCTION TRIM(nom-source) DELIMITED BY SIZE
               '.PROD' DELIMITED BY SIZE
               INTO nom-cliche.
           CALL "CBL_COPY_FILE" USING nom-source nom-cliche
               RETURNING code-copie.

      * Cliche les partitions mensuelles de l'archive des visiteurs
      * listees au repertoire de l'archive : l'archivage repete y
      * ajoute des lignes d'essai qu'il faudra restituer
           MOVE ZERO TO RETURN-CODE.
           CALL 'CalculerNotesComposantes'.
           MOVE ZERO TO RETURN-CODE.
           CALL 'ReporterNotesStages'.
           MOVE ZERO TO RETURN-CODE.
           CALL 'ControlerNotes'.
           MOVE ZERO TO RETURN-CODE.
           CALL 'ChargerNotesMaitre'.
           MOVE ZERO TO RETURN-CODE.
           CALL 'ExpanserOrdres'.
           MOVE ZERO TO RETURN-CODE.
           CALL 'EmettrePrelevements'.
           MOVE ZERO TO RETURN-CODE.
           CALL 'ManipulationAdd'.
           MOVE ZERO TO RETURN-CODE.
           CALL 'LettrerPaiements'.
       5000-FILIGRANER-ETATS.
           PERFORM 5100-FILIGRANER-UN-ETAT
               VARYING ix-rapport FROM 1 BY 1
               UNTIL ix-rapport > 9.

      * Reecrit l'etat suivant avec le filigrane TEST en tete
       5100-FILIGRANER-UN-ETAT.
           MOVE '*** TEST - REPETITION DE CHAINE - TEST ***'
               TO LIGNE-REPETITION.
           WRITE LIGNE-REPETITION.
           MOVE date-repetee TO date-repetee-editee.
           MOVE SPACES TO LIGNE-REPETITION.
           STRING 'Date d''exploitation repetee : ' DELIMITED BY SIZE
               date-repetee-editee DELIMITED BY SIZE
               INTO LIGNE-REPETITION.
           WRITE LIGNE-REPETITION.
           MOVE 'Comparaison bac a sable / production :'
               TO LIGNE-REPETITION.
           WRITE LIGNE-REPETITION.
       7000-RESTITUER-FICHIERS.
           PERFORM 7100-RESTITUER-UN-FICHIER
               VARYING ix-fichier FROM 1 BY 1
               UNTIL ix-fichier > 47.
           PERFORM 7150-RESTITUER-UN-PARAMETRE
               VARYING ix-fichier FROM 1 BY 1
               UNTIL ix-fichier > nb-fichiers-parametres.
           PERFORM 7200-RESTITUER-PARTITION
               VARYING ix-partition FROM 1 BY 1
               UNTIL ix-partition > nb-partitions.
           CALL "CBL_DELETE_FILE" USING nom-source.
           CALL "CBL_RENAME_FILE" USING nom-cliche nom-source.

      * Restitue le fichier de parametres suivant depuis son
      * cliche ; un fichier absent avant la repetition le redevient
       7150-RESTITUER-UN-PARAMETRE.
           MOVE FICHIER-PARAMETRE(ix-fichier) TO nom-source.
           MOVE SPACES TO nom-cliche.
           STRING FUNCTION TRIM(nom-source) DELIMITED BY SIZE
               '.PROD' DELIMITED BY SIZE
               INTO nom-cliche.
           CALL "CBL_DELETE_FILE" USING nom-source.
           CALL "CBL_RENAME_FILE" USING nom-cliche nom-source.

      * Restitue la partition d'archive clichee suivante
       7200-RESTITUER-PARTITION.
           MOVE PARTITION-CLICHEE(ix-partition) TO nom-source.
