      * Le calendrier d'exploitation gouverne la chaine : un jour
      * ferie est saute avec une trace JOBLOG, et les travaux de fin
      * de periode ne tournent que sur les dates de fin de mois ou
      * de fin d'annee du calendrier, ceux de la semaine le
      * dimanche. Les fichiers de parametres sont poses a la date
      * d'exploitation du passage (celle du passage interrompu en
      * cas de reprise) avant la premiere etape, et a celle du
      * lendemain quand la chaine s'acheve.
      * Une chaine interrompue est avisee au destinataire
      * d'exploitation de DESTINATAIRE-ALERTES.DAT par la file des
      * notifications, en plus de l'incident.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-FILE ASSIGN TO "SITE-LOCAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS site-statut.
           SELECT DESTINATAIRE-FILE
               ASSIGN TO "DESTINATAIRE-ALERTES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS destinataire-statut.
           SELECT NOTIFICATIONS-FILE ASSIGN TO "NOTIFICATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS notifications-statut.

       DATA DIVISION.
       FILE SECTION.
       01 SITE-ENREGISTREMENT.
           05 SIT-CODE                PIC X(03).

       FD DESTINATAIRE-FILE.
       COPY "cpdestalerte.cpy".

       FD NOTIFICATIONS-FILE.
       COPY "cpnotification.cpy".

       WORKING-STORAGE SECTION.
       77 code-retour-etape PIC S9(03) VALUE ZERO.
       77 calendrier-statut PIC X(02).
       77 incidents-statut PIC X(02).
       77 etape-courante PIC X(30) VALUE SPACES.
       77 message-incident PIC X(40) VALUE SPACES.
       77 destinataire-statut PIC X(02).
       77 notifications-statut PIC X(02).
       77 chaine-ckp-statut PIC X(02).
       77 etape-depart PIC 9(02) VALUE ZERO.
       77 etape-numero PIC 9(02) VALUE ZERO.
      * Leve pendant toute la nuit pour que les etapes appelees par
      * la chaine sachent que le verrou global est deja tenu
       77 chaine-en-cours PIC X(01) EXTERNAL.
      * Leve par PassageJournee pour sa seule passation de
      * mi-journee ; toujours baisse pendant la nuit
       77 cycle-journee PIC X(01) EXTERNAL.
      * Verrou d'execution : un second lancement est refuse tant
      * qu'une execution du meme programme est en cours
       77 verrous-statut PIC X(02).
           88 jour-ferie VALUE 'F'.
           88 jour-fin-mois VALUE 'M' 'A'.
           88 jour-fin-annee VALUE 'A'.
      * Rang du jour d'exploitation dans la semaine, 0 le dimanche
       77 rang-semaine PIC 9(01) VALUE 1.
           88 jour-fin-semaine VALUE 0.
       77 date-jour PIC 9(08).
       77 date-systeme PIC 9(08).
       77 date-lendemain PIC 9(08).

      * Plan d'execution de la chaine : charge et valide avant le
      * demarrage, il remplace l'ordre cable quand il existe ; la
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
       77 site-exploitation PIC X(03) EXTERNAL.
      * Date d'exploitation de l'execution, posee par la chaine de
      * nuit ou par la repetition ; a zero, elle vaut la date du
      * jour
       77 date-exploitation PIC 9(08) EXTERNAL.
       COPY "cphorlog.cpy".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY 'Traitement nocturne : debut'.
           PERFORM 0080-CHARGER-SITE.
           ACCEPT date-systeme FROM DATE YYYYMMDD.
           MOVE date-systeme TO date-jour.
           PERFORM 0500-CONSULTER-CALENDRIER.
           IF jour-ferie
               DISPLAY 'Jour ferie au calendrier : chaine sautee'
               STOP RUN
           END-IF.
           MOVE 'O' TO chaine-en-cours.
           MOVE 'N' TO cycle-journee.
           PERFORM 0700-ALLOUER-PASSAGE.
           DISPLAY 'Numero de passage : ' numero-passage.
           PERFORM 0800-PROPOSER-REPRISE.
           PERFORM 0550-POSER-PARAMETRES.

           PERFORM 0900-CHARGER-PLAN.
           PERFORM 0090-CHARGER-DELAIS.
               MOVE 'Plan de chaine invalide' TO message-incident
               MOVE 'PLAN-CHAINE.DAT' TO etape-courante
               PERFORM 2000-ECRIRE-INCIDENT
               PERFORM 2100-NOTIFIER-INCIDENT
               PERFORM 9950-RELACHER-VERROU
               STOP RUN
           END-IF.
               DISPLAY 'Traitement nocturne : arrete sur erreur'
           ELSE
               PERFORM 0860-MARQUER-TERMINE
               PERFORM 0560-POSER-LENDEMAIN
               DISPLAY 'Traitement nocturne : fin'
           END-IF.
           STOP RUN.
                   MOVE 'RapportAbsentsRat' TO etape-joblog
               WHEN 'RapportLaissezPasser'
                   MOVE 'RapportLaissezPas' TO etape-joblog
               WHEN 'CloturerAnneeScolaire'
                   MOVE 'CloturerAnneeScol' TO etape-joblog
               WHEN 'AmortirImmobilisations'
                   MOVE 'AmortirImmobilis' TO etape-joblog
               WHEN 'PasserRegularisations'
                   MOVE 'PasserRegularisat' TO etape-joblog
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * la derniere ligne de la date fait foi, une date absente vaut
      * jour ouvre ordinaire
       0500-CONSULTER-CALENDRIER.
           MOVE 'J' TO type-jour.
           MOVE 'N' TO indic-fin-calendrier.
           OPEN INPUT CALENDRIER-FILE.
           IF calendrier-statut = '00'
               PERFORM 0510-LIRE-CALENDRIER
               PERFORM 0520-RETENIR-TYPE UNTIL fin-calendrier
               CLOSE CALENDRIER-FILE
           END-IF.
           COMPUTE rang-semaine = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(date-jour), 7).

      * Fixe la date d'exploitation du passage : celle du passage
      * interrompu en cas de reprise, dont le type au calendrier est
      * alors repris, sinon la date du jour ; puis pose les
      * fichiers de parametres en vigueur a cette date
       0550-POSER-PARAMETRES.
           IF etape-depart > ZERO
                   AND CHK-DATE IS NUMERIC
                   AND CHK-DATE > ZERO
                   AND CHK-DATE NOT = date-jour
               MOVE CHK-DATE TO date-jour
               PERFORM 0500-CONSULTER-CALENDRIER
               DISPLAY 'Reprise du passage du ' date-jour
           END-IF.
           MOVE date-jour TO date-exploitation.
           DISPLAY 'Pose des parametres du ' date-exploitation.
           CALL 'PoserParametres'.
           MOVE ZERO TO RETURN-CODE.

      * Chaine achevee : pose les parametres de la journee qui
      * s'ouvre, le lendemain du passage ; apres la reprise d'un
      * passage anterieur, ceux du jour
       0560-POSER-LENDEMAIN.
           IF date-jour = date-systeme
               COMPUTE date-lendemain = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(date-jour) + 1)
           ELSE
               MOVE date-systeme TO date-lendemain
           END-IF.
           MOVE date-lendemain TO date-exploitation.
           DISPLAY 'Pose des parametres du ' date-exploitation.
           CALL 'PoserParametres'.
           MOVE ZERO TO RETURN-CODE.

      * Lecture d'un enregistrement CALENDRIER.DAT
       0510-LIRE-CALENDRIER.
               AT END SET fin-verrous TO TRUE
           END-READ.

      * Compare le verrou courant au nom du programme et a celui de
      * la passation de mi-journee ; l'un ou l'autre en place, le
      * lancement est refuse
       0062-COMPARER-VERROU.
           IF VER-PROGRAMME OF VERROUS-FILE = 'TraitementNocturne'
                   OR VER-PROGRAMME OF VERROUS-FILE
                   = 'PassageJournee'
               SET verrou-refuse TO TRUE
               DISPLAY 'VERROU : '
                   VER-PROGRAMME OF VERROUS-FILE
                   ' deja en cours (porteur '
                   VER-PORTEUR OF VERROUS-FILE
                   ' depuis ' VER-DATE OF VERROUS-FILE ' '
                   VER-HEURE OF VERROUS-FILE ')'
           ELSE
       0850-MARQUER-ETAPE.
           MOVE etape-numero TO CHK-ETAPE.
           SET CHK-EN-COURS TO TRUE.
           MOVE date-jour TO CHK-DATE.
           OPEN OUTPUT CHAINE-CKP-FILE.
           WRITE CHAINE-CKP-ENREGISTREMENT.
           CLOSE CHAINE-CKP-FILE.
       0860-MARQUER-TERMINE.
           MOVE ZERO TO CHK-ETAPE.
           SET CHK-TERMINE TO TRUE.
           MOVE date-jour TO CHK-DATE.
           OPEN OUTPUT CHAINE-CKP-FILE.
           WRITE CHAINE-CKP-ENREGISTREMENT.
           CLOSE CHAINE-CKP-FILE.
               MOVE 'Etape en erreur, chaine interrompue'
                   TO message-incident
               PERFORM 2000-ECRIRE-INCIDENT
               PERFORM 2100-NOTIFIER-INCIDENT
           ELSE
               IF code-retour-etape NOT = ZERO
                   DISPLAY '  -> code retour ' code-retour-etape
           WRITE INCIDENT-ENREGISTREMENT.
           CLOSE INCIDENTS-FILE.

      * Avise l'interruption de la chaine au destinataire
      * d'exploitation par la file des notifications : etape, code
      * retour et message, porte sur les deux derniers champs ;
      * sans destinataire parametre, l'incident seul en rend compte
       2100-NOTIFIER-INCIDENT.
           OPEN INPUT DESTINATAIRE-FILE.
           IF destinataire-statut = '00'
               READ DESTINATAIRE-FILE
                   AT END
                       MOVE SPACES TO DAL-ADRESSE
               END-READ
               CLOSE DESTINATAIRE-FILE
               IF (DAL-CANAL = 'E' OR DAL-CANAL = 'S')
                       AND DAL-ADRESSE NOT = SPACES
                   MOVE SPACES TO NOTIFICATION-ENREGISTREMENT
                   MOVE ZERO TO NOT-SEQUENCE
                   MOVE 'TraitementNocturne' TO NOT-ORIGINE
                   MOVE CP-HLG-DATE TO NOT-DATE
                   MOVE DAL-CANAL TO NOT-CANAL
                   MOVE DAL-ADRESSE TO NOT-DESTINATAIRE
                   MOVE DAL-NOM TO NOT-NOM
                   MOVE 'NOT-INCIDENT' TO NOT-GABARIT
                   MOVE etape-courante TO NOT-CHAMP-1
                   MOVE code-retour-etape TO NOT-CHAMP-2
                   MOVE message-incident(1:30) TO NOT-CHAMP-3
                   MOVE message-incident(31:10) TO NOT-CHAMP-4
                   SET NOT-EN-ATTENTE TO TRUE
                   MOVE CP-HLG-DATE TO NOT-DATE-STATUT
                   OPEN EXTEND NOTIFICATIONS-FILE
                   IF notifications-statut = '35'
                       OPEN OUTPUT NOTIFICATIONS-FILE
                   END-IF
                   WRITE NOTIFICATION-ENREGISTREMENT
                   CLOSE NOTIFICATIONS-FILE
               END-IF
           END-IF.


      * Ordre cable historique de la chaine, deroule quand aucun
      * plan d'execution n'est en place
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND etape-depart < 1
               DISPLAY 'Report des notes de stage'
               MOVE 'ReporterNotesStages' TO etape-courante
               CALL 'ReporterNotesStages'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF etape-depart < 1
               DISPLAY 'Etape 1/12 : controle prealable des notes'
               MOVE 'ControlerNotes' TO etape-courante
               END-IF
           END-IF.

      * les dotations aux amortissements du mois sont generees avant
      * la mise a jour du solde, pour etre appliquees la nuit meme,
      * avant que la cloture mensuelle ne ferme la periode
           IF code-retour-etape < 8 AND jour-fin-mois
                   AND etape-depart < 5
               DISPLAY 'Etape de periode : amortissements du mois'
               MOVE 'AmortirImmobilisations' TO etape-courante
               CALL 'AmortirImmobilisations'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

      * de meme pour les charges a payer, leurs extournes datees du
      * premier jour du mois suivant, et les reprises de charges
      * constatees d'avance de l'echeancier
           IF code-retour-etape < 8 AND jour-fin-mois
                   AND etape-depart < 5
               DISPLAY 'Etape de periode : regularisations du mois'
               MOVE 'PasserRegularisations' TO etape-courante
               CALL 'PasserRegularisations'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

      * puis la repartition des charges communes du mois entre
      * classes et sites, selon les regles de repartition
           IF code-retour-etape < 8 AND jour-fin-mois
                   AND etape-depart < 5
               DISPLAY 'Etape de periode : repartition des charges'
               MOVE 'RepartirCharges' TO etape-courante
               CALL 'RepartirCharges'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND etape-depart < 5
               DISPLAY 'Deploiement des ordres permanents'
               MOVE 'ExpanserOrdres' TO etape-courante
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND etape-depart < 5
               DISPLAY 'Prelevements des factures echues'
               MOVE 'EmettrePrelevements' TO etape-courante
               CALL 'EmettrePrelevements'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

      * Les doublons de paiement presumes sont ecartes du lot vers
      * la file d'attente d'approbation avant la mise a jour du solde
           IF code-retour-etape < 8 AND etape-depart < 5
               DISPLAY 'Detection des doublons de paiement'
               MOVE 'DetecterDoublons' TO etape-courante
               CALL 'DetecterDoublons'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND etape-depart < 5
               DISPLAY 'Etape 5/12 : mise a jour du solde'
               MOVE 'ManipulationAdd' TO etape-courante
               END-IF
           END-IF.

      * Balance agee du suspens laisse par la mise a jour du solde
           IF code-retour-etape < 8 AND etape-depart < 6
               DISPLAY 'Balance agee du suspens'
               MOVE 'RapportSuspens' TO etape-courante
               CALL 'RapportSuspens'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND etape-depart < 6
               DISPLAY 'Lettrage des paiements de scolarite'
               MOVE 'LettrerPaiements' TO etape-courante
               END-IF
           END-IF.

           IF code-retour-etape < 8 AND etape-depart < 7
               DISPLAY 'Rapprochement des passages aux portiques'
               MOVE 'RapprocherPortiques' TO etape-courante
               CALL 'RapprocherPortiques'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND etape-depart < 7
               DISPLAY 'Etape 7/12 : purge du journal des visiteurs'
               MOVE 'ArchiverVisiteurs' TO etape-courante
               END-IF
           END-IF.

      * le releve des volumes precede l'evaluation des alertes,
      * qui en lit la croissance de la nuit ; le rapport de
      * croissance est fait le dimanche
           IF code-retour-etape < 8 AND etape-depart < 15
               DISPLAY 'Releve du volume des fichiers'
               MOVE 'ReleverVolumes' TO etape-courante
               CALL 'ReleverVolumes'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND jour-fin-semaine
                   AND etape-depart < 15
               DISPLAY 'Etape de semaine : croissance des volumes'
               MOVE 'RapportVolumes' TO etape-courante
               CALL 'RapportVolumes'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND etape-depart < 15
               DISPLAY 'Evaluation des alertes'
               MOVE 'EvaluerAlertes' TO etape-courante
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

      * ouverture de la campagne du trimestre et retrait des droits
      * revoques ou non recertifies a l'echeance
           IF code-retour-etape < 8 AND etape-depart < 16
               DISPLAY 'Recertification des acces'
               MOVE 'CampagneCertification' TO etape-courante
               CALL 'CampagneCertification'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND jour-fin-mois
                   AND etape-depart < 16
               DISPLAY 'Fin de periode au calendrier :'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND jour-fin-mois
                   AND etape-depart < 17
               DISPLAY 'Etape de periode : heures variables vers '
                   'la paie'
               MOVE 'ExporterHeuresPaie' TO etape-courante
               CALL 'ExporterHeuresPaie'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND jour-fin-mois
                   AND etape-depart < 17
               DISPLAY 'Etape de periode : cloture mensuelle'
               END-IF
           END-IF.

      * l'index de consultation est refait sur l'historique du
      * jour, une fois la cloture eventuelle passee
           IF code-retour-etape < 8 AND etape-depart < 18
               DISPLAY 'Index de consultation de l''historique'
               MOVE 'IndexerHistorique' TO etape-courante
               CALL 'IndexerHistorique'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND jour-fin-mois
                   AND etape-depart < 18
               DISPLAY 'Etape de periode : archivage du joblog'
               END-IF
           END-IF.

           IF code-retour-etape < 8 AND jour-fin-annee
                   AND etape-depart < 20
               DISPLAY 'Etape de periode : cloture de l''annee scolaire'
               MOVE 'CloturerAnneeScolaire' TO etape-courante
               CALL 'CloturerAnneeScolaire'
               PERFORM 1000-VERIFIER-ETAPE
               IF code-retour-etape < 8
                   MOVE 20 TO etape-numero
                   PERFORM 0850-MARQUER-ETAPE
               END-IF
           END-IF.

      * Les rapports de fin de mois et d'annee sont produits apres
      * l'etape 14 : un second versement les porte a la
      * bibliotheque (ceux deja verses du jour sont ignores), puis
      * la diffusion remet chaque rapport verse a ses destinataires
           IF code-retour-etape < 8 AND etape-depart < 21
               DISPLAY 'Versement des rapports de periode'
               MOVE 'ArchiverRapports' TO etape-courante
               CALL 'ArchiverRapports'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

           IF code-retour-etape < 8 AND etape-depart < 21
               DISPLAY 'Diffusion des rapports'
               MOVE 'DiffuserRapports' TO etape-courante
               CALL 'DiffuserRapports'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.

      * les avis deposes par les etapes de la nuit partent en
      * dernier vers la passerelle de courriel et de SMS
           IF code-retour-etape < 8 AND etape-depart < 21
               DISPLAY 'Expedition des notifications'
               MOVE 'EnvoyerNotifications' TO etape-courante
               CALL 'EnvoyerNotifications'
               PERFORM 1000-VERIFIER-ETAPE
           END-IF.


      * Charge le plan d'execution s'il existe, puis le valide :
      * chaque etape doit etre nommee et toute dependance doit
           EVALUATE TRUE
               WHEN PLE-ACTIVE(ix-plan) NOT = 'O'
                   MOVE 'S' TO PLE-RESULTAT(ix-plan)
               WHEN PLE-PERIODE(ix-plan) = 'S'
                       AND NOT jour-fin-semaine
                   MOVE 'S' TO PLE-RESULTAT(ix-plan)
               WHEN PLE-PERIODE(ix-plan) = 'M'
                       AND NOT jour-fin-mois
                   MOVE 'S' TO PLE-RESULTAT(ix-plan)
                   MOVE 'Etape du plan introuvable'
                       TO message-incident
                   PERFORM 2000-ECRIRE-INCIDENT
                   PERFORM 2100-NOTIFIER-INCIDENT
                   MOVE 8 TO code-retour-etape
               ELSE
                   PERFORM 1000-VERIFIER-ETAPE
