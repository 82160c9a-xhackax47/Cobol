      * Copybook du dictionnaire des fichiers de donnees
      * Description champ par champ des fichiers de donnees que
      * ParcourirFichiers sait afficher, tiree des copybooks
      * d'enregistrement : pour chaque fichier, le premier champ
      * et le nombre de champs dans TABLE-CHAMPS ; pour chaque
      * champ, le nom, la position, la longueur, le type
      * (X alphanumerique, 9 numerique non signe, S numerique
      * signe en tete separe)
      * et le nombre de decimales. Les FILLER ne sont pas repris.
      * A tenir a jour avec les copybooks des fichiers.
       77 nb-fichiers-dictionnaire PIC 9(02) COMP VALUE 25.
       77 nb-champs-dictionnaire PIC 9(03) COMP VALUE 226.
       01 TABLE-DICTIONNAIRE.
           05 FILLER PIC X(30) VALUE 'TRANSACTIONS.DAT        001014'.
           05 FILLER PIC X(30) VALUE 'SAISIES.DAT             015007'.
           05 FILLER PIC X(30) VALUE 'LOT-TRANSACTIONS.DAT    022002'.
           05 FILLER PIC X(30) VALUE 'HISTORIQUE.DAT          024016'.
           05 FILLER PIC X(30) VALUE 'SOLDE.DAT               040003'.
           05 FILLER PIC X(30) VALUE 'SUSPENS-TRANSACTIONS.DAT043018'.
           05 FILLER PIC X(30) VALUE 'ATTENTE-APPROBATION.DAT 061014'.
           05 FILLER PIC X(30) VALUE 'FACTURES.DAT            075012'.
           05 FILLER PIC X(30) VALUE 'ECHEANCIERS.DAT         087032'.
           05 FILLER PIC X(30) VALUE 'PRELEVEMENTS.DAT        119012'.
           05 FILLER PIC X(30) VALUE 'ETUDIANTS-MASTER.DAT    131005'.
           05 FILLER PIC X(30) VALUE 'NOTES.DAT               136007'.
           05 FILLER PIC X(30) VALUE 'NOTES-MASTER.DAT        143006'.
           05 FILLER PIC X(30) VALUE 'RESULTATS-MASTER.DAT    149005'.
           05 FILLER PIC X(30) VALUE 'ABSENCES.DAT            154006'.
           05 FILLER PIC X(30) VALUE 'INSCRIPTIONS-COURS.DAT  160006'.
           05 FILLER PIC X(30) VALUE 'VISITEURS.DAT           166011'.
           05 FILLER PIC X(30) VALUE 'BADGES.DAT              177002'.
           05 FILLER PIC X(30) VALUE 'RENDEZVOUS.DAT          179005'.
           05 FILLER PIC X(30) VALUE 'COLIS.DAT               184012'.
           05 FILLER PIC X(30) VALUE 'JOBLOG.DAT              196010'.
           05 FILLER PIC X(30) VALUE 'INCIDENTS.DAT           206008'.
           05 FILLER PIC X(30) VALUE 'CALENDRIER.DAT          214002'.
           05 FILLER PIC X(30) VALUE 'PARAM-HISTORIQUE.DAT    216007'.
           05 FILLER PIC X(30) VALUE 'TIERS.DAT               223004'.
       01 TABLE-DICTIONNAIRE-R REDEFINES TABLE-DICTIONNAIRE.
           05 DIC-FICHIER OCCURS 25.
               10 DIC-NOM             PIC X(24).
               10 DIC-PREMIER         PIC 9(03).
               10 DIC-NB-CHAMPS       PIC 9(03).
       01 TABLE-CHAMPS.
           05 FILLER PIC X(32) VALUE 'TRA-MONTANT             001010S2'.
           05 FILLER PIC X(32) VALUE 'TRA-TYPE                012004X0'.
           05 FILLER PIC X(32) VALUE 'TRA-DEVISE              017003X0'.
           05 FILLER PIC X(32) VALUE 'TRA-REFERENCE           021030X0'.
           05 FILLER PIC X(32) VALUE 'TRA-APPROBATION         052001X0'.
           05 FILLER PIC X(32) VALUE 'TRA-COMPTE              054006X0'.
           05 FILLER PIC X(32) VALUE 'TRA-NUMERO              06100990'.
           05 FILLER PIC X(32) VALUE 'TRA-TIERS               071006X0'.
           05 FILLER PIC X(32) VALUE 'TRA-SITE                078003X0'.
           05 FILLER PIC X(32) VALUE 'TRA-LIGNE               08200390'.
           05 FILLER PIC X(32) VALUE 'TRA-DATE                08600890'.
           05 FILLER PIC X(32) VALUE 'TRA-AUTEUR              095008X0'.
           05 FILLER PIC X(32) VALUE 'TRA-DATE-SAISIE         10400890'.
           05 FILLER PIC X(32) VALUE 'TRA-HEURE-SAISIE        11300690'.
           05 FILLER PIC X(32) VALUE 'SAI-VALEUR              00101590'.
           05 FILLER PIC X(32) VALUE 'SAI-DATE                01700890'.
           05 FILLER PIC X(32) VALUE 'SAI-HEURE               02600690'.
           05 FILLER PIC X(32) VALUE 'SAI-OPERATEUR           033008X0'.
           05 FILLER PIC X(32) VALUE 'SAI-STATUT              042001X0'.
           05 FILLER PIC X(32) VALUE 'SAI-VERIFICATEUR        044008X0'.
           05 FILLER PIC X(32) VALUE 'SAI-DATE-VERIF          05300890'.
           05 FILLER PIC X(32) VALUE 'LOT-DATE                00100890'.
           05 FILLER PIC X(32) VALUE 'LOT-HEURE               01000690'.
           05 FILLER PIC X(32) VALUE 'HIS-MONTANT             001010S2'.
           05 FILLER PIC X(32) VALUE 'HIS-SOLDE               012010S2'.
           05 FILLER PIC X(32) VALUE 'HIS-DATE                02300890'.
           05 FILLER PIC X(32) VALUE 'HIS-HEURE               03200690'.
           05 FILLER PIC X(32) VALUE 'HIS-TYPE                039004X0'.
           05 FILLER PIC X(32) VALUE 'HIS-DEVISE              044003X0'.
           05 FILLER PIC X(32) VALUE 'HIS-CONTRE-VALEUR       048010S2'.
           05 FILLER PIC X(32) VALUE 'HIS-REFERENCE           059030X0'.
           05 FILLER PIC X(32) VALUE 'HIS-PASSAGE             09000590'.
           05 FILLER PIC X(32) VALUE 'HIS-COMPTE              096006X0'.
           05 FILLER PIC X(32) VALUE 'HIS-TVA                 103010S2'.
           05 FILLER PIC X(32) VALUE 'HIS-TAUX-TVA            11400492'.
           05 FILLER PIC X(32) VALUE 'HIS-NUMERO              11900990'.
           05 FILLER PIC X(32) VALUE 'HIS-TIERS               129006X0'.
           05 FILLER PIC X(32) VALUE 'HIS-LIGNE               13600390'.
           05 FILLER PIC X(32) VALUE 'HIS-CONTREPARTIE        140001X0'.
           05 FILLER PIC X(32) VALUE 'SLD-DEVISE              001003X0'.
           05 FILLER PIC X(32) VALUE 'SLD-MONTANT             005010S2'.
           05 FILLER PIC X(32) VALUE 'SLD-COMPTE              016006X0'.
           05 FILLER PIC X(32) VALUE 'SUS-MONTANT             001010S2'.
           05 FILLER PIC X(32) VALUE 'SUS-TYPE                012004X0'.
           05 FILLER PIC X(32) VALUE 'SUS-DEVISE              017003X0'.
           05 FILLER PIC X(32) VALUE 'SUS-REFERENCE           021030X0'.
           05 FILLER PIC X(32) VALUE 'SUS-MOTIF               052030X0'.
           05 FILLER PIC X(32) VALUE 'SUS-NUMERO              08300990'.
           05 FILLER PIC X(32) VALUE 'SUS-DATE-COMPTABLE      09300890'.
           05 FILLER PIC X(32) VALUE 'SUS-DATE-SUSPENS        10200890'.
           05 FILLER PIC X(32) VALUE 'SUS-COMPTE              111006X0'.
           05 FILLER PIC X(32) VALUE 'SUS-TIERS               118006X0'.
           05 FILLER PIC X(32) VALUE 'SUS-SITE                125003X0'.
           05 FILLER PIC X(32) VALUE 'SUS-LIGNE               12900390'.
           05 FILLER PIC X(32) VALUE 'SUS-APPROBATION         133001X0'.
           05 FILLER PIC X(32) VALUE 'SUS-AUTEUR              135008X0'.
           05 FILLER PIC X(32) VALUE 'SUS-SORT                144001X0'.
           05 FILLER PIC X(32) VALUE 'SUS-MOTIF-SORT          146030X0'.
           05 FILLER PIC X(32) VALUE 'SUS-UTILISATEUR         177008X0'.
           05 FILLER PIC X(32) VALUE 'SUS-DATE-SORT           18600890'.
           05 FILLER PIC X(32) VALUE 'ATT-MONTANT             001010S2'.
           05 FILLER PIC X(32) VALUE 'ATT-TYPE                012004X0'.
           05 FILLER PIC X(32) VALUE 'ATT-DEVISE              017003X0'.
           05 FILLER PIC X(32) VALUE 'ATT-REFERENCE           021030X0'.
           05 FILLER PIC X(32) VALUE 'ATT-DATE                05200890'.
           05 FILLER PIC X(32) VALUE 'ATT-HEURE               06100690'.
           05 FILLER PIC X(32) VALUE 'ATT-COMPTE              068006X0'.
           05 FILLER PIC X(32) VALUE 'ATT-NUMERO              07500990'.
           05 FILLER PIC X(32) VALUE 'ATT-TIERS               085006X0'.
           05 FILLER PIC X(32) VALUE 'ATT-LIGNE               09200390'.
           05 FILLER PIC X(32) VALUE 'ATT-DATE-COMPTABLE      09600890'.
           05 FILLER PIC X(32) VALUE 'ATT-ORIGINE             105001X0'.
           05 FILLER PIC X(32) VALUE 'ATT-NUMERO-DOUBLON      10700990'.
           05 FILLER PIC X(32) VALUE 'ATT-AUTEUR              117008X0'.
           05 FILLER PIC X(32) VALUE 'FAC-NUMERO              00100690'.
           05 FILLER PIC X(32) VALUE 'FAC-ID                  008006X0'.
           05 FILLER PIC X(32) VALUE 'FAC-NOM                 015020X0'.
           05 FILLER PIC X(32) VALUE 'FAC-CLASSE              036005X0'.
           05 FILLER PIC X(32) VALUE 'FAC-TRIMESTRE           04200190'.
           05 FILLER PIC X(32) VALUE 'FAC-MONTANT             044010S2'.
           05 FILLER PIC X(32) VALUE 'FAC-REGLE               055010S2'.
           05 FILLER PIC X(32) VALUE 'FAC-DATE-EMISSION       06600890'.
           05 FILLER PIC X(32) VALUE 'FAC-DATE-ECHEANCE       07500890'.
           05 FILLER PIC X(32) VALUE 'FAC-STATUT              084001X0'.
           05 FILLER PIC X(32) VALUE 'FAC-RELANCES            08600190'.
           05 FILLER PIC X(32) VALUE 'FAC-DATE-RELANCE        08800890'.
           05 FILLER PIC X(32) VALUE 'ECH-FACTURE             00100690'.
           05 FILLER PIC X(32) VALUE 'ECH-ID                  008006X0'.
           05 FILLER PIC X(32) VALUE 'ECH-DATE                01500890'.
           05 FILLER PIC X(32) VALUE 'ECH-UTILISATEUR         024008X0'.
           05 FILLER PIC X(32) VALUE 'ECH-STATUT              033001X0'.
           05 FILLER PIC X(32) VALUE 'ECH-DATE-STATUT         03500890'.
           05 FILLER PIC X(32) VALUE 'ECH-DEJA-REGLE          044010S2'.
           05 FILLER PIC X(32) VALUE 'ECH-NB                  05500190'.
           05 FILLER PIC X(32) VALUE 'ECT-ECHEANCE(1)         05700890'.
           05 FILLER PIC X(32) VALUE 'ECT-MONTANT(1)          066010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-REGLE(1)            077010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-RELANCES(1)         08800190'.
           05 FILLER PIC X(32) VALUE 'ECT-ECHEANCE(2)         09000890'.
           05 FILLER PIC X(32) VALUE 'ECT-MONTANT(2)          099010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-REGLE(2)            110010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-RELANCES(2)         12100190'.
           05 FILLER PIC X(32) VALUE 'ECT-ECHEANCE(3)         12300890'.
           05 FILLER PIC X(32) VALUE 'ECT-MONTANT(3)          132010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-REGLE(3)            143010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-RELANCES(3)         15400190'.
           05 FILLER PIC X(32) VALUE 'ECT-ECHEANCE(4)         15600890'.
           05 FILLER PIC X(32) VALUE 'ECT-MONTANT(4)          165010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-REGLE(4)            176010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-RELANCES(4)         18700190'.
           05 FILLER PIC X(32) VALUE 'ECT-ECHEANCE(5)         18900890'.
           05 FILLER PIC X(32) VALUE 'ECT-MONTANT(5)          198010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-REGLE(5)            209010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-RELANCES(5)         22000190'.
           05 FILLER PIC X(32) VALUE 'ECT-ECHEANCE(6)         22200890'.
           05 FILLER PIC X(32) VALUE 'ECT-MONTANT(6)          231010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-REGLE(6)            242010S2'.
           05 FILLER PIC X(32) VALUE 'ECT-RELANCES(6)         25300190'.
           05 FILLER PIC X(32) VALUE 'PRL-REFERENCE           001012X0'.
           05 FILLER PIC X(32) VALUE 'PRL-FACTURE             01400690'.
           05 FILLER PIC X(32) VALUE 'PRL-TRANCHE             02100190'.
           05 FILLER PIC X(32) VALUE 'PRL-ID                  023006X0'.
           05 FILLER PIC X(32) VALUE 'PRL-MANDAT              030020X0'.
           05 FILLER PIC X(32) VALUE 'PRL-MONTANT             051010S2'.
           05 FILLER PIC X(32) VALUE 'PRL-DATE                06200890'.
           05 FILLER PIC X(32) VALUE 'PRL-TRANSACTION         07100990'.
           05 FILLER PIC X(32) VALUE 'PRL-STATUT              081001X0'.
           05 FILLER PIC X(32) VALUE 'PRL-DATE-RETOUR         08300890'.
           05 FILLER PIC X(32) VALUE 'PRL-MOTIF               092004X0'.
           05 FILLER PIC X(32) VALUE 'PRL-FRAIS               097008S2'.
           05 FILLER PIC X(32) VALUE 'INS-ID                  001006X0'.
           05 FILLER PIC X(32) VALUE 'INS-NOM                 007020X0'.
           05 FILLER PIC X(32) VALUE 'INS-CLASSE              027005X0'.
           05 FILLER PIC X(32) VALUE 'INS-STATUT              032001X0'.
           05 FILLER PIC X(32) VALUE 'INS-DATE-NAISSANCE      03300890'.
           05 FILLER PIC X(32) VALUE 'NOTE-ID                 001006X0'.
           05 FILLER PIC X(32) VALUE 'NOTE-NOM                007020X0'.
           05 FILLER PIC X(32) VALUE 'NOTE-VALEUR             02700492'.
           05 FILLER PIC X(32) VALUE 'NOTE-COURS              031004X0'.
           05 FILLER PIC X(32) VALUE 'NOTE-COEF               03500291'.
           05 FILLER PIC X(32) VALUE 'NOTE-CLASSE             037005X0'.
           05 FILLER PIC X(32) VALUE 'NOTE-SESSION            042001X0'.
           05 FILLER PIC X(32) VALUE 'NM-ID                   001006X0'.
           05 FILLER PIC X(32) VALUE 'NM-COURS                007004X0'.
           05 FILLER PIC X(32) VALUE 'NM-NOM                  011020X0'.
           05 FILLER PIC X(32) VALUE 'NM-VALEUR               03100492'.
           05 FILLER PIC X(32) VALUE 'NM-COEF                 03500291'.
           05 FILLER PIC X(32) VALUE 'NM-CLASSE               037005X0'.
           05 FILLER PIC X(32) VALUE 'RM-ID                   001006X0'.
           05 FILLER PIC X(32) VALUE 'RM-NOM                  007020X0'.
           05 FILLER PIC X(32) VALUE 'RM-NOTE                 02700492'.
           05 FILLER PIC X(32) VALUE 'RM-MENTION              031024X0'.
           05 FILLER PIC X(32) VALUE 'RM-TENDANCE             055008X0'.
           05 FILLER PIC X(32) VALUE 'ABS-ID                  001006X0'.
           05 FILLER PIC X(32) VALUE 'ABS-NOM                 008020X0'.
           05 FILLER PIC X(32) VALUE 'ABS-CLASSE              029005X0'.
           05 FILLER PIC X(32) VALUE 'ABS-DATE                03500890'.
           05 FILLER PIC X(32) VALUE 'ABS-COURS               044004X0'.
           05 FILLER PIC X(32) VALUE 'ABS-JUSTIFIEE           049001X0'.
           05 FILLER PIC X(32) VALUE 'ICO-ID                  001006X0'.
           05 FILLER PIC X(32) VALUE 'ICO-COURS               007004X0'.
           05 FILLER PIC X(32) VALUE 'ICO-TERME               01100190'.
           05 FILLER PIC X(32) VALUE 'ICO-STATUT              012001X0'.
           05 FILLER PIC X(32) VALUE 'ICO-DATE                01300890'.
           05 FILLER PIC X(32) VALUE 'ICO-UTILISATEUR         021008X0'.
           05 FILLER PIC X(32) VALUE 'VIS-NOM                 001025X0'.
           05 FILLER PIC X(32) VALUE 'VIS-DATE                02700890'.
           05 FILLER PIC X(32) VALUE 'VIS-HEURE               03600690'.
           05 FILLER PIC X(32) VALUE 'VIS-OPERATEUR           043008X0'.
           05 FILLER PIC X(32) VALUE 'VIS-HEURE-DEPART        05200690'.
           05 FILLER PIC X(32) VALUE 'VIS-DUREE-MIN           05900590'.
           05 FILLER PIC X(32) VALUE 'VIS-BADGE               065004X0'.
           05 FILLER PIC X(32) VALUE 'VIS-PASSE               070006X0'.
           05 FILLER PIC X(32) VALUE 'VIS-ZONE                077003X0'.
           05 FILLER PIC X(32) VALUE 'VIS-HOTE                081020X0'.
           05 FILLER PIC X(32) VALUE 'VIS-SITE                102003X0'.
           05 FILLER PIC X(32) VALUE 'BDG-NUMERO              001004X0'.
           05 FILLER PIC X(32) VALUE 'BDG-STATUT              006001X0'.
           05 FILLER PIC X(32) VALUE 'RDV-NOM                 001025X0'.
           05 FILLER PIC X(32) VALUE 'RDV-DATE                02700890'.
           05 FILLER PIC X(32) VALUE 'RDV-HOTE                036020X0'.
           05 FILLER PIC X(32) VALUE 'RDV-MOTIF               057030X0'.
           05 FILLER PIC X(32) VALUE 'RDV-STATUT              088001X0'.
           05 FILLER PIC X(32) VALUE 'COL-NUMERO              00100690'.
           05 FILLER PIC X(32) VALUE 'COL-TRANSPORTEUR        008015X0'.
           05 FILLER PIC X(32) VALUE 'COL-SUIVI               024020X0'.
           05 FILLER PIC X(32) VALUE 'COL-HOTE-CODE           045006X0'.
           05 FILLER PIC X(32) VALUE 'COL-HOTE                052020X0'.
           05 FILLER PIC X(32) VALUE 'COL-DATE-RECEPTION      07300890'.
           05 FILLER PIC X(32) VALUE 'COL-HEURE-RECEPTION     08200690'.
           05 FILLER PIC X(32) VALUE 'COL-OPERATEUR           089008X0'.
           05 FILLER PIC X(32) VALUE 'COL-STATUT              098001X0'.
           05 FILLER PIC X(32) VALUE 'COL-RETIRE-PAR          100025X0'.
           05 FILLER PIC X(32) VALUE 'COL-DATE-REMISE         12600890'.
           05 FILLER PIC X(32) VALUE 'COL-HEURE-REMISE        13500690'.
           05 FILLER PIC X(32) VALUE 'JOB-NOM                 001020X0'.
           05 FILLER PIC X(32) VALUE 'JOB-TYPE                022001X0'.
           05 FILLER PIC X(32) VALUE 'JOB-DATE                02400890'.
           05 FILLER PIC X(32) VALUE 'JOB-HEURE               03300690'.
           05 FILLER PIC X(32) VALUE 'JOB-LUS                 04000790'.
           05 FILLER PIC X(32) VALUE 'JOB-ECRITS              04800790'.
           05 FILLER PIC X(32) VALUE 'JOB-REJETS              05600790'.
           05 FILLER PIC X(32) VALUE 'JOB-DUREE-SEC           06400590'.
           05 FILLER PIC X(32) VALUE 'JOB-PASSAGE             07000590'.
           05 FILLER PIC X(32) VALUE 'JOB-SITE                076003X0'.
           05 FILLER PIC X(32) VALUE 'INC-JOB                 001020X0'.
           05 FILLER PIC X(32) VALUE 'INC-DATE                02200890'.
           05 FILLER PIC X(32) VALUE 'INC-HEURE               03100690'.
           05 FILLER PIC X(32) VALUE 'INC-CODE                03800390'.
           05 FILLER PIC X(32) VALUE 'INC-MESSAGE             042040X0'.
           05 FILLER PIC X(32) VALUE 'INC-FICHIER             083020X0'.
           05 FILLER PIC X(32) VALUE 'INC-STATUT              104001X0'.
           05 FILLER PIC X(32) VALUE 'INC-OPERATEUR           106008X0'.
           05 FILLER PIC X(32) VALUE 'CAL-DATE                00100890'.
           05 FILLER PIC X(32) VALUE 'CAL-TYPE                010001X0'.
           05 FILLER PIC X(32) VALUE 'PHI-FICHIER             001030X0'.
           05 FILLER PIC X(32) VALUE 'PHI-DATE-EFFET          03200890'.
           05 FILLER PIC X(32) VALUE 'PHI-DATE-SAISIE         04100890'.
           05 FILLER PIC X(32) VALUE 'PHI-HEURE-SAISIE        05000690'.
           05 FILLER PIC X(32) VALUE 'PHI-UTILISATEUR         057008X0'.
           05 FILLER PIC X(32) VALUE 'PHI-LIGNE               06600390'.
           05 FILLER PIC X(32) VALUE 'PHI-CONTENU             070100X0'.
           05 FILLER PIC X(32) VALUE 'TIE-CODE                001006X0'.
           05 FILLER PIC X(32) VALUE 'TIE-NOM                 008030X0'.
           05 FILLER PIC X(32) VALUE 'TIE-IBAN                039034X0'.
           05 FILLER PIC X(32) VALUE 'TIE-BIC                 074011X0'.
       01 TABLE-CHAMPS-R REDEFINES TABLE-CHAMPS.
           05 DIC-CHAMP OCCURS 226.
               10 CHP-NOM             PIC X(24).
               10 CHP-POSITION        PIC 9(03).
               10 CHP-LONGUEUR        PIC 9(03).
               10 CHP-TYPE            PIC X(01).
               10 CHP-DECIMALES       PIC 9(01).
