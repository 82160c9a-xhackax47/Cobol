           SELECT SITE-FILE ASSIGN TO "SITE-LOCAL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS site-statut.
           SELECT SESSIONS-FILE ASSIGN TO "SESSIONS-ACTIVES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS sessions-statut.
           SELECT SESSIONS-NOUVEAU-FILE
               ASSIGN TO "SESSIONS-ACTIVES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DELAI-FILE ASSIGN TO "DELAI-SESSION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS delai-statut.

       DATA DIVISION.
       FILE SECTION.
       01 SITE-ENREGISTREMENT.
           05 SIT-CODE                PIC X(03).

       FD SESSIONS-FILE.
       COPY "cpsessionactive.cpy".

       FD SESSIONS-NOUVEAU-FILE.
       COPY "cpsessionactive.cpy".

      * Delai d'inactivite au menu, en minutes, au-dela duquel la
      * session est fermee et l'ecran de signature represente
       FD DELAI-FILE.
       01 DELAI-ENREGISTREMENT.
           05 DSE-MINUTES             PIC 9(03).

       WORKING-STORAGE SECTION.
       77 choix PIC 9(03) VALUE ZERO.
       77 domaine PIC 9(01) VALUE ZERO.
               10 AUT-TAB-CIBLE       PIC X(08).
               10 AUT-TAB-CHOIX       PIC 9(03).
               10 AUT-TAB-DROIT       PIC X(01).

      * Session unique et inactivite : la session du poste est
      * inscrite au registre partage des sessions ; un identifiant
      * deja signe ailleurs n'ouvre une seconde session qu'en
      * fermant la premiere, et une session restee sans activite
      * au-dela du delai revient a l'ecran de signature. Chaque fin
      * de session imposee part au journal des acces
       77 sessions-statut PIC X(02).
       77 delai-statut PIC X(02).
       77 delai-session PIC 9(03) VALUE 15.
       77 indic-fin-sessions PIC X(01) VALUE 'N'.
           88 fin-sessions VALUE 'O'.
       77 indic-session-vivante PIC X(01) VALUE 'N'.
           88 session-vivante VALUE 'O'.
       77 indic-session-retrouvee PIC X(01) VALUE 'N'.
           88 session-retrouvee VALUE 'O'.
       77 indic-session-interrompue PIC X(01) VALUE 'N'.
           88 session-interrompue VALUE 'O'.
       77 action-sessions PIC X(01) VALUE SPACE.
           88 action-ouvrir VALUE 'O'.
           88 action-activite VALUE 'A'.
           88 action-fermer VALUE 'F'.
       77 reponse-forcer PIC X(01) VALUE 'N'.
           88 forcer-oui VALUE 'O' 'o'.
       77 motif-journal PIC X(01) VALUE SPACE.
       77 choix-journal PIC 9(03) VALUE ZERO.
       77 date-debut-session PIC 9(08) VALUE ZERO.
       77 heure-debut-session PIC 9(06) VALUE ZERO.
       77 date-activite-session PIC 9(08) VALUE ZERO.
       77 heure-activite-session PIC 9(06) VALUE ZERO.
       77 site-session-vivante PIC X(03) VALUE SPACES.
       77 date-session-vivante PIC 9(08) VALUE ZERO.
       77 heure-session-vivante PIC 9(06) VALUE ZERO.
       77 instant-minutes PIC 9(09) COMP VALUE ZERO.
       77 instant-courant PIC 9(09) COMP VALUE ZERO.
       77 instant-activite PIC 9(09) COMP VALUE ZERO.
       77 inactivite-minutes PIC S9(09) COMP VALUE ZERO.
       01 INSTANT-SESSION.
           05 INS-DATE                PIC 9(08).
           05 INS-HEURE.
               10 INS-HH              PIC 9(02).
               10 INS-MN              PIC 9(02).
               10 INS-SS              PIC 9(02).
       COPY "cphorlog.cpy".

       SCREEN SECTION.
           2 LINE 6 COL 10 VALUE '3. Visiteurs'.
           2 LINE 7 COL 10 VALUE '4. Calculs'.
           2 LINE 8 COL 10 VALUE '5. Exploitation'.
           2 LINE 9 COL 10 VALUE '6. Scolarite et examens'.
           2 LINE 10 COL 10 VALUE '7. Gestion financiere'.
           2 LINE 11 COL 10 VALUE '8. Exploitation (suite)'.
           2 LINE 13 COL 10 VALUE '0. Quitter'.

       1 pls-domaine.
           2 LINE 15 COL 10 VALUE 'Domaine : '.
           2 PIC 9(01) TO domaine REQUIRED.

       1 pla-dom-livre.
           2 LINE 17 COL 45 VALUE '76. ControlerTaux'.
           2 LINE 18 COL 45 VALUE '77. MaintenirTiers'.
           2 LINE 19 COL 45 VALUE '78. RapportTiers'.
           2 LINE 20 COL 45 VALUE '125. EtablirAvoir'.
           2 LINE 21 COL 45 VALUE '126. MaintenirEcheancier'.

       1 pla-dom-notes.
           2 BLANK SCREEN.
           2 LINE 11 COL 10 VALUE '25. HistoriqueNotes'.
           2 LINE 12 COL 10 VALUE '26. SuivreDossiers'.
           2 LINE 13 COL 10 VALUE '27. RapportDossiers'.
           2 LINE 14 COL 10 VALUE '116. MaintenirContacts'.
           2 LINE 3 COL 45 VALUE '49. SaisirAbsence'.
           2 LINE 4 COL 45 VALUE '50. RapportAbsences'.
           2 LINE 5 COL 45 VALUE '51. MaintenirMatieres'.
           2 LINE 12 COL 45 VALUE '88. RapportHotes'.
           2 LINE 13 COL 45 VALUE '89. AvisNonVenus'.
           2 LINE 14 COL 45 VALUE '90. PrevoirAccueil'.
           2 LINE 15 COL 45 VALUE '158. GererEvenements'.
           2 LINE 16 COL 45 VALUE '159. AccueillirEvenement'.
           2 LINE 17 COL 45 VALUE '160. RapportEvenements'.
           2 LINE 18 COL 45 VALUE '161. RapportParking'.
           2 LINE 19 COL 45 VALUE '162. RapportInductions'.
           2 LINE 20 COL 45 VALUE '163. GererColis'.
           2 LINE 21 COL 45 VALUE '164. RapportColis'.
           2 LINE 22 COL 45 VALUE '165. RapprocherPortiques'.

       1 pla-dom-calculs.
           2 BLANK SCREEN.
           2 LINE 14 COL 45 VALUE '102. VerifierControles'.
           2 LINE 15 COL 45 VALUE '103. ExtraireDonneesPers.'.
           2 LINE 16 COL 45 VALUE '104. ConsoliderSites'.
           2 LINE 17 COL 45 VALUE '166. MaintenirDiffusion'.
           2 LINE 18 COL 45 VALUE '167. DiffuserRapports'.
           2 LINE 19 COL 45 VALUE '168. AccuserReception'.
           2 LINE 20 COL 45 VALUE '169. MaintenirParametres'.
           2 LINE 21 COL 45 VALUE '170. RapportParametres'.
           2 LINE 22 COL 45 VALUE '171. ParcourirFichiers'.

       1 pla-dom-exploitation-suite.
           2 BLANK SCREEN.
           2 LINE 1 COL 10 VALUE 'Exploitation (suite)'.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE '172. CampagneCertification'.
           2 LINE 4 COL 10 VALUE '173. CertifierAcces'.
           2 LINE 5 COL 10 VALUE '174. RapportCertification'.
           2 LINE 6 COL 10 VALUE '175. ReprendreMaitre'.
           2 LINE 7 COL 10 VALUE '176. EnvoyerNotifications'.
           2 LINE 8 COL 10 VALUE '177. RapportVolumes'.
           2 LINE 9 COL 10 VALUE '178. VerifierSaisies'.
           2 LINE 10 COL 10 VALUE '179. RapportErreursSaisie'.

       1 pla-dom-scolarite.
           2 BLANK SCREEN.
           2 LINE 1 COL 10 VALUE 'Scolarite et examens'.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE '107. InscrireCours'.
           2 LINE 4 COL 10 VALUE '108. MaintenirEmploiTemps'.
           2 LINE 5 COL 10 VALUE '109. EditerEmploiTemps'.
           2 LINE 6 COL 10 VALUE '110. PlanifierExamens'.
           2 LINE 7 COL 10 VALUE '111. AttribuerAnonymats'.
           2 LINE 8 COL 10 VALUE '112. LeverAnonymat'.
           2 LINE 9 COL 10 VALUE '113. GererGelTermes'.
           2 LINE 10 COL 10 VALUE '114. RapportCoherenceNotes'.
           2 LINE 11 COL 10 VALUE '115. SimulerSeuils'.
           2 LINE 12 COL 10 VALUE '117. ImporterAdmissions'.
           2 LINE 13 COL 10 VALUE '118. TransfererEtudiant'.
           2 LINE 14 COL 10 VALUE '119. SaisirDiscipline'.
           2 LINE 15 COL 10 VALUE '120. ConsulterDiscipline'.
           2 LINE 3 COL 45 VALUE '121. MaintenirStages'.
           2 LINE 4 COL 45 VALUE '122. RapportStagesManquants'.
           2 LINE 5 COL 45 VALUE '123. CloturerAnneeScolaire'.
           2 LINE 6 COL 45 VALUE '124. EtablirStatistiques'.
           2 LINE 7 COL 45 VALUE '180. SaisirFeuilleHeures'.
           2 LINE 8 COL 45 VALUE '181. ApprouverHeuresSup'.
           2 LINE 9 COL 45 VALUE '182. ExporterHeuresPaie'.
           2 LINE 10 COL 45 VALUE '183. GererBlocages'.
           2 LINE 11 COL 45 VALUE '184. RapportBlocages'.
           2 LINE 12 COL 45 VALUE '185. ConvertirEtudiants'.

       1 pla-dom-finance.
           2 BLANK SCREEN.
           2 LINE 1 COL 10 VALUE 'Gestion financiere'.
           2 LINE 1 COL 60 VALUE 'Date : '.
           2 COL 67 PIC 9999/99/99 FROM date-jour-aff.
           2 LINE 3 COL 10 VALUE '127. MaintenirMandats'.
           2 LINE 4 COL 10 VALUE '128. EmettrePrelevements'.
           2 LINE 5 COL 10 VALUE '129. TraiterRejetsPrelevements'.
           2 LINE 6 COL 10 VALUE '130. MaintenirReductions'.
           2 LINE 7 COL 10 VALUE '131. AttribuerReductions'.
           2 LINE 8 COL 10 VALUE '132. RapportReductions'.
           2 LINE 9 COL 10 VALUE '133. GererCaisse'.
           2 LINE 10 COL 10 VALUE '134. ConvertirJournal'.
           2 LINE 11 COL 10 VALUE '135. GererPeriodes'.
           2 LINE 12 COL 10 VALUE '136. ClotureExercice'.
           2 LINE 13 COL 10 VALUE '137. SaisirCommande'.
           2 LINE 14 COL 10 VALUE '138. SaisirFactureFournisseur'.
           2 LINE 15 COL 10 VALUE '139. ReglerFournisseurs'.
           2 LINE 3 COL 45 VALUE '140. RapportFournisseurs'.
           2 LINE 4 COL 45 VALUE '141. MaintenirImmobilisations'.
           2 LINE 5 COL 45 VALUE '142. AmortirImmobilisations'.
           2 LINE 6 COL 45 VALUE '143. RapportImmobilisations'.
           2 LINE 7 COL 45 VALUE '144. MaintenirRegularisations'.
           2 LINE 8 COL 45 VALUE '145. PasserRegularisations'.
           2 LINE 9 COL 45 VALUE '146. RapportRegularisations'.
           2 LINE 10 COL 45 VALUE '147. SaisirTransfertSites'.
           2 LINE 11 COL 45 VALUE '148. RapportTransfertsSites'.
           2 LINE 12 COL 45 VALUE '149. MaintenirRepartitions'.
           2 LINE 13 COL 45 VALUE '150. RepartirCharges'.
           2 LINE 14 COL 45 VALUE '151. DetecterDoublons'.
           2 LINE 15 COL 45 VALUE '152. RapportSeparationTaches'.
           2 LINE 16 COL 45 VALUE '153. TraiterSuspens'.
           2 LINE 17 COL 45 VALUE '154. RapportSuspens'.
           2 LINE 18 COL 45 VALUE '155. ConsulterHistorique'.
           2 LINE 19 COL 45 VALUE '156. IndexerHistorique'.
           2 LINE 20 COL 45 VALUE '157. PassageJournee'.

       1 pls-choix.
           2 LINE 16 COL 10 PIC X(14) FROM msg-men-choix.
       0000-MAINLINE.
           ACCEPT date-jour-aff FROM DATE YYYYMMDD.
           PERFORM 0080-CHARGER-SITE.
           PERFORM 0050-OUVRIR-MENU.
           PERFORM 1000-TRAITER-DOMAINE
               WITH TEST AFTER
               UNTIL menu-fini.
           MOVE 'F' TO action-sessions.
           PERFORM 1700-REECRIRE-SESSIONS.
           STOP RUN.

      * Signature de l'utilisateur et preparation de sa session :
      * au demarrage, et de nouveau chaque fois que la session est
      * interrompue (inactivite, ou session fermee depuis un autre
      * poste)
       0050-OUVRIR-MENU.
           MOVE 'N' TO indic-signe.
           MOVE 'N' TO indic-session-interrompue.
           MOVE 'N' TO indic-avis-affiche.
           MOVE ZERO TO tentatives-signature.
           PERFORM 0090-CHARGER-DELAI-SESSION.
           PERFORM 0100-OUVRIR-SESSION
               WITH TEST AFTER
               UNTIL session-ouverte OR tentatives-signature >= 3.
               IF mdp-expire
                   DISPLAY 'Mot de passe toujours expire, '
                       'menu ferme.'
                   MOVE 'F' TO action-sessions
                   PERFORM 1700-REECRIRE-SESSIONS
                   STOP RUN
               END-IF
           END-IF.
               DISPLAY 'Appuyer sur Entree pour ouvrir le menu...'
               ACCEPT pause-avis
           END-IF.

      * Affiche le menu des domaines et ouvre le sous-menu choisi ;
      * une session interrompue repasse par la signature
       1000-TRAITER-DOMAINE.
           DISPLAY pla-menu.
           DISPLAY pls-domaine.
           ACCEPT pls-domaine.
           PERFORM 1800-CONTROLER-ACTIVITE.
           IF NOT session-interrompue
               IF domaine = 0
                   SET menu-fini TO TRUE
               ELSE
                   IF domaine >= 1 AND domaine <= 8
                       PERFORM 1100-TRAITER-CHOIX
                           WITH TEST AFTER
                           UNTIL choix = 0
                   END-IF
               END-IF
           END-IF.
           IF session-interrompue
               PERFORM 0050-OUVRIR-MENU
           END-IF.

      * Affiche le sous-menu du domaine, lit le numero d'option et
      * lance le programme correspondant ; zero revient au menu des
                   DISPLAY pla-dom-calculs
               WHEN 5
                   DISPLAY pla-dom-exploitation
               WHEN 6
                   DISPLAY pla-dom-scolarite
               WHEN 7
                   DISPLAY pla-dom-finance
               WHEN 8
                   DISPLAY pla-dom-exploitation-suite
           END-EVALUATE.
           DISPLAY pls-choix.
           ACCEPT pls-choix.
           PERFORM 1800-CONTROLER-ACTIVITE.
           IF session-interrompue
               MOVE ZERO TO choix
           END-IF.
           PERFORM 1500-CONTROLER-DROIT.
      * une option refusee est neutralisee : l'ecran revient au
      * choix du domaine sans rien lancer
                   CALL 'MaintenirFormules'
               WHEN 106
                   CALL 'AttribuerBourses'
               WHEN 107
                   CALL 'InscrireCours'
               WHEN 108
                   CALL 'MaintenirEmploiTemps'
               WHEN 109
                   CALL 'EditerEmploiTemps'
               WHEN 110
                   CALL 'PlanifierExamens'
               WHEN 111
                   CALL 'AttribuerAnonymats'
               WHEN 112
                   CALL 'LeverAnonymat'
               WHEN 113
                   CALL 'GererGelTermes'
               WHEN 114
                   CALL 'RapportCoherenceNotes'
               WHEN 115
                   CALL 'SimulerSeuils'
               WHEN 116
                   CALL 'MaintenirContacts'
               WHEN 117
                   CALL 'ImporterAdmissions'
               WHEN 118
                   CALL 'TransfererEtudiant'
               WHEN 119
                   CALL 'SaisirDiscipline'
               WHEN 120
                   CALL 'ConsulterDiscipline'
               WHEN 121
                   CALL 'MaintenirStages'
               WHEN 122
                   CALL 'RapportStagesManquants'
               WHEN 123
                   CALL 'CloturerAnneeScolaire'
               WHEN 124
                   CALL 'EtablirStatistiques'
               WHEN 125
                   CALL 'EtablirAvoir'
               WHEN 126
                   CALL 'MaintenirEcheancier'
               WHEN 127
                   CALL 'MaintenirMandats'
               WHEN 128
                   CALL 'EmettrePrelevements'
               WHEN 129
                   CALL 'TraiterRejetsPrelevements'
               WHEN 130
                   CALL 'MaintenirReductions'
               WHEN 131
                   CALL 'AttribuerReductions'
               WHEN 132
                   CALL 'RapportReductions'
               WHEN 133
                   CALL 'GererCaisse'
               WHEN 134
                   CALL 'ConvertirJournal'
               WHEN 135
                   CALL 'GererPeriodes'
               WHEN 136
                   CALL 'ClotureExercice'
               WHEN 137
                   CALL 'SaisirCommande'
               WHEN 138
                   CALL 'SaisirFactureFournisseur'
               WHEN 139
                   CALL 'ReglerFournisseurs'
               WHEN 140
                   CALL 'RapportFournisseurs'
               WHEN 141
                   CALL 'MaintenirImmobilisations'
               WHEN 142
                   CALL 'AmortirImmobilisations'
               WHEN 143
                   CALL 'RapportImmobilisations'
               WHEN 144
                   CALL 'MaintenirRegularisations'
               WHEN 145
                   CALL 'PasserRegularisations'
               WHEN 146
                   CALL 'RapportRegularisations'
               WHEN 147
                   CALL 'SaisirTransfertSites'
               WHEN 148
                   CALL 'RapportTransfertsSites'
               WHEN 149
                   CALL 'MaintenirRepartitions'
               WHEN 150
                   CALL 'RepartirCharges'
               WHEN 151
                   CALL 'DetecterDoublons'
               WHEN 152
                   CALL 'RapportSeparationTaches'
               WHEN 153
                   CALL 'TraiterSuspens'
               WHEN 154
                   CALL 'RapportSuspens'
               WHEN 155
                   CALL 'ConsulterHistorique'
               WHEN 156
                   CALL 'IndexerHistorique'
               WHEN 157
                   CALL 'PassageJournee'
               WHEN 158
                   CALL 'GererEvenements'
               WHEN 159
                   CALL 'AccueillirEvenement'
               WHEN 160
                   CALL 'RapportEvenements'
               WHEN 161
                   CALL 'RapportParking'
               WHEN 162
                   CALL 'RapportInductions'
               WHEN 163
                   CALL 'GererColis'
               WHEN 164
                   CALL 'RapportColis'
               WHEN 165
                   CALL 'RapprocherPortiques'
               WHEN 166
                   CALL 'MaintenirDiffusion'
               WHEN 167
                   CALL 'DiffuserRapports'
               WHEN 168
                   CALL 'AccuserReception'
               WHEN 169
                   CALL 'MaintenirParametres'
               WHEN 170
                   CALL 'RapportParametres'
               WHEN 171
                   CALL 'ParcourirFichiers'
               WHEN 172
                   CALL 'CampagneCertification'
               WHEN 173
                   CALL 'CertifierAcces'
               WHEN 174
                   CALL 'RapportCertification'
               WHEN 175
                   CALL 'ReprendreMaitre'
               WHEN 176
                   CALL 'EnvoyerNotifications'
               WHEN 177
                   CALL 'RapportVolumes'
               WHEN 178
                   CALL 'VerifierSaisies'
               WHEN 179
                   CALL 'RapportErreursSaisie'
               WHEN 180
                   CALL 'SaisirFeuilleHeures'
               WHEN 181
                   CALL 'ApprouverHeuresSup'
               WHEN 182
                   CALL 'ExporterHeuresPaie'
               WHEN 183
                   CALL 'GererBlocages'
               WHEN 184
                   CALL 'RapportBlocages'
               WHEN 185
                   CALL 'ConvertirEtudiants'
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY pla-err-choix
           END-EVALUATE.
      * le retour du programme lance compte comme une activite
           IF choix NOT = ZERO
               PERFORM 1740-PRENDRE-HEURE
               PERFORM 1850-NOTER-ACTIVITE
               IF session-interrompue
                   MOVE ZERO TO choix
               END-IF
           END-IF.

      * Identifie l'utilisateur contre UTILISATEURS.DAT ; sans ce
      * fichier, la session s'ouvre en administration pour permettre
                   ADD 1 TO tentatives-signature
               END-IF
           END-IF.
           IF session-ouverte
               PERFORM 0180-CONTROLER-SESSION-UNIQUE
           END-IF.

      * Lecture d'un enregistrement UTILISATEURS.DAT
       0110-LIRE-UTILISATEUR.
           END-READ.

      * Compare la fiche courante a l'identifiant et au mot de passe
      * saisis, puis relit si elle ne correspond pas ; une fiche
      * suspendue n'ouvre pas de session
       0120-COMPARER-UTILISATEUR.
           IF UTI-ID = utilisateur-saisi AND UTI-MDP = mdp-saisi
                   AND NOT UTI-SUSPENDU
               SET session-ouverte TO TRUE
               MOVE UTI-ROLE TO role-session
               IF UTI-DATE-MDP IS NUMERIC
           END-IF.
           PERFORM 0110-LIRE-UTILISATEUR.

      * Refuse une seconde session a un identifiant qui a deja une
      * session vivante, sauf si l'utilisateur choisit de fermer
      * celle-ci ; la fermeture forcee part au journal des acces
       0180-CONTROLER-SESSION-UNIQUE.
           MOVE 'N' TO indic-session-vivante.
           MOVE 'N' TO indic-fin-sessions.
           PERFORM 1740-PRENDRE-HEURE.
           OPEN INPUT SESSIONS-FILE.
           IF sessions-statut = '00'
               PERFORM 1710-LIRE-SESSION-ACTIVE
               PERFORM 0185-COMPARER-SESSION-ACTIVE
                   UNTIL fin-sessions OR session-vivante
               CLOSE SESSIONS-FILE
           END-IF.
           IF session-vivante
               DISPLAY 'Session deja ouverte pour ' utilisateur-saisi
                   ' sur le site ' site-session-vivante
                   ' depuis le ' date-session-vivante
                   ' a ' heure-session-vivante '.'
               DISPLAY 'Fermer cette session et ouvrir celle-ci '
                   '(O/N) ? ' WITH NO ADVANCING
               MOVE 'N' TO reponse-forcer
               ACCEPT reponse-forcer
               IF forcer-oui
                   MOVE 'D' TO motif-journal
                   PERFORM 1570-JOURNALISER-FIN-SESSION
               ELSE
                   DISPLAY 'Signature refusee : session deja active.'
                   MOVE 'N' TO indic-signe
                   ADD 1 TO tentatives-signature
               END-IF
           END-IF.

      * Retient la session lue si elle est au meme identifiant et
      * encore vivante, sinon relit
       0185-COMPARER-SESSION-ACTIVE.
           IF SAC-UTILISATEUR OF SESSIONS-FILE = utilisateur-saisi
               PERFORM 1760-MESURER-INACTIVITE
               IF inactivite-minutes <= delai-session
                   SET session-vivante TO TRUE
                   MOVE SAC-SITE OF SESSIONS-FILE
                       TO site-session-vivante
                   MOVE SAC-DATE-DEBUT OF SESSIONS-FILE
                       TO date-session-vivante
                   MOVE SAC-HEURE-DEBUT OF SESSIONS-FILE
                       TO heure-session-vivante
               END-IF
           END-IF.
           IF NOT session-vivante
               PERFORM 1710-LIRE-SESSION-ACTIVE
           END-IF.

      * Ouvre la session au registre partage et la depose pour les
      * ecrans qui journalisent un identifiant d'operateur
       0200-DEPOSER-SESSION.
           PERFORM 1740-PRENDRE-HEURE.
           MOVE INS-DATE TO date-debut-session.
           MOVE INS-HEURE TO heure-debut-session.
           MOVE INS-DATE TO date-activite-session.
           MOVE INS-HEURE TO heure-activite-session.
           MOVE instant-courant TO instant-activite.
           MOVE 'O' TO action-sessions.
           PERFORM 1700-REECRIRE-SESSIONS.
           PERFORM 0210-ECRIRE-SESSION.

      * Ecrit SESSION-UTILISATEUR.DAT avec l'identifiant signe et
      * les heures d'ouverture et de derniere activite
       0210-ECRIRE-SESSION.
           MOVE utilisateur-saisi TO SES-UTILISATEUR.
           MOVE langue-session TO SES-LANGUE.
           MOVE site-exploitation TO SES-SITE.
           MOVE date-debut-session TO SES-DATE-DEBUT.
           MOVE heure-debut-session TO SES-HEURE-DEBUT.
           MOVE date-activite-session TO SES-DATE-ACTIVITE.
           MOVE heure-activite-session TO SES-HEURE-ACTIVITE.
           OPEN OUTPUT SESSION-FILE.
           WRITE SESSION-ENREGISTREMENT.
           CLOSE SESSION-FILE.

      * Charge le delai d'inactivite ; sans fichier ou a zero, le
      * delai par defaut reste en vigueur
       0090-CHARGER-DELAI-SESSION.
           MOVE 15 TO delai-session.
           OPEN INPUT DELAI-FILE.
           IF delai-statut = '00'
               READ DELAI-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DSE-MINUTES IS NUMERIC
                               AND DSE-MINUTES > ZERO
                           MOVE DSE-MINUTES TO delai-session
                       END-IF
               END-READ
               CLOSE DELAI-FILE
           END-IF.

      * Charge la matrice d'habilitation en memoire ; sans
      * fichier, le filtrage historique par role reste seul en
      * vigueur
      * Journalise la tentative d'acces refusee, pour la revue
      * d'audit
       1560-JOURNALISER-REFUS.
           MOVE 'R' TO motif-journal.
           MOVE choix TO choix-journal.
           PERFORM 1580-ECRIRE-JOURNAL-ACCES.

      * Journalise une fin de session imposee (motif dans
      * motif-journal : D fermee par une nouvelle signature,
      * I expiree apres inactivite)
       1570-JOURNALISER-FIN-SESSION.
           MOVE ZERO TO choix-journal.
           PERFORM 1580-ECRIRE-JOURNAL-ACCES.

      * Ajoute une ligne horodatee a JOURNAL-ACCES.DAT
       1580-ECRIRE-JOURNAL-ACCES.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE SPACES TO JOURNAL-ACCES-ENREGISTREMENT.
           MOVE CP-HLG-DATE TO JAC-DATE.
           MOVE CP-HLG-HH TO JAC-HEURE(1:2).
           MOVE CP-HLG-MN TO JAC-HEURE(3:2).
           MOVE CP-HLG-SS TO JAC-HEURE(5:2).
           MOVE utilisateur-saisi TO JAC-UTILISATEUR.
           MOVE choix-journal TO JAC-CHOIX.
           MOVE motif-journal TO JAC-MOTIF.
           OPEN EXTEND JOURNAL-ACCES-FILE.
           IF journal-acces-statut = '35'
               OPEN OUTPUT JOURNAL-ACCES-FILE
           WRITE JOURNAL-ACCES-ENREGISTREMENT.
           CLOSE JOURNAL-ACCES-FILE.

      * Recopie le registre des sessions selon l'action demandee :
      * a l'ouverture, les anciennes sessions du meme identifiant
      * sont retirees et la session du poste ajoutee ; a chaque
      * activite, l'heure de derniere activite de la session du
      * poste est mise a jour ; a la fermeture, la session du poste
      * est retiree. Les sessions mortes d'inactivite sont purgees
       1700-REECRIRE-SESSIONS.
           MOVE 'N' TO indic-session-retrouvee.
           MOVE 'N' TO indic-fin-sessions.
           OPEN OUTPUT SESSIONS-NOUVEAU-FILE.
           OPEN INPUT SESSIONS-FILE.
           IF sessions-statut = '00'
               PERFORM 1710-LIRE-SESSION-ACTIVE
               PERFORM 1720-RECOPIER-SESSION-ACTIVE
                   UNTIL fin-sessions
               CLOSE SESSIONS-FILE
           END-IF.
           IF action-ouvrir
               MOVE SPACES TO SESSION-ACTIVE-ENREGISTREMENT
                   OF SESSIONS-NOUVEAU-FILE
               MOVE utilisateur-saisi
                   TO SAC-UTILISATEUR OF SESSIONS-NOUVEAU-FILE
               MOVE site-exploitation
                   TO SAC-SITE OF SESSIONS-NOUVEAU-FILE
               MOVE date-debut-session
                   TO SAC-DATE-DEBUT OF SESSIONS-NOUVEAU-FILE
               MOVE heure-debut-session
                   TO SAC-HEURE-DEBUT OF SESSIONS-NOUVEAU-FILE
               MOVE date-activite-session
                   TO SAC-DATE-ACTIVITE OF SESSIONS-NOUVEAU-FILE
               MOVE heure-activite-session
                   TO SAC-HEURE-ACTIVITE OF SESSIONS-NOUVEAU-FILE
               WRITE SESSION-ACTIVE-ENREGISTREMENT
                   OF SESSIONS-NOUVEAU-FILE
           END-IF.
           CLOSE SESSIONS-NOUVEAU-FILE.
           CALL "CBL_DELETE_FILE" USING "SESSIONS-ACTIVES.DAT".
           CALL "CBL_RENAME_FILE" USING "SESSIONS-ACTIVES.NOUVEAU"
               "SESSIONS-ACTIVES.DAT".
           MOVE ZERO TO RETURN-CODE.

      * Lecture d'un enregistrement SESSIONS-ACTIVES.DAT
       1710-LIRE-SESSION-ACTIVE.
           READ SESSIONS-FILE
               AT END SET fin-sessions TO TRUE
           END-READ.

      * Recopie la session lue, la met a jour ou l'ecarte, puis
      * relit
       1720-RECOPIER-SESSION-ACTIVE.
           PERFORM 1760-MESURER-INACTIVITE.
           EVALUATE TRUE
               WHEN SAC-UTILISATEUR OF SESSIONS-FILE
                       = utilisateur-saisi
                       AND SAC-DATE-DEBUT OF SESSIONS-FILE
                       = date-debut-session
                       AND SAC-HEURE-DEBUT OF SESSIONS-FILE
                       = heure-debut-session
                       AND NOT action-ouvrir
                   SET session-retrouvee TO TRUE
                   IF action-activite
                       MOVE SESSION-ACTIVE-ENREGISTREMENT
                           OF SESSIONS-FILE
                           TO SESSION-ACTIVE-ENREGISTREMENT
                           OF SESSIONS-NOUVEAU-FILE
                       MOVE date-activite-session
                           TO SAC-DATE-ACTIVITE
                           OF SESSIONS-NOUVEAU-FILE
                       MOVE heure-activite-session
                           TO SAC-HEURE-ACTIVITE
                           OF SESSIONS-NOUVEAU-FILE
                       WRITE SESSION-ACTIVE-ENREGISTREMENT
                           OF SESSIONS-NOUVEAU-FILE
                   END-IF
               WHEN SAC-UTILISATEUR OF SESSIONS-FILE
                       = utilisateur-saisi
                       AND action-ouvrir
                   CONTINUE
               WHEN inactivite-minutes > delai-session
                   CONTINUE
               WHEN OTHER
                   MOVE SESSION-ACTIVE-ENREGISTREMENT OF SESSIONS-FILE
                       TO SESSION-ACTIVE-ENREGISTREMENT
                       OF SESSIONS-NOUVEAU-FILE
                   WRITE SESSION-ACTIVE-ENREGISTREMENT
                       OF SESSIONS-NOUVEAU-FILE
           END-EVALUATE.
           PERFORM 1710-LIRE-SESSION-ACTIVE.

      * Prend l'heure courante, en date, heure et instant en minutes
       1740-PRENDRE-HEURE.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE CP-HLG-DATE TO INS-DATE.
           MOVE CP-HLG-HEURE(1:6) TO INS-HEURE.
           PERFORM 1750-CALCULER-INSTANT.
           MOVE instant-minutes TO instant-courant.

      * Convertit la date et l'heure d'INSTANT-SESSION en minutes
      * ecoulees ; une date illisible donne zero, soit une session
      * tenue pour morte
       1750-CALCULER-INSTANT.
           IF INS-DATE IS NUMERIC AND INS-HEURE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(INS-DATE) = ZERO
               COMPUTE instant-minutes =
                   FUNCTION INTEGER-OF-DATE(INS-DATE) * 1440
                   + INS-HH * 60 + INS-MN
           ELSE
               MOVE ZERO TO instant-minutes
           END-IF.

      * Minutes ecoulees depuis la derniere activite de la session
      * lue dans le registre, par rapport a l'heure courante
       1760-MESURER-INACTIVITE.
           MOVE SAC-DATE-ACTIVITE OF SESSIONS-FILE TO INS-DATE.
           MOVE SAC-HEURE-ACTIVITE OF SESSIONS-FILE TO INS-HEURE.
           PERFORM 1750-CALCULER-INSTANT.
           COMPUTE inactivite-minutes =
               instant-courant - instant-minutes.

      * Controle la session a chaque saisie au menu : au-dela du
      * delai d'inactivite, la session est fermee et la signature
      * redemandee ; sinon l'activite est notee
       1800-CONTROLER-ACTIVITE.
           PERFORM 1740-PRENDRE-HEURE.
           COMPUTE inactivite-minutes =
               instant-courant - instant-activite.
           IF inactivite-minutes > delai-session
               MOVE 'F' TO action-sessions
               PERFORM 1700-REECRIRE-SESSIONS
               MOVE 'I' TO motif-journal
               PERFORM 1570-JOURNALISER-FIN-SESSION
               SET session-interrompue TO TRUE
               DISPLAY 'Session fermee apres ' delai-session
                   ' minutes d''inactivite.'
               DISPLAY 'Appuyer sur Entree pour vous identifier...'
               ACCEPT pause-avis
           ELSE
               PERFORM 1850-NOTER-ACTIVITE
           END-IF.

      * Note l'heure courante comme derniere activite de la session,
      * au registre et dans SESSION-UTILISATEUR.DAT ; une session
      * absente du registre a ete fermee depuis un autre poste
       1850-NOTER-ACTIVITE.
           MOVE INS-DATE TO date-activite-session.
           MOVE INS-HEURE TO heure-activite-session.
           MOVE instant-courant TO instant-activite.
           MOVE 'A' TO action-sessions.
           PERFORM 1700-REECRIRE-SESSIONS.
           IF session-retrouvee
               PERFORM 0210-ECRIRE-SESSION
           ELSE
               SET session-interrompue TO TRUE
               DISPLAY 'Session fermee par une signature du meme '
                   'identifiant sur un autre poste.'
               DISPLAY 'Appuyer sur Entree pour vous identifier...'
               ACCEPT pause-avis
           END-IF.

      * Verifie que l'option demandee est ouverte a la session :
      * la matrice d'habilitation fait foi quand une regle vise
      * l'utilisateur ou son profil ; sinon le filtrage historique
                           AND choix NOT = 81
                           AND choix NOT = 97
                           AND choix NOT = 98
                           AND choix NOT = 112
                           AND choix NOT = 123
                           AND choix NOT = 135
                           AND choix NOT = 136
                           AND choix NOT = 139
                           AND choix NOT = 142
                           AND choix NOT = 145
                           AND choix NOT = 150
                           AND choix NOT = 151
                           AND choix NOT = 152
                           AND choix NOT = 157
                           AND choix NOT = 172
                           AND choix NOT = 175
                           AND choix NOT = 181
                           AND choix NOT = 183
                           AND choix NOT = 185
                       SET choix-autorise TO TRUE
                   END-IF
               WHEN role-consultation
                       WHEN 78
                       WHEN 96
                       WHEN 101
                       WHEN 109
                       WHEN 114
                       WHEN 115
                       WHEN 120
                       WHEN 122
                       WHEN 132
                       WHEN 140
                       WHEN 143
                       WHEN 146
                       WHEN 148
                       WHEN 154
                       WHEN 155
                       WHEN 173
                       WHEN 174
                       WHEN 177
                       WHEN 179
                       WHEN 184
                           SET choix-autorise TO TRUE
                       WHEN OTHER
                           CONTINUE
