      * Code CampagneCertification en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. CampagneCertification.

      * Traitement quotidien de la recertification des acces, passe
      * par la chaine de nuit :
      * - au premier passage d'un trimestre, ouvre la campagne du
      *   trimestre (code AAAATn) : chaque utilisateur actif de
      *   UTILISATEURS.DAT est soumis a son responsable pour son
      *   acces au menu sous son role et pour chaque option qui lui
      *   est accordee nommement dans AUTORISATIONS.DAT ; les lignes
      *   sont versees a CERTIFICATIONS.DAT et la liste par
      *   responsable editee sur LISTE-CERTIFICATION.DAT. L'echeance
      *   est fixee a DELAI-CERTIFICATION.DAT jours (trente par
      *   defaut) ;
      * - une ligne restee sans decision apres son echeance est
      *   suspendue ;
      * - toute ligne revoquee ou suspendue est appliquee une seule
      *   fois : l'acces au menu retire suspend la fiche de
      *   l'utilisateur, une option retiree recoit une regle de
      *   refus en fin de matrice d'habilitation (la derniere regle
      *   fait foi).
      * Une ligne sans responsable (ou dont le responsable est
      * l'utilisateur lui-meme) revient aux administrateurs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIF-FILE ASSIGN TO "CERTIFICATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS certif-statut.
           SELECT CERTIF-NOUVEAU-FILE ASSIGN TO "CERTIFICATIONS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT UTILISATEURS-FILE ASSIGN TO "UTILISATEURS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS utilisateurs-statut.
           SELECT UTILISATEURS-NOUVEAU-FILE
               ASSIGN TO "UTILISATEURS.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUTORISATIONS-FILE ASSIGN TO "AUTORISATIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS autorisations-statut.
           SELECT DELAI-FILE ASSIGN TO "DELAI-CERTIFICATION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS delai-statut.
           SELECT LISTE-FILE ASSIGN TO "LISTE-CERTIFICATION.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRI-TRAVAIL ASSIGN TO "TRI-CERTIFICATION.TMP".
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
      * Meme structure d'enregistrement pour l'ancien et le nouveau
      * fichier ; les references sont qualifiees par OF
       FD CERTIF-FILE.
       COPY "cpcertification.cpy".

       FD CERTIF-NOUVEAU-FILE.
       COPY "cpcertification.cpy".

       FD UTILISATEURS-FILE.
       COPY "cputilisateur.cpy".

       FD UTILISATEURS-NOUVEAU-FILE.
       COPY "cputilisateur.cpy".

       FD AUTORISATIONS-FILE.
       COPY "cpautorisation.cpy".

      * Delai de reponse des responsables, en jours
       FD DELAI-FILE.
       01 DELAI-ENREGISTREMENT.
           05 DCE-JOURS               PIC 9(03).

       FD LISTE-FILE.
       01 LIGNE-LISTE                 PIC X(80).

       SD TRI-TRAVAIL.
       01 TRI-ENREGISTREMENT.
           05 TRI-RESPONSABLE         PIC X(08).
           05 TRI-UTILISATEUR         PIC X(08).
           05 TRI-CHOIX               PIC 9(03).
           05 TRI-ROLE                PIC X(01).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 certif-statut PIC X(02).
       77 utilisateurs-statut PIC X(02).
       77 autorisations-statut PIC X(02).
       77 delai-statut PIC X(02).
       77 indic-fin-certif PIC X(01) VALUE 'N'.
           88 fin-certif VALUE 'O'.
       77 indic-fin-utilisateurs PIC X(01) VALUE 'N'.
           88 fin-utilisateurs VALUE 'O'.
       77 indic-fin-autorisations PIC X(01) VALUE 'N'.
           88 fin-autorisations VALUE 'O'.
       77 indic-fin-tri PIC X(01) VALUE 'N'.
           88 fin-tri VALUE 'O'.
       77 indic-campagne PIC X(01) VALUE 'N'.
           88 campagne-existante VALUE 'O'.
       77 indic-regle-ecrasee PIC X(01) VALUE 'N'.
           88 regle-ecrasee VALUE 'O'.
       77 indic-a-suspendre PIC X(01) VALUE 'N'.
           88 utilisateur-a-suspendre VALUE 'O'.
       77 nb-admins-restants PIC 9(03) COMP VALUE ZERO.
       77 date-jour PIC 9(08) VALUE ZERO.
       77 heure-jour PIC 9(06) VALUE ZERO.
       77 date-echeance PIC 9(08) VALUE ZERO.
       77 delai-jours PIC 9(03) VALUE 30.
       77 campagne-courante PIC X(06) VALUE SPACES.
       77 mois-jour PIC 9(02) VALUE ZERO.
       77 trimestre PIC 9(01) VALUE ZERO.
       77 numero-ligne PIC 9(05) VALUE ZERO.
       77 responsable-courant PIC X(08) VALUE SPACES.
       77 responsable-ligne PIC X(08) VALUE SPACES.
       77 date-editee PIC 9999/99/99.
       77 choix-edite PIC ZZ9.
       77 total-edite PIC ZZZZ9.
       77 ix-regle PIC 9(03) COMP VALUE ZERO.
       77 ix-suivante PIC 9(03) COMP VALUE ZERO.
       77 ix-application PIC 9(03) COMP VALUE ZERO.
       77 nb-regles PIC 9(03) COMP VALUE ZERO.
       77 nb-suspensions PIC 9(03) COMP VALUE ZERO.
       77 nb-revocations PIC 9(03) COMP VALUE ZERO.
       77 cpt-lus PIC 9(07) COMP VALUE ZERO.
       77 cpt-soumises PIC 9(05) VALUE ZERO.
       77 cpt-echues PIC 9(05) VALUE ZERO.
       77 cpt-appliquees PIC 9(05) VALUE ZERO.

      * Regles d'utilisateur de la matrice d'habilitation, dans
      * l'ordre du fichier
       01 TABLE-REGLES.
           05 REGLE-TABLE OCCURS 300.
               10 REG-CIBLE           PIC X(08).
               10 REG-CHOIX           PIC 9(03).
               10 REG-DROIT           PIC X(01).

      * Retraits a porter dans UTILISATEURS.DAT (acces au menu) et
      * dans AUTORISATIONS.DAT (options accordees nommement)
       01 TABLE-SUSPENSIONS.
           05 SUSPENSION-TABLE OCCURS 200.
               10 SUS-UTILISATEUR     PIC X(08).
       01 TABLE-REVOCATIONS.
           05 REVOCATION-TABLE OCCURS 200.
               10 REV-UTILISATEUR     PIC X(08).
               10 REV-CHOIX           PIC 9(03).

       77 joblog-statut PIC X(02).
       77 passage-statut PIC X(02).
       77 numero-passage PIC 9(05) VALUE ZERO.
       77 job-secondes-debut PIC S9(07) COMP VALUE ZERO.
       77 job-secondes-fin PIC S9(07) COMP.
      * Site d'exploitation de l'execution, pose au demarrage du
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
           PERFORM 1000-INITIALISER.
           PERFORM 2000-CHERCHER-CAMPAGNE.
           IF NOT campagne-existante
               PERFORM 3000-OUVRIR-CAMPAGNE
           END-IF.
           PERFORM 4000-APPLIQUER-DECISIONS.
           PERFORM 9000-FINALISER.
           GOBACK.

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
           MOVE 'CampagneCertif' TO JOB-NOM.
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

      * Date de traitement, code de la campagne du trimestre et
      * delai de reponse
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE 'N' TO indic-campagne.
           MOVE ZERO TO cpt-lus.
           MOVE ZERO TO cpt-soumises.
           MOVE ZERO TO cpt-echues.
           MOVE ZERO TO cpt-appliquees.
           MOVE ZERO TO nb-suspensions.
           MOVE ZERO TO nb-revocations.
           IF date-exploitation IS NUMERIC
                   AND date-exploitation > ZERO
               MOVE date-exploitation TO date-jour
           ELSE
               MOVE CP-HLG-DATE TO date-jour
           END-IF.
           MOVE CP-HLG-HEURE(1:6) TO heure-jour.
           MOVE date-jour(5:2) TO mois-jour.
           COMPUTE trimestre = (mois-jour + 2) / 3.
           MOVE date-jour(1:4) TO campagne-courante(1:4).
           MOVE 'T' TO campagne-courante(5:1).
           MOVE trimestre TO campagne-courante(6:1).
           MOVE 30 TO delai-jours.
           OPEN INPUT DELAI-FILE.
           IF delai-statut = '00'
               READ DELAI-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DCE-JOURS IS NUMERIC
                               AND DCE-JOURS > ZERO
                           MOVE DCE-JOURS TO delai-jours
                       END-IF
               END-READ
               CLOSE DELAI-FILE
           END-IF.
           COMPUTE date-echeance = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(date-jour) + delai-jours).

      * Cherche si la campagne du trimestre est deja ouverte
       2000-CHERCHER-CAMPAGNE.
           MOVE 'N' TO indic-fin-certif.
           OPEN INPUT CERTIF-FILE.
           IF certif-statut = '00'
               PERFORM 2100-LIRE-CERTIF
               PERFORM 2200-COMPARER-CAMPAGNE
                   UNTIL fin-certif OR campagne-existante
               CLOSE CERTIF-FILE
           END-IF.

      * Lecture d'un enregistrement CERTIFICATIONS.DAT
       2100-LIRE-CERTIF.
           READ CERTIF-FILE
               AT END SET fin-certif TO TRUE
           END-READ.

      * Retient la campagne si la ligne lui appartient, sinon relit
       2200-COMPARER-CAMPAGNE.
           IF CER-CAMPAGNE OF CERTIF-FILE = campagne-courante
               SET campagne-existante TO TRUE
           ELSE
               PERFORM 2100-LIRE-CERTIF
           END-IF.

      * Ouvre la campagne du trimestre : les lignes a soumettre sont
      * triees par responsable puis utilisateur, versees a
      * CERTIFICATIONS.DAT et editees par responsable
       3000-OUVRIR-CAMPAGNE.
           PERFORM 3050-CHARGER-REGLES.
           SORT TRI-TRAVAIL
               ON ASCENDING KEY TRI-RESPONSABLE TRI-UTILISATEUR
                   TRI-CHOIX
               INPUT PROCEDURE IS 3100-GENERER-LIGNES
               OUTPUT PROCEDURE IS 3500-VERSER-CAMPAGNE.

      * Charge les regles d'utilisateur de la matrice ; les regles
      * de profil (*C, *M, *A) relevent du role et sont couvertes
      * par la ligne d'acces au menu
       3050-CHARGER-REGLES.
           MOVE ZERO TO nb-regles.
           MOVE 'N' TO indic-fin-autorisations.
           OPEN INPUT AUTORISATIONS-FILE.
           IF autorisations-statut = '00'
               PERFORM 3060-LIRE-AUTORISATION
               PERFORM 3070-RETENIR-REGLE UNTIL fin-autorisations
               CLOSE AUTORISATIONS-FILE
           END-IF.

      * Lecture d'un enregistrement AUTORISATIONS.DAT
       3060-LIRE-AUTORISATION.
           READ AUTORISATIONS-FILE
               AT END SET fin-autorisations TO TRUE
           END-READ.

      * Retient une regle d'utilisateur, puis relit
       3070-RETENIR-REGLE.
           IF AUT-CIBLE(1:1) NOT = '*' AND nb-regles < 300
               ADD 1 TO nb-regles
               MOVE AUT-CIBLE TO REG-CIBLE(nb-regles)
               MOVE AUT-CHOIX TO REG-CHOIX(nb-regles)
               MOVE AUT-DROIT TO REG-DROIT(nb-regles)
           END-IF.
           PERFORM 3060-LIRE-AUTORISATION.

      * Procedure d'entree du tri : une ligne d'acces au menu par
      * utilisateur actif, plus une ligne par option qui lui reste
      * accordee nommement
       3100-GENERER-LIGNES.
           MOVE 'N' TO indic-fin-utilisateurs.
           OPEN INPUT UTILISATEURS-FILE.
           IF utilisateurs-statut = '00'
               PERFORM 3110-LIRE-UTILISATEUR
               PERFORM 3200-SOUMETTRE-UTILISATEUR
                   UNTIL fin-utilisateurs
               CLOSE UTILISATEURS-FILE
           END-IF.

      * Lecture d'un enregistrement UTILISATEURS.DAT
       3110-LIRE-UTILISATEUR.
           READ UTILISATEURS-FILE
               AT END SET fin-utilisateurs TO TRUE
           END-READ.

      * Soumet l'utilisateur courant a son responsable, puis relit
       3200-SOUMETTRE-UTILISATEUR.
           IF NOT UTI-SUSPENDU OF UTILISATEURS-FILE
               IF UTI-RESPONSABLE OF UTILISATEURS-FILE
                       = UTI-ID OF UTILISATEURS-FILE
                   MOVE SPACES TO responsable-ligne
               ELSE
                   MOVE UTI-RESPONSABLE OF UTILISATEURS-FILE
                       TO responsable-ligne
               END-IF
               MOVE responsable-ligne TO TRI-RESPONSABLE
               MOVE UTI-ID OF UTILISATEURS-FILE TO TRI-UTILISATEUR
               MOVE ZERO TO TRI-CHOIX
               MOVE UTI-ROLE OF UTILISATEURS-FILE TO TRI-ROLE
               RELEASE TRI-ENREGISTREMENT
               PERFORM 3210-SOUMETTRE-REGLE
                   VARYING ix-regle FROM 1 BY 1
                   UNTIL ix-regle > nb-regles
           END-IF.
           PERFORM 3110-LIRE-UTILISATEUR.

      * Soumet l'option de la regle si elle vise l'utilisateur, si
      * elle l'accorde et si aucune regle posterieure sur la meme
      * option ne la remplace
       3210-SOUMETTRE-REGLE.
           IF REG-CIBLE(ix-regle) = UTI-ID OF UTILISATEURS-FILE
                   AND REG-DROIT(ix-regle) = 'A'
               MOVE 'N' TO indic-regle-ecrasee
               COMPUTE ix-suivante = ix-regle + 1
               PERFORM 3220-CHERCHER-REGLE-POSTERIEURE
                   UNTIL ix-suivante > nb-regles OR regle-ecrasee
               IF NOT regle-ecrasee
                   MOVE responsable-ligne TO TRI-RESPONSABLE
                   MOVE UTI-ID OF UTILISATEURS-FILE
                       TO TRI-UTILISATEUR
                   MOVE REG-CHOIX(ix-regle) TO TRI-CHOIX
                   MOVE UTI-ROLE OF UTILISATEURS-FILE TO TRI-ROLE
                   RELEASE TRI-ENREGISTREMENT
               END-IF
           END-IF.

      * Une regle plus loin dans la matrice sur le meme utilisateur
      * et la meme option fait foi a la place de la regle examinee
       3220-CHERCHER-REGLE-POSTERIEURE.
           IF REG-CIBLE(ix-suivante) = REG-CIBLE(ix-regle)
                   AND REG-CHOIX(ix-suivante) = REG-CHOIX(ix-regle)
               SET regle-ecrasee TO TRUE
           END-IF.
           ADD 1 TO ix-suivante.

      * Procedure de sortie du tri : numerote et verse les lignes
      * de la campagne, et edite la liste par responsable
       3500-VERSER-CAMPAGNE.
           MOVE ZERO TO numero-ligne.
           MOVE 'N' TO indic-fin-tri.
           MOVE HIGH-VALUES TO responsable-courant.
           OPEN EXTEND CERTIF-FILE.
           IF certif-statut = '35'
               OPEN OUTPUT CERTIF-FILE
           END-IF.
           OPEN OUTPUT LISTE-FILE.
           MOVE date-echeance TO date-editee.
           MOVE SPACES TO LIGNE-LISTE.
           STRING 'Recertification des acces - campagne '
               DELIMITED BY SIZE
               campagne-courante DELIMITED BY SIZE
               ' - reponse avant le ' DELIMITED BY SIZE
               date-editee DELIMITED BY SIZE
               INTO LIGNE-LISTE.
           WRITE LIGNE-LISTE.
           PERFORM 3510-RETOURNER-TRI.
           PERFORM 3600-VERSER-LIGNE UNTIL fin-tri.
           MOVE cpt-soumises TO total-edite.
           MOVE SPACES TO LIGNE-LISTE.
           WRITE LIGNE-LISTE.
           STRING 'Total des droits soumis : ' DELIMITED BY SIZE
               total-edite DELIMITED BY SIZE
               INTO LIGNE-LISTE.
           WRITE LIGNE-LISTE.
           CLOSE LISTE-FILE.
           CLOSE CERTIF-FILE.

      * Lecture de la ligne suivante du tri
       3510-RETOURNER-TRI.
           RETURN TRI-TRAVAIL
               AT END SET fin-tri TO TRUE
           END-RETURN.

      * Verse une ligne de campagne, edite l'en-tete du responsable
      * a chaque changement, puis lit la suivante
       3600-VERSER-LIGNE.
           IF TRI-RESPONSABLE NOT = responsable-courant
               MOVE TRI-RESPONSABLE TO responsable-courant
               MOVE SPACES TO LIGNE-LISTE
               WRITE LIGNE-LISTE
               IF TRI-RESPONSABLE = SPACES
                   MOVE 'Sans responsable (administrateurs) :'
                       TO LIGNE-LISTE
               ELSE
                   STRING 'Responsable ' DELIMITED BY SIZE
                       TRI-RESPONSABLE DELIMITED BY SIZE
                       ' :' DELIMITED BY SIZE
                       INTO LIGNE-LISTE
               END-IF
               WRITE LIGNE-LISTE
           END-IF.
           ADD 1 TO numero-ligne.
           ADD 1 TO cpt-soumises.
           MOVE SPACES TO CERTIFICATION-ENREGISTREMENT OF CERTIF-FILE.
           MOVE campagne-courante TO CER-CAMPAGNE OF CERTIF-FILE.
           MOVE numero-ligne TO CER-NUMERO OF CERTIF-FILE.
           MOVE date-echeance TO CER-ECHEANCE OF CERTIF-FILE.
           MOVE TRI-RESPONSABLE TO CER-RESPONSABLE OF CERTIF-FILE.
           MOVE TRI-UTILISATEUR TO CER-UTILISATEUR OF CERTIF-FILE.
           MOVE TRI-ROLE TO CER-ROLE OF CERTIF-FILE.
           MOVE TRI-CHOIX TO CER-CHOIX OF CERTIF-FILE.
           MOVE ZERO TO CER-DATE-DECISION OF CERTIF-FILE.
           MOVE ZERO TO CER-HEURE-DECISION OF CERTIF-FILE.
           MOVE ZERO TO CER-DATE-APPLICATION OF CERTIF-FILE.
           WRITE CERTIFICATION-ENREGISTREMENT OF CERTIF-FILE.
           MOVE SPACES TO LIGNE-LISTE.
           IF TRI-CHOIX = ZERO
               STRING '  ' DELIMITED BY SIZE
                   numero-ligne DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TRI-UTILISATEUR DELIMITED BY SIZE
                   ' acces au menu, role ' DELIMITED BY SIZE
                   TRI-ROLE DELIMITED BY SIZE
                   INTO LIGNE-LISTE
           ELSE
               MOVE TRI-CHOIX TO choix-edite
               STRING '  ' DELIMITED BY SIZE
                   numero-ligne DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TRI-UTILISATEUR DELIMITED BY SIZE
                   ' option ' DELIMITED BY SIZE
                   choix-edite DELIMITED BY SIZE
                   ' accordee nommement' DELIMITED BY SIZE
                   INTO LIGNE-LISTE
           END-IF.
           WRITE LIGNE-LISTE.
           PERFORM 3510-RETOURNER-TRI.

      * Recopie CERTIFICATIONS.DAT en suspendant les lignes echues
      * sans decision et en relevant les retraits a appliquer, puis
      * porte ces retraits dans les fichiers d'habilitation
       4000-APPLIQUER-DECISIONS.
           MOVE 'N' TO indic-fin-certif.
           OPEN INPUT CERTIF-FILE.
           IF certif-statut = '00'
               OPEN OUTPUT CERTIF-NOUVEAU-FILE
               PERFORM 2100-LIRE-CERTIF
               PERFORM 4100-RECOPIER-CERTIF UNTIL fin-certif
               CLOSE CERTIF-FILE
               CLOSE CERTIF-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "CERTIFICATIONS.DAT"
               CALL "CBL_RENAME_FILE" USING "CERTIFICATIONS.NOUVEAU"
                   "CERTIFICATIONS.DAT"
               MOVE ZERO TO RETURN-CODE
           END-IF.
           IF nb-suspensions > ZERO
               PERFORM 4500-SUSPENDRE-UTILISATEURS
           END-IF.
           IF nb-revocations > ZERO
               PERFORM 4600-REVOQUER-OPTIONS
           END-IF.

      * Suspend la ligne echue sans decision, releve le retrait a
      * appliquer, recopie la ligne puis relit
       4100-RECOPIER-CERTIF.
           ADD 1 TO cpt-lus.
           IF CER-EN-ATTENTE OF CERTIF-FILE
                   AND CER-ECHEANCE OF CERTIF-FILE < date-jour
               SET CER-SUSPENDU OF CERTIF-FILE TO TRUE
               MOVE 'ECHEANCE' TO CER-DECIDEUR OF CERTIF-FILE
               MOVE date-jour TO CER-DATE-DECISION OF CERTIF-FILE
               MOVE heure-jour TO CER-HEURE-DECISION OF CERTIF-FILE
               ADD 1 TO cpt-echues
           END-IF.
           IF (CER-REVOQUE OF CERTIF-FILE
                   OR CER-SUSPENDU OF CERTIF-FILE)
                   AND CER-DATE-APPLICATION OF CERTIF-FILE = ZERO
               PERFORM 4200-RELEVER-RETRAIT
           END-IF.
           MOVE CERTIFICATION-ENREGISTREMENT OF CERTIF-FILE
               TO CERTIFICATION-ENREGISTREMENT
               OF CERTIF-NOUVEAU-FILE.
           WRITE CERTIFICATION-ENREGISTREMENT OF CERTIF-NOUVEAU-FILE.
           PERFORM 2100-LIRE-CERTIF.

      * Releve le retrait de la ligne ; une table pleine laisse la
      * ligne non appliquee pour le passage suivant
       4200-RELEVER-RETRAIT.
           IF CER-CHOIX OF CERTIF-FILE = ZERO
               IF nb-suspensions < 200
                   ADD 1 TO nb-suspensions
                   MOVE CER-UTILISATEUR OF CERTIF-FILE
                       TO SUS-UTILISATEUR(nb-suspensions)
                   MOVE date-jour
                       TO CER-DATE-APPLICATION OF CERTIF-FILE
                   ADD 1 TO cpt-appliquees
               END-IF
           ELSE
               IF nb-revocations < 200
                   ADD 1 TO nb-revocations
                   MOVE CER-UTILISATEUR OF CERTIF-FILE
                       TO REV-UTILISATEUR(nb-revocations)
                   MOVE CER-CHOIX OF CERTIF-FILE
                       TO REV-CHOIX(nb-revocations)
                   MOVE date-jour
                       TO CER-DATE-APPLICATION OF CERTIF-FILE
                   ADD 1 TO cpt-appliquees
               END-IF
           END-IF.

      * Suspend les fiches des utilisateurs dont l'acces au menu est
      * retire, par recopie du fichier des utilisateurs ; le compte
      * des administrateurs qui resteront actifs est pris d'abord
       4500-SUSPENDRE-UTILISATEURS.
           MOVE ZERO TO nb-admins-restants.
           MOVE 'N' TO indic-fin-utilisateurs.
           OPEN INPUT UTILISATEURS-FILE.
           IF utilisateurs-statut = '00'
               PERFORM 3110-LIRE-UTILISATEUR
               PERFORM 4505-COMPTER-ADMINISTRATEUR
                   UNTIL fin-utilisateurs
               CLOSE UTILISATEURS-FILE
           END-IF.
           MOVE 'N' TO indic-fin-utilisateurs.
           OPEN INPUT UTILISATEURS-FILE.
           IF utilisateurs-statut = '00'
               OPEN OUTPUT UTILISATEURS-NOUVEAU-FILE
               PERFORM 3110-LIRE-UTILISATEUR
               PERFORM 4510-RECOPIER-UTILISATEUR
                   UNTIL fin-utilisateurs
               CLOSE UTILISATEURS-FILE
               CLOSE UTILISATEURS-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "UTILISATEURS.DAT"
               CALL "CBL_RENAME_FILE" USING "UTILISATEURS.NOUVEAU"
                   "UTILISATEURS.DAT"
               MOVE ZERO TO RETURN-CODE
           END-IF.

      * Compte l'administrateur actif qui ne figure pas parmi les
      * retraits, puis relit
       4505-COMPTER-ADMINISTRATEUR.
           IF UTI-ADMIN OF UTILISATEURS-FILE
                   AND NOT UTI-SUSPENDU OF UTILISATEURS-FILE
               MOVE 'N' TO indic-a-suspendre
               PERFORM 4520-COMPARER-SUSPENSION
                   VARYING ix-application FROM 1 BY 1
                   UNTIL ix-application > nb-suspensions
               IF NOT utilisateur-a-suspendre
                   ADD 1 TO nb-admins-restants
               END-IF
           END-IF.
           PERFORM 3110-LIRE-UTILISATEUR.

      * Recopie la fiche courante, suspendue si elle figure parmi
      * les retraits, puis relit ; le dernier administrateur actif
      * n'est jamais suspendu, pour ne pas fermer le menu a tous
       4510-RECOPIER-UTILISATEUR.
           MOVE 'N' TO indic-a-suspendre.
           PERFORM 4520-COMPARER-SUSPENSION
               VARYING ix-application FROM 1 BY 1
               UNTIL ix-application > nb-suspensions.
           IF utilisateur-a-suspendre
                   AND UTI-ADMIN OF UTILISATEURS-FILE
                   AND NOT UTI-SUSPENDU OF UTILISATEURS-FILE
                   AND nb-admins-restants = ZERO
               DISPLAY 'Dernier administrateur actif maintenu : '
                   UTI-ID OF UTILISATEURS-FILE
               ADD 1 TO nb-admins-restants
               MOVE 'N' TO indic-a-suspendre
           END-IF.
           IF utilisateur-a-suspendre
               SET UTI-SUSPENDU OF UTILISATEURS-FILE TO TRUE
           END-IF.
           MOVE UTILISATEUR-ENREGISTREMENT OF UTILISATEURS-FILE
               TO UTILISATEUR-ENREGISTREMENT
               OF UTILISATEURS-NOUVEAU-FILE.
           WRITE UTILISATEUR-ENREGISTREMENT
               OF UTILISATEURS-NOUVEAU-FILE.
           PERFORM 3110-LIRE-UTILISATEUR.

      * Compare la fiche courante a un retrait d'acces
       4520-COMPARER-SUSPENSION.
           IF SUS-UTILISATEUR(ix-application)
                   = UTI-ID OF UTILISATEURS-FILE
               SET utilisateur-a-suspendre TO TRUE
           END-IF.

      * Ajoute une regle de refus en fin de matrice pour chaque
      * option retiree
       4600-REVOQUER-OPTIONS.
           OPEN EXTEND AUTORISATIONS-FILE.
           IF autorisations-statut = '35'
               OPEN OUTPUT AUTORISATIONS-FILE
           END-IF.
           PERFORM 4610-ECRIRE-REFUS
               VARYING ix-application FROM 1 BY 1
               UNTIL ix-application > nb-revocations.
           CLOSE AUTORISATIONS-FILE.

      * Une regle de refus d'utilisateur
       4610-ECRIRE-REFUS.
           MOVE SPACES TO AUTORISATION-ENREGISTREMENT.
           MOVE REV-UTILISATEUR(ix-application) TO AUT-CIBLE.
           MOVE REV-CHOIX(ix-application) TO AUT-CHOIX.
           SET AUT-REFUSE TO TRUE.
           WRITE AUTORISATION-ENREGISTREMENT.

      * Compte rendu et fin du job
       9000-FINALISER.
           IF campagne-existante
               DISPLAY 'Campagne ' campagne-courante ' deja ouverte.'
           ELSE
               DISPLAY 'Campagne ' campagne-courante ' ouverte : '
                   cpt-soumises ' droit(s) soumis, echeance '
                   date-echeance '.'
           END-IF.
           DISPLAY 'Lignes echues suspendues : ' cpt-echues
               ', retraits appliques : ' cpt-appliquees.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'CampagneCertif' TO JOB-NOM.
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
           COMPUTE JOB-ECRITS = cpt-soumises + cpt-appliquees.
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
