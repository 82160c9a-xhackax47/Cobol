      * Code ImporterAdmissions en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. ImporterAdmissions.

      * Traitement par lots de rentree : importe le fichier CSV du
      * service des admissions ADMISSIONS.CSV (nom, date de
      * naissance AAAAMMJJ, classe demandee, puis le responsable :
      * nom, lien, adresse, code postal, ville, telephone,
      * courriel). Chaque ligne est validee puis comparee aux
      * etudiants deja connus sur le nom et la date de naissance ;
      * une ligne propre recoit l'identifiant suivant et entre
      * directement dans ETUDIANTS-MASTER.DAT, son responsable
      * dans CONTACTS-ETUDIANTS.DAT comme payeur et destinataire
      * des courriers. Les lignes refusees et les doublons presumes
      * partent sur le rapport de revue REVUE-ADMISSIONS.DAT avec
      * leur motif ; le CSV consomme est ecarte pour qu'une relance
      * ne l'importe pas deux fois.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-ADMISSIONS-FILE ASSIGN TO "ADMISSIONS.CSV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS csv-statut.
           SELECT ETUDIANTS-FILE ASSIGN TO "ETUDIANTS-MASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-ID
               FILE STATUS IS etudiants-statut.
           SELECT CONTACTS-FILE ASSIGN TO "CONTACTS-ETUDIANTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS contacts-statut.
           SELECT REVUE-FILE ASSIGN TO "REVUE-ADMISSIONS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
           SELECT PASSAGE-FILE ASSIGN TO "NUMERO-PASSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS passage-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD CSV-ADMISSIONS-FILE.
       01 LIGNE-CSV-ADMISSION         PIC X(300).

       FD ETUDIANTS-FILE.
       COPY "cpetudiant.cpy".

       FD CONTACTS-FILE.
       COPY "cpcontact.cpy".

       FD REVUE-FILE.
       01 LIGNE-REVUE                 PIC X(132).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

       WORKING-STORAGE SECTION.
       77 csv-statut PIC X(02).
       77 etudiants-statut PIC X(02).
       77 contacts-statut PIC X(02).
       77 indic-fin-csv PIC X(01) VALUE 'N'.
           88 fin-csv VALUE 'O'.
       77 indic-fin-inscrits PIC X(01) VALUE 'N'.
           88 fin-inscrits VALUE 'O'.
       77 indic-ligne-valide PIC X(01) VALUE 'N'.
           88 ligne-valide VALUE 'O'.
       77 indic-doublon PIC X(01) VALUE 'N'.
           88 doublon-presume VALUE 'O'.
       77 cpt-lues PIC 9(07) COMP VALUE ZERO.
       77 cpt-creees PIC 9(07) COMP VALUE ZERO.
       77 cpt-rejetees PIC 9(07) COMP VALUE ZERO.
       77 cpt-doublons PIC 9(07) COMP VALUE ZERO.
       77 compte-edite PIC ZZZZZZ9.
       77 numero-ligne PIC 9(05) VALUE ZERO.
       77 date-jour PIC 9(08) VALUE ZERO.

      * Champs de la ligne CSV, plus larges que les zones du
      * maitre pour detecter une valeur tronquee
       77 champ-nom PIC X(30).
       77 champ-naissance PIC X(10).
       77 champ-classe PIC X(10).
       77 champ-resp-nom PIC X(40).
       77 champ-lien PIC X(15).
       77 champ-adresse PIC X(40).
       77 champ-code-postal PIC X(10).
       77 champ-ville PIC X(30).
       77 champ-telephone PIC X(20).
       77 champ-courriel PIC X(50).
       77 nb-champs PIC 9(02) COMP VALUE ZERO.
       77 date-naissance PIC 9(08) VALUE ZERO.
       77 annee-naissance PIC 9(04) VALUE ZERO.
       77 mois-naissance PIC 9(02) VALUE ZERO.
       77 jour-naissance PIC 9(02) VALUE ZERO.
       77 motif-rejet PIC X(30) VALUE SPACES.

      * Etudiants connus : le maitre releve au demarrage puis les
      * admissions creees au fil de l'import, pour reperer aussi
      * un doublon interne au fichier ; le nom est compare en
      * majuscules, et une date de naissance inconnue au maitre
      * (zero) ne suffit pas a ecarter le doublon
       77 nb-connus PIC 9(05) COMP VALUE ZERO.
       77 ix-connu PIC 9(05) COMP VALUE ZERO.
       77 ix-doublon PIC 9(05) COMP VALUE ZERO.
       77 limite-connus PIC 9(05) COMP VALUE 5000.
       77 nom-compare PIC X(20).
       01 TABLE-CONNUS.
           05 CONNU-TABLE OCCURS 5000.
               10 CON-ID              PIC X(06).
               10 CON-NOM             PIC X(20).
               10 CON-NAISSANCE       PIC 9(08).
               10 CON-CLASSE          PIC X(05).

      * Identifiant alloue : le plus grand identifiant numerique du
      * maitre, augmente de un a chaque creation
       77 dernier-id PIC 9(06) VALUE ZERO.
       77 id-alloue PIC 9(06) VALUE ZERO.

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
           IF RETURN-CODE = ZERO
               PERFORM 2000-IMPORTER-LIGNE UNTIL fin-csv
               CLOSE CSV-ADMISSIONS-FILE
               CLOSE ETUDIANTS-FILE
               CALL "CBL_DELETE_FILE" USING "ADMISSIONS.CSV.TRAITE"
               CALL "CBL_RENAME_FILE" USING "ADMISSIONS.CSV"
                   "ADMISSIONS.CSV.TRAITE"
           END-IF.
           PERFORM 9000-FINALISER.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois depuis le menu sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO indic-fin-csv.
           MOVE 'N' TO indic-fin-inscrits.
           MOVE ZERO TO cpt-lues.
           MOVE ZERO TO cpt-creees.
           MOVE ZERO TO cpt-rejetees.
           MOVE ZERO TO cpt-doublons.
           MOVE ZERO TO numero-ligne.
           MOVE ZERO TO nb-connus.
           MOVE ZERO TO dernier-id.

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
           MOVE 'ImporterAdmissions' TO JOB-NOM.
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

      * Ouvre le rapport de revue, le CSV et le maitre (cree vide
      * a la premiere rentree), puis releve les etudiants connus
      * et le dernier identifiant alloue
       1000-INITIALISER.
           PERFORM 0100-ECRIRE-ENTETE-JOB.
           MOVE CP-HLG-DATE TO date-jour.
           OPEN OUTPUT REVUE-FILE.
           MOVE 'Import des admissions (ADMISSIONS.CSV) - revue'
               TO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           OPEN INPUT CSV-ADMISSIONS-FILE.
           IF csv-statut NOT = '00'
               MOVE 'ADMISSIONS.CSV absent : rien a importer'
                   TO LIGNE-REVUE
               WRITE LIGNE-REVUE
               DISPLAY 'AVERTISSEMENT : ADMISSIONS.CSV absent, '
                   'rien a importer'
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN I-O ETUDIANTS-FILE
               IF etudiants-statut = '35'
                   OPEN OUTPUT ETUDIANTS-FILE
                   CLOSE ETUDIANTS-FILE
                   OPEN I-O ETUDIANTS-FILE
               END-IF
               IF etudiants-statut NOT = '00'
                   DISPLAY 'ERREUR : ETUDIANTS-MASTER.DAT '
                       'inaccessible (statut ' etudiants-statut ')'
                   MOVE 8 TO RETURN-CODE
                   CLOSE CSV-ADMISSIONS-FILE
               ELSE
                   PERFORM 1100-CHARGER-CONNUS
                   PERFORM 2100-LIRE-LIGNE-CSV
               END-IF
           END-IF.

      * Parcourt le maitre des inscriptions : etudiants connus pour
      * le controle des doublons et plus grand identifiant
      * numerique
       1100-CHARGER-CONNUS.
           MOVE LOW-VALUES TO INS-ID.
           START ETUDIANTS-FILE KEY >= INS-ID
               INVALID KEY
                   SET fin-inscrits TO TRUE
           END-START.
           IF NOT fin-inscrits
               PERFORM 1110-LIRE-INSCRIT
               PERFORM 1120-RETENIR-INSCRIT UNTIL fin-inscrits
           END-IF.

      * Lecture sequentielle du fichier des inscriptions
       1110-LIRE-INSCRIT.
           READ ETUDIANTS-FILE NEXT RECORD
               AT END SET fin-inscrits TO TRUE
           END-READ.

      * Retient l'inscrit lu et son identifiant s'il est le plus
      * grand, puis relit
       1120-RETENIR-INSCRIT.
           IF nb-connus < limite-connus
               ADD 1 TO nb-connus
               MOVE INS-ID TO CON-ID(nb-connus)
               MOVE INS-NOM TO CON-NOM(nb-connus)
               INSPECT CON-NOM(nb-connus) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE INS-DATE-NAISSANCE TO CON-NAISSANCE(nb-connus)
               MOVE INS-CLASSE TO CON-CLASSE(nb-connus)
           END-IF.
           IF INS-ID IS NUMERIC
               IF INS-ID > dernier-id
                   MOVE INS-ID TO dernier-id
               END-IF
           END-IF.
           PERFORM 1110-LIRE-INSCRIT.

      * Lecture d'une ligne ADMISSIONS.CSV
       2100-LIRE-LIGNE-CSV.
           READ CSV-ADMISSIONS-FILE
               AT END SET fin-csv TO TRUE
           END-READ.
           IF NOT fin-csv
               ADD 1 TO numero-ligne
           END-IF.

      * Valide la ligne courante ; une ligne propre et sans doublon
      * est creee au maitre, les autres partent en revue, puis
      * relit. Une premiere ligne d'entete (date non numerique et
      * nom egal a "nom") est sautee
       2000-IMPORTER-LIGNE.
           PERFORM 2200-VALIDER-LIGNE.
           IF numero-ligne = 1 AND NOT ligne-valide
                   AND (champ-nom = 'nom' OR champ-nom = 'Nom'
                        OR champ-nom = 'NOM')
               CONTINUE
           ELSE
               ADD 1 TO cpt-lues
               IF ligne-valide
                   PERFORM 2500-CHERCHER-DOUBLON
                   IF doublon-presume
                       PERFORM 2700-SIGNALER-DOUBLON
                   ELSE
                       PERFORM 3000-CREER-ETUDIANT
                   END-IF
               ELSE
                   PERFORM 2600-SIGNALER-REJET
               END-IF
           END-IF.
           PERFORM 2100-LIRE-LIGNE-CSV.

      * Decoupe la ligne CSV et verifie chaque zone ; le premier
      * defaut trouve devient le motif du rejet
       2200-VALIDER-LIGNE.
           MOVE 'N' TO indic-ligne-valide.
           MOVE SPACES TO motif-rejet.
           MOVE SPACES TO champ-nom.
           MOVE SPACES TO champ-naissance.
           MOVE SPACES TO champ-classe.
           MOVE SPACES TO champ-resp-nom.
           MOVE SPACES TO champ-lien.
           MOVE SPACES TO champ-adresse.
           MOVE SPACES TO champ-code-postal.
           MOVE SPACES TO champ-ville.
           MOVE SPACES TO champ-telephone.
           MOVE SPACES TO champ-courriel.
           MOVE ZERO TO nb-champs.
           UNSTRING LIGNE-CSV-ADMISSION
               DELIMITED BY ','
               INTO champ-nom champ-naissance champ-classe
                   champ-resp-nom champ-lien champ-adresse
                   champ-code-postal champ-ville champ-telephone
                   champ-courriel
               TALLYING IN nb-champs.
           IF nb-champs < 4
               MOVE 'Ligne incomplete' TO motif-rejet
           END-IF.
           IF motif-rejet = SPACES AND champ-nom = SPACES
               MOVE 'Nom absent' TO motif-rejet
           END-IF.
           IF motif-rejet = SPACES AND champ-nom(21:10) NOT = SPACES
               MOVE 'Nom trop long (20 car.)' TO motif-rejet
           END-IF.
           IF motif-rejet = SPACES
               PERFORM 2300-VALIDER-NAISSANCE
           END-IF.
           IF motif-rejet = SPACES AND champ-classe = SPACES
               MOVE 'Classe absente' TO motif-rejet
           END-IF.
           IF motif-rejet = SPACES AND champ-classe(6:5) NOT = SPACES
               MOVE 'Classe trop longue (5 car.)' TO motif-rejet
           END-IF.
           IF motif-rejet = SPACES AND champ-resp-nom = SPACES
               MOVE 'Responsable absent' TO motif-rejet
           END-IF.
           IF motif-rejet = SPACES
                   AND (champ-resp-nom(31:10) NOT = SPACES
                        OR champ-lien(13:3) NOT = SPACES
                        OR champ-adresse(31:10) NOT = SPACES
                        OR champ-code-postal(6:5) NOT = SPACES
                        OR champ-ville(21:10) NOT = SPACES
                        OR champ-telephone(16:5) NOT = SPACES
                        OR champ-courriel(41:10) NOT = SPACES)
               MOVE 'Zone du responsable trop longue' TO motif-rejet
           END-IF.
           IF motif-rejet = SPACES
               SET ligne-valide TO TRUE
           END-IF.

      * Date de naissance AAAAMMJJ plausible et passee
       2300-VALIDER-NAISSANCE.
           IF champ-naissance(1:8) NOT NUMERIC
                   OR champ-naissance(9:2) NOT = SPACES
               MOVE 'Date de naissance non numerique' TO motif-rejet
           ELSE
               MOVE champ-naissance(1:8) TO date-naissance
               MOVE champ-naissance(1:4) TO annee-naissance
               MOVE champ-naissance(5:2) TO mois-naissance
               MOVE champ-naissance(7:2) TO jour-naissance
               IF annee-naissance < 1900
                       OR mois-naissance < 1 OR mois-naissance > 12
                       OR jour-naissance < 1 OR jour-naissance > 31
                       OR date-naissance >= date-jour
                   MOVE 'Date de naissance invraisemblable'
                       TO motif-rejet
               END-IF
           END-IF.

      * Cherche un etudiant connu de meme nom et de meme date de
      * naissance (ou de date inconnue au maitre)
       2500-CHERCHER-DOUBLON.
           MOVE 'N' TO indic-doublon.
           MOVE ZERO TO ix-doublon.
           MOVE champ-nom TO nom-compare.
           INSPECT nom-compare CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 2510-COMPARER-CONNU
               VARYING ix-connu FROM 1 BY 1
               UNTIL ix-connu > nb-connus OR doublon-presume.

      * Compare l'etudiant connu courant a la ligne importee
       2510-COMPARER-CONNU.
           IF CON-NOM(ix-connu) = nom-compare
               IF CON-NAISSANCE(ix-connu) = date-naissance
                       OR CON-NAISSANCE(ix-connu) = ZERO
                   SET doublon-presume TO TRUE
                   MOVE ix-connu TO ix-doublon
               END-IF
           END-IF.

      * Ligne refusee sur le rapport de revue, avec son motif
       2600-SIGNALER-REJET.
           ADD 1 TO cpt-rejetees.
           MOVE SPACES TO LIGNE-REVUE.
           STRING '  REJET ligne ' DELIMITED BY SIZE
               numero-ligne DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               motif-rejet DELIMITED BY SIZE
               ') : ' DELIMITED BY SIZE
               LIGNE-CSV-ADMISSION DELIMITED BY SIZE
               INTO LIGNE-REVUE.
           WRITE LIGNE-REVUE.

      * Doublon presume sur le rapport de revue, avec l'etudiant
      * deja connu qu'il rappelle ; rien n'est cree
       2700-SIGNALER-DOUBLON.
           ADD 1 TO cpt-doublons.
           MOVE SPACES TO LIGNE-REVUE.
           STRING '  DOUBLON ? ligne ' DELIMITED BY SIZE
               numero-ligne DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               champ-nom(1:20) DELIMITED BY SIZE
               ' ne le ' DELIMITED BY SIZE
               date-naissance DELIMITED BY SIZE
               ' -> deja connu ' DELIMITED BY SIZE
               CON-ID(ix-doublon) DELIMITED BY SIZE
               ' classe ' DELIMITED BY SIZE
               CON-CLASSE(ix-doublon) DELIMITED BY SIZE
               ' ne le ' DELIMITED BY SIZE
               CON-NAISSANCE(ix-doublon) DELIMITED BY SIZE
               INTO LIGNE-REVUE.
           WRITE LIGNE-REVUE.

      * Alloue l'identifiant suivant, cree l'inscription et son
      * responsable, et ajoute l'etudiant aux connus
       3000-CREER-ETUDIANT.
           ADD 1 TO dernier-id.
           MOVE dernier-id TO id-alloue.
           MOVE id-alloue TO INS-ID.
           MOVE champ-nom TO INS-NOM.
           MOVE champ-classe TO INS-CLASSE.
           SET INS-INSCRIT TO TRUE.
           MOVE date-naissance TO INS-DATE-NAISSANCE.
           WRITE ETUDIANT-ENREGISTREMENT
               INVALID KEY
                   MOVE 'Identifiant deja attribue' TO motif-rejet
           END-WRITE.
           IF motif-rejet NOT = SPACES
               PERFORM 2600-SIGNALER-REJET
           ELSE
               ADD 1 TO cpt-creees
               PERFORM 3100-CREER-RESPONSABLE
               IF nb-connus < limite-connus
                   ADD 1 TO nb-connus
                   MOVE INS-ID TO CON-ID(nb-connus)
                   MOVE nom-compare TO CON-NOM(nb-connus)
                   MOVE date-naissance TO CON-NAISSANCE(nb-connus)
                   MOVE INS-CLASSE TO CON-CLASSE(nb-connus)
               END-IF
               MOVE SPACES TO LIGNE-REVUE
               STRING '  CREE ' DELIMITED BY SIZE
                   INS-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   INS-NOM DELIMITED BY SIZE
                   ' classe ' DELIMITED BY SIZE
                   INS-CLASSE DELIMITED BY SIZE
                   INTO LIGNE-REVUE
               WRITE LIGNE-REVUE
           END-IF.

      * Ajoute le responsable de la ligne comme premier
      * responsable de l'etudiant, payeur et destinataire des
      * courriers
       3100-CREER-RESPONSABLE.
           MOVE SPACES TO CONTACT-ENREGISTREMENT.
           MOVE INS-ID TO CTC-ID.
           MOVE 1 TO CTC-RANG.
           MOVE champ-resp-nom TO CTC-NOM.
           MOVE champ-lien TO CTC-LIEN.
           MOVE champ-adresse TO CTC-ADRESSE.
           MOVE champ-code-postal TO CTC-CODE-POSTAL.
           MOVE champ-ville TO CTC-VILLE.
           MOVE champ-telephone TO CTC-TELEPHONE.
           MOVE champ-courriel TO CTC-COURRIEL.
           MOVE 'O' TO CTC-PAYEUR.
           MOVE 'O' TO CTC-DESTINATAIRE.
           SET CTC-ACTIF TO TRUE.
           OPEN EXTEND CONTACTS-FILE.
           IF contacts-statut = '35'
               OPEN OUTPUT CONTACTS-FILE
           END-IF.
           WRITE CONTACT-ENREGISTREMENT.
           CLOSE CONTACTS-FILE.

      * Pied du rapport de revue et bilan ; trace la fin du job
       9000-FINALISER.
           MOVE SPACES TO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           MOVE cpt-lues TO compte-edite.
           MOVE SPACES TO LIGNE-REVUE.
           STRING 'Lignes lues      : ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           MOVE cpt-creees TO compte-edite.
           MOVE SPACES TO LIGNE-REVUE.
           STRING 'Etudiants crees  : ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           MOVE cpt-doublons TO compte-edite.
           MOVE SPACES TO LIGNE-REVUE.
           STRING 'Doublons presumes: ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           MOVE cpt-rejetees TO compte-edite.
           MOVE SPACES TO LIGNE-REVUE.
           STRING 'Lignes rejetees  : ' DELIMITED BY SIZE
               compte-edite DELIMITED BY SIZE
               INTO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           CLOSE REVUE-FILE.
           IF RETURN-CODE = ZERO
                   AND cpt-doublons + cpt-rejetees > ZERO
               DISPLAY 'AVERTISSEMENT : ' cpt-doublons
                   ' doublon(s) et ' cpt-rejetees
                   ' rejet(s) a revoir sur REVUE-ADMISSIONS.DAT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9900-ECRIRE-FIN-JOB.

      * Trace la fin du job sur JOBLOG.DAT
       9900-ECRIRE-FIN-JOB.
           ACCEPT CP-HLG-DATE FROM DATE YYYYMMDD.
           ACCEPT CP-HLG-HEURE FROM TIME.
           MOVE 'ImporterAdmissions' TO JOB-NOM.
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
           MOVE cpt-lues TO JOB-LUS.
           MOVE cpt-creees TO JOB-ECRITS.
           COMPUTE JOB-REJETS = cpt-doublons + cpt-rejetees.
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
