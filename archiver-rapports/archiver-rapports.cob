      * plus vieilles que la retention de leur type (parametree dans
      * RETENTION-RAPPORTS.DAT, quatre-vingt-dix jours par defaut)
      * sont purgees au passage.
      * Les rapports qui ne sont pas refaits chaque nuit (etat des
      * echeances, budget, relances, croissance des volumes) ne
      * sont verses que si leur traitement a trace une fin du jour
      * au joblog, pour qu'un etat d'une execution anterieure ne
      * soit pas reverse. Un
      * type deja verse a la date n'est pas reverse : la chaine
      * rappelle le versement en fin de parcours pour recueillir
      * les rapports de periode produits apres le premier passage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-FILE ASSIGN TO "RETENTION-RAPPORTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS retention-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.

      * Division et sections des variables
       DATA DIVISION.
           05 FILLER                  PIC X(01).
           05 RRT-JOURS               PIC 9(04).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       WORKING-STORAGE SECTION.
       77 source-statut PIC X(02).
       77 biblio-statut PIC X(02).
       77 retention-statut PIC X(02).
       77 joblog-statut PIC X(02).
       77 producteur-courant PIC X(20).
       77 indic-deja-verse PIC X(01) VALUE 'N'.
           88 deja-verse VALUE 'O'.
       77 indic-produit-du-jour PIC X(01) VALUE 'N'.
           88 produit-du-jour VALUE 'O'.
       77 nom-source PIC X(30) VALUE SPACES.
       77 type-courant PIC X(12).
       77 indic-fin-fichier PIC X(01) VALUE 'N'.
       77 cpt-versees PIC 9(07) COMP VALUE ZERO.
       77 cpt-purgees PIC 9(07) COMP VALUE ZERO.

      * Les rapports verses a la bibliotheque, leurs fichiers et,
      * pour ceux qui ne sont pas refaits chaque nuit, le
      * traitement qui les produit
       01 TABLE-RAPPORTS.
           05 FILLER PIC X(42) VALUE
               'RAPPORT     RAPPORT.DAT                   '.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
               'SOMMAIRE    SOMMAIRE.DAT                  '.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
               'JOURNEE     SOMMAIRE-JOURNEE.DAT          '.
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
               'SLA         RAPPORT-SLA.DAT               '.
           05 FILLER PIC X(20) VALUE 'RapportSLA'.
           05 FILLER PIC X(42) VALUE
               'BUDGET      RAPPORT-BUDGET.DAT            '.
           05 FILLER PIC X(20) VALUE 'RapportBudget'.
           05 FILLER PIC X(42) VALUE
               'RELANCES    LETTRES-RELANCES.DAT          '.
           05 FILLER PIC X(20) VALUE 'GenererRelances'.
           05 FILLER PIC X(42) VALUE
               'VOLUMES     RAPPORT-VOLUMES.DAT           '.
           05 FILLER PIC X(20) VALUE 'RapportVolumes'.
       01 TABLE-RAPPORTS-R REDEFINES TABLE-RAPPORTS.
           05 RAP-ENTREE OCCURS 7 TIMES.
               10 RAP-TYPE PIC X(12).
               10 RAP-FICHIER PIC X(30).
               10 RAP-PRODUCTEUR PIC X(20).

      * Retentions parametrees par type, chargees au demarrage
       77 nb-retentions PIC 9(02) COMP VALUE ZERO.
           PERFORM 2000-PURGER-BIBLIOTHEQUE.
           PERFORM 3000-VERSER-UN-RAPPORT
               VARYING idx-rapport FROM 1 BY 1
               UNTIL idx-rapport > 7.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      * Charge les retentions parametrees par type de rapport
       1000-CHARGER-RETENTIONS.
           MOVE ZERO TO nb-retentions.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT RETENTION-FILE.
           IF retention-statut = '00'
               PERFORM 1100-LIRE-RETENTION
           PERFORM 2100-LIRE-BIBLIO.

      * Verse le rapport courant dans la bibliotheque sous la date
      * de gestion ; un rapport absent, deja verse a la date ou non
      * produit du jour est simplement saute
       3000-VERSER-UN-RAPPORT.
           MOVE RAP-TYPE(idx-rapport) TO type-courant.
           MOVE RAP-FICHIER(idx-rapport) TO nom-source.
           MOVE RAP-PRODUCTEUR(idx-rapport) TO producteur-courant.
           PERFORM 3300-CHERCHER-VERSEMENT.
           PERFORM 3500-CHERCHER-PRODUCTION.
           IF produit-du-jour AND NOT deja-verse
               PERFORM 3050-VERSER-SOURCE
           END-IF.

      * Verse le fichier du rapport courant, s'il existe
       3050-VERSER-SOURCE.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT RAPPORT-SOURCE-FILE.
           IF source-statut NOT = '00'
           WRITE BIBLIO-ENREGISTREMENT OF BIBLIO-FILE.
           ADD 1 TO cpt-versees.
           PERFORM 3100-LIRE-SOURCE.

      * Cherche dans la bibliotheque une ligne du type courant deja
      * versee a la date de gestion
       3300-CHERCHER-VERSEMENT.
           MOVE 'N' TO indic-deja-verse.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT BIBLIO-FILE.
           IF biblio-statut = '00'
               PERFORM 2100-LIRE-BIBLIO
               PERFORM 3400-COMPARER-VERSEMENT
                   UNTIL fin-fichier OR deja-verse
               CLOSE BIBLIO-FILE
           END-IF.

      * Compare la ligne de bibliotheque courante au type et a la
      * date, puis relit si elle ne correspond pas
       3400-COMPARER-VERSEMENT.
           IF BIB-TYPE OF BIBLIO-FILE = type-courant
                   AND BIB-DATE OF BIBLIO-FILE = aujourdhui
               SET deja-verse TO TRUE
           ELSE
               PERFORM 2100-LIRE-BIBLIO
           END-IF.

      * Un rapport sans traitement producteur est refait chaque
      * nuit ; sinon, il faut une fin du producteur tracee au
      * joblog a la date de gestion
       3500-CHERCHER-PRODUCTION.
           MOVE 'N' TO indic-produit-du-jour.
           IF producteur-courant = SPACES
               SET produit-du-jour TO TRUE
           ELSE
               MOVE 'N' TO indic-fin-fichier
               OPEN INPUT JOBLOG-FILE
               IF joblog-statut = '00'
                   PERFORM 3510-LIRE-JOBLOG
                   PERFORM 3600-COMPARER-PRODUCTION
                       UNTIL fin-fichier OR produit-du-jour
                   CLOSE JOBLOG-FILE
               END-IF
           END-IF.

      * Lecture d'un enregistrement JOBLOG.DAT
       3510-LIRE-JOBLOG.
           READ JOBLOG-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Compare la trace courante au producteur attendu, puis
      * relit si elle ne correspond pas
       3600-COMPARER-PRODUCTION.
           IF JOB-NOM = producteur-courant
                   AND JOB-FIN
                   AND JOB-DATE = aujourdhui
               SET produit-du-jour TO TRUE
           ELSE
               PERFORM 3510-LIRE-JOBLOG
           END-IF.
