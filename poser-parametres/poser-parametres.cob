      * Code PoserParametres en COBOL
       IDENTIFICATION DIVISION.
      * Nom du programme
       PROGRAM-ID. PoserParametres.

      * Etape de chaine : reinstalle chaque fichier de parametres
      * sous historique dans la version en vigueur a la date
      * d'exploitation de l'execution, lue dans PARAM-HISTORIQUE.DAT.
      * La chaine de nuit la pose en tete de passage (date du jour,
      * ou date du passage interrompu en cas de reprise) puis, en
      * fin de passage, pose celle du lendemain pour la journee qui
      * s'ouvre ; la repetition la pose a la date repetee. Les
      * traitements lisent ensuite leurs fichiers de parametres
      * comme avant, sans rien savoir de l'historique. Un fichier
      * sans version a cette date (ou sans historique) est laisse
      * tel quel.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTO-FILE ASSIGN TO "PARAM-HISTORIQUE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS histo-statut.
           SELECT PARAMETRE-FILE ASSIGN USING nom-parametre
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS parametre-statut.

      * Division et sections des variables
       DATA DIVISION.
       FILE SECTION.
       FD HISTO-FILE.
       COPY "cpparamhisto.cpy".

       FD PARAMETRE-FILE.
       01 LIGNE-PARAMETRE             PIC X(100).

       WORKING-STORAGE SECTION.
       77 histo-statut PIC X(02).
       77 parametre-statut PIC X(02).
       77 nom-parametre PIC X(30) VALUE SPACES.
       77 date-cible PIC 9(08) VALUE ZERO.
       77 version-retenue PIC X(24) VALUE SPACES.
       77 ix-parametre PIC 9(02) COMP VALUE ZERO.
       77 cpt-poses PIC 9(02) VALUE ZERO.
       77 cpt-lignes PIC 9(03) VALUE ZERO.
       77 indic-fin-histo PIC X(01) VALUE 'N'.
           88 fin-histo VALUE 'O'.
       77 indic-version-trouvee PIC X(01) VALUE 'N'.
           88 version-trouvee VALUE 'O'.
       77 indic-histo-present PIC X(01) VALUE 'N'.
           88 histo-present VALUE 'O'.
       COPY "cpparamcontroles.cpy".

      * Date d'exploitation de l'execution, posee par la chaine de
      * nuit ou par la repetition ; a zero, elle vaut la date du
      * jour
       77 date-exploitation PIC 9(08) EXTERNAL.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0010-RAZ-EXECUTION.
           IF date-exploitation IS NUMERIC
                   AND date-exploitation > ZERO
               MOVE date-exploitation TO date-cible
           ELSE
               ACCEPT date-cible FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT HISTO-FILE.
           IF histo-statut = '00'
               SET histo-present TO TRUE
               CLOSE HISTO-FILE
           END-IF.
           IF histo-present
               PERFORM 2000-POSER-FICHIER
                   VARYING ix-parametre FROM 1 BY 1
                   UNTIL ix-parametre > nb-fichiers-parametres
               DISPLAY 'Parametres en vigueur au ' date-cible
                   ' poses : ' cpt-poses ' fichier(s)'
           ELSE
               DISPLAY 'Aucun historique de parametres : '
                   'fichiers laisses en place.'
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           GOBACK.

      * Remet a zero les indicateurs et compteurs de l'execution :
      * appele plusieurs fois par la chaine sans CANCEL, le
      * programme conserve la memoire de travail de l'appel
      * precedent
       0010-RAZ-EXECUTION.
           MOVE ZERO TO cpt-poses.
           MOVE 'N' TO indic-histo-present.

      * Cherche la version du fichier courant en vigueur a la date
      * cible et, s'il y en a une, reecrit le fichier avec elle
       2000-POSER-FICHIER.
           MOVE FICHIER-PARAMETRE(ix-parametre) TO nom-parametre.
           MOVE 'N' TO indic-version-trouvee.
           MOVE SPACES TO version-retenue.
           MOVE 'N' TO indic-fin-histo.
           OPEN INPUT HISTO-FILE.
           PERFORM 2100-LIRE-HISTO.
           PERFORM 2200-COMPARER-VERSION UNTIL fin-histo.
           CLOSE HISTO-FILE.
           IF version-trouvee
               PERFORM 2300-REECRIRE-FICHIER
           END-IF.

      * Lecture d'un enregistrement PARAM-HISTORIQUE.DAT
       2100-LIRE-HISTO.
           READ HISTO-FILE
               AT END SET fin-histo TO TRUE
           END-READ.

      * Retient la ligne courante si elle appartient a une version
      * du fichier en vigueur a la date cible et plus recente que
      * celle deja retenue, puis relit
       2200-COMPARER-VERSION.
           IF PHI-FICHIER = nom-parametre
                   AND PHI-DATE-EFFET <= date-cible
                   AND PHI-VERSION > version-retenue
               MOVE PHI-VERSION TO version-retenue
               SET version-trouvee TO TRUE
           END-IF.
           PERFORM 2100-LIRE-HISTO.

      * Reecrit le fichier de parametres avec les lignes de la
      * version retenue, dans l'ordre de leur enregistrement
       2300-REECRIRE-FICHIER.
           MOVE ZERO TO cpt-lignes.
           MOVE 'N' TO indic-fin-histo.
           OPEN OUTPUT PARAMETRE-FILE.
           OPEN INPUT HISTO-FILE.
           PERFORM 2100-LIRE-HISTO.
           PERFORM 2310-RECOPIER-LIGNE UNTIL fin-histo.
           CLOSE HISTO-FILE.
           CLOSE PARAMETRE-FILE.
           ADD 1 TO cpt-poses.
           DISPLAY '  ' nom-parametre ' : version du '
               version-retenue(1:8) ' (' cpt-lignes ' ligne(s))'.

      * Recopie la ligne courante si elle appartient a la version
      * retenue, puis relit
       2310-RECOPIER-LIGNE.
           IF PHI-FICHIER = nom-parametre
                   AND PHI-VERSION = version-retenue
               MOVE PHI-CONTENU TO LIGNE-PARAMETRE
               WRITE LIGNE-PARAMETRE
               ADD 1 TO cpt-lignes
           END-IF.
           PERFORM 2100-LIRE-HISTO.
