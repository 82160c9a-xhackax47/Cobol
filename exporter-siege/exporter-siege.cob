      * estampille d'un numero de sequence, consigne au registre
      * EXPORTS-ENVOYES.DAT en attente d'accuse du siege, et une
      * copie retenue du fichier est gardee pour retransmission.
      * Les cotes de transfert entre sites inscrits au registre
      * TRANSFERTS-SITES.DAT depuis le dernier export partent en
      * lignes de liaison I, que la consolidation elimine par paire.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORTS-FILE ASSIGN TO "EXPORTS-ENVOYES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS exports-statut.
           SELECT TRANSFERTS-FILE ASSIGN TO "TRANSFERTS-SITES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transferts-statut.
           SELECT TRANSFERT-EXPORTE-FILE
               ASSIGN TO "DERNIER-TRANSFERT-EXPORTE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS transfert-exporte-statut.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS joblog-statut.
       FD PASSAGE-FILE.
       COPY "cppassage.cpy".

      * Enregistrements de l'echange : entete 'H', donnees 'D',
      * ventilation 'S', liaison inter-sites 'I', fin 'T' avec
      * compte d'enregistrements de donnees
       FD INTERFACE-FILE.
       01 INTERFACE-ENREGISTREMENT    PIC X(80).
       01 INTERFACE-ENTETE REDEFINES INTERFACE-ENREGISTREMENT.
           05 INT-S-SOLDE             PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(61).
      * un cote de transfert entre sites : montant positif a
      * recevoir pour l'emission, negatif a payer pour la reception
       01 INTERFACE-LIAISON REDEFINES INTERFACE-ENREGISTREMENT.
           05 INT-I-TYPE              PIC X(01).
           05 INT-I-NUMERO            PIC 9(06).
           05 INT-I-COTE              PIC X(01).
           05 INT-I-SITE              PIC X(03).
           05 INT-I-PARTENAIRE        PIC X(03).
           05 INT-I-MONTANT           PIC S9(7)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(56).
       01 INTERFACE-FIN REDEFINES INTERFACE-ENREGISTREMENT.
           05 INT-T-TYPE              PIC X(01).
           05 INT-T-COMPTE            PIC 9(07).
       FD EXPORTS-FILE.
       COPY "cpexportenvoye.cpy".

       FD TRANSFERTS-FILE.
       COPY "cptransfertsite.cpy".

       FD TRANSFERT-EXPORTE-FILE.
       01 TRANSFERT-EXPORTE-ENREGISTREMENT.
           05 TEX-NUMERO              PIC 9(06).

       FD JOBLOG-FILE.
       COPY "cpjoblog.cpy".

       77 retenu-nom PIC X(30) VALUE SPACES.
       77 indic-fin-copie PIC X(01) VALUE 'N'.
           88 fin-copie VALUE 'O'.

      * Cotes de transfert entre sites deja envoyes : le dernier
      * numero de transfert exporte
       77 transferts-statut PIC X(02).
       77 transfert-exporte-statut PIC X(02).
       77 dernier-transfert-exporte PIC 9(06) VALUE ZERO.
       77 plus-haut-transfert PIC 9(06) VALUE ZERO.
      * Site d'exploitation de l'execution, pose au demarrage du
      * menu ou de la chaine depuis SITE-LOCAL.DAT ; vide, il vaut
      * le site local par defaut
           WRITE NUMERO-EXPORT-ENREGISTREMENT.
           CLOSE NUMERO-EXPORT-FILE.

      * Ecrit une ligne de liaison I par cote de transfert inscrit
      * au registre depuis le dernier export, puis retient le plus
      * haut numero envoye
       2500-ECRIRE-LIAISONS.
           MOVE ZERO TO dernier-transfert-exporte.
           OPEN INPUT TRANSFERT-EXPORTE-FILE.
           IF transfert-exporte-statut = '00'
               READ TRANSFERT-EXPORTE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TEX-NUMERO TO dernier-transfert-exporte
               END-READ
               CLOSE TRANSFERT-EXPORTE-FILE
           END-IF.
           MOVE dernier-transfert-exporte TO plus-haut-transfert.
           MOVE 'N' TO indic-fin-fichier.
           OPEN INPUT TRANSFERTS-FILE.
           IF transferts-statut = '00'
               PERFORM 2510-LIRE-TRANSFERT
               PERFORM 2520-ECRIRE-UNE-LIAISON UNTIL fin-fichier
               CLOSE TRANSFERTS-FILE
           END-IF.
           IF plus-haut-transfert > dernier-transfert-exporte
               MOVE plus-haut-transfert TO TEX-NUMERO
               OPEN OUTPUT TRANSFERT-EXPORTE-FILE
               WRITE TRANSFERT-EXPORTE-ENREGISTREMENT
               CLOSE TRANSFERT-EXPORTE-FILE
           END-IF.

      * Lecture d'un enregistrement TRANSFERTS-SITES.DAT
       2510-LIRE-TRANSFERT.
           READ TRANSFERTS-FILE
               AT END SET fin-fichier TO TRUE
           END-READ.

      * Ecrit le cote lu s'il n'a pas encore ete envoye, puis relit
       2520-ECRIRE-UNE-LIAISON.
           IF TSI-NUMERO > dernier-transfert-exporte
               MOVE SPACES TO INTERFACE-ENREGISTREMENT
               MOVE 'I' TO INT-I-TYPE
               MOVE TSI-NUMERO TO INT-I-NUMERO
               MOVE TSI-COTE TO INT-I-COTE
               MOVE TSI-SITE TO INT-I-SITE
               MOVE TSI-SITE-PARTENAIRE TO INT-I-PARTENAIRE
               IF TSI-EMISSION
                   MOVE TSI-MONTANT TO INT-I-MONTANT
               ELSE
                   COMPUTE INT-I-MONTANT = ZERO - TSI-MONTANT
               END-IF
               WRITE INTERFACE-ENREGISTREMENT
               ADD 1 TO cpt-donnees
               IF TSI-NUMERO > plus-haut-transfert
                   MOVE TSI-NUMERO TO plus-haut-transfert
               END-IF
           END-IF.
           PERFORM 2510-LIRE-TRANSFERT.

      * Garde une copie retenue de l'export, nommee par sa
      * sequence, pour la retransmission
       3000-RETENIR-COPIE.
           MOVE solde-base TO INT-S-SOLDE.
           WRITE INTERFACE-ENREGISTREMENT.
           ADD 1 TO cpt-donnees.
           PERFORM 2500-ECRIRE-LIAISONS.
           MOVE SPACES TO INTERFACE-ENREGISTREMENT.
           MOVE 'T' TO INT-T-TYPE.
           MOVE cpt-donnees TO INT-T-COMPTE.
