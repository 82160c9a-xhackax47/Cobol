      * Copybook des fichiers de parametres sous historique
      * Liste des fichiers de parametres dont chaque changement est
      * conserve dans PARAM-HISTORIQUE.DAT avec sa date d'effet ;
      * PoserParametres y reinstalle la version en vigueur a la date
      * d'exploitation de l'execution. Un fichier de la liste encore
      * sans historique reste tel quel.
       77 nb-fichiers-parametres PIC 9(02) COMP VALUE 33.
       01 TABLE-PARAMETRES.
           05 FILLER PIC X(30) VALUE 'SEUILS.DAT'.
           05 FILLER PIC X(30) VALUE 'SEUIL-APPROBATION.DAT'.
           05 FILLER PIC X(30) VALUE 'TAUX-INTERET.DAT'.
           05 FILLER PIC X(30) VALUE 'BAREME-FRAIS.DAT'.
           05 FILLER PIC X(30) VALUE 'SEUIL-VARIANCE.DAT'.
           05 FILLER PIC X(30) VALUE 'SEUIL-VARIATION-TAUX.DAT'.
           05 FILLER PIC X(30) VALUE 'PARAM-TRANSFERTS.DAT'.
           05 FILLER PIC X(30) VALUE 'PARAM-SUSPENS.DAT'.
           05 FILLER PIC X(30) VALUE 'PARAM-PRELEVEMENT.DAT'.
           05 FILLER PIC X(30) VALUE 'PARAM-JOURNEE.DAT'.
           05 FILLER PIC X(30) VALUE 'PARAM-IMMOBILISATIONS.DAT'.
           05 FILLER PIC X(30) VALUE 'PARAM-EXERCICE.DAT'.
           05 FILLER PIC X(30) VALUE 'PARAM-DOUBLONS.DAT'.
           05 FILLER PIC X(30) VALUE 'GENERATIONS-PARAM.DAT'.
           05 FILLER PIC X(30) VALUE 'PALMARES-PARAM.DAT'.
           05 FILLER PIC X(30) VALUE 'BULLETIN-PARAM.DAT'.
           05 FILLER PIC X(30) VALUE 'TOLERANCE-NOTES.DAT'.
           05 FILLER PIC X(30) VALUE 'COLIS-DELAI.DAT'.
           05 FILLER PIC X(30) VALUE 'HORIZON-PREVISION.DAT'.
           05 FILLER PIC X(30) VALUE 'CRITERES-BOURSE.DAT'.
           05 FILLER PIC X(30) VALUE 'REGLES-PASSAGE.DAT'.
           05 FILLER PIC X(30) VALUE 'REGLES-ALERTES.DAT'.
           05 FILLER PIC X(30) VALUE 'RETENTION-RAPPORTS.DAT'.
           05 FILLER PIC X(30) VALUE 'RETENTION-HISTORIQUE.DAT'.
           05 FILLER PIC X(30) VALUE 'ANCIENNETE-TAUX.DAT'.
           05 FILLER PIC X(30) VALUE 'CAPACITE-SITE.DAT'.
           05 FILLER PIC X(30) VALUE 'VALIDITE-MDP.DAT'.
           05 FILLER PIC X(30) VALUE 'DELAIS-JOBS.DAT'.
           05 FILLER PIC X(30) VALUE 'RETENUE-CLASSEMENT.DAT'.
           05 FILLER PIC X(30) VALUE 'DELAI-SESSION.DAT'.
           05 FILLER PIC X(30) VALUE 'DELAI-CERTIFICATION.DAT'.
           05 FILLER PIC X(30) VALUE 'DESTINATAIRE-ALERTES.DAT'.
           05 FILLER PIC X(30) VALUE 'LIMITES-VOLUMES.DAT'.
       01 TABLE-PARAMETRES-R REDEFINES TABLE-PARAMETRES.
           05 FICHIER-PARAMETRE OCCURS 33 TIMES PIC X(30).
