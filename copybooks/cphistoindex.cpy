      * Copybook d'enregistrement pour HISTORIQUE-INDEX.DAT
      * Copie indexee de HISTORIQUE.DAT pour la consultation en
      * ligne, reconstruite chaque nuit par IndexerHistorique : cle
      * primaire le rang du mouvement dans l'historique, cles
      * secondaires (avec doublons) le numero de transaction, la
      * reference en majuscules, le tiers et le montant sans signe.
      * Le mouvement d'origine suit tel quel.
       01 HISTO-INDEX-ENREGISTREMENT.
           05 HIX-RANG                PIC 9(09).
           05 HIX-NUMERO              PIC 9(09).
           05 HIX-REFERENCE           PIC X(30).
           05 HIX-TIERS               PIC X(06).
           05 HIX-MONTANT-ABS         PIC 9(07)V99.
           05 HIX-HISTORIQUE          PIC X(140).
