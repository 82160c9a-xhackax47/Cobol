      * visiteur. La visite ouverte du jour portant le nom saisi est
      * retrouvee dans VISITEURS.DAT, estampillee de l'heure de
      * depart, et la duree de presence est calculee en minutes.
      * La place de parking d'un vehicule declare a l'arrivee est
      * liberee dans VEHICULES.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCCUPATION-FILE ASSIGN TO "OCCUPATION.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS occupation-statut.
           SELECT VEHICULES-FILE ASSIGN TO "VEHICULES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS vehicules-statut.
           SELECT VEHICULES-NOUVEAU-FILE ASSIGN TO "VEHICULES.NOUVEAU"
               ORGANIZATION LINE SEQUENTIAL.

      * Division et sections des variables
       DATA DIVISION.
       01 OCCUPATION-ENREGISTREMENT.
           05 OCC-COMPTE              PIC 9(05).

      * Meme structure d'enregistrement pour le registre des
      * vehicules et sa recopie de mise a jour ; les references sont
      * qualifiees par OF pour lever l'ambiguite
       FD VEHICULES-FILE.
       COPY "cpvehicule.cpy".

       FD VEHICULES-NOUVEAU-FILE.
       COPY "cpvehicule.cpy".

       WORKING-STORAGE SECTION.
       77 visiteurs-statut PIC X(02).
       77 nom-recherche PIC X(25).
       77 badge-a-rendre PIC X(04) VALUE SPACES.
       77 occupation-statut PIC X(02).
       77 compte-occupation PIC 9(05) VALUE ZERO.

      * Liberation de la place de parking du vehicule rattache a la
      * visite pointee, retrouve par le nom, la date et l'heure
      * d'arrivee
       77 vehicules-statut PIC X(02).
       77 indic-fin-vehicules PIC X(01) VALUE 'N'.
           88 fin-vehicules VALUE 'O'.
       77 indic-place-liberee PIC X(01) VALUE 'N'.
           88 place-liberee VALUE 'O'.
       77 heure-visite-sortie PIC 9(06) VALUE ZERO.
       77 place-liberee-num PIC 9(03) VALUE ZERO.
       COPY "cphorlog.cpy".

      * Section d'affichage
           2 LINE 7 COL 10 VALUE
               'Aucune visite ouverte du jour pour ce nom.'.

       1 pla-place-liberee.
           2 LINE 8 COL 10 VALUE 'Place de parking liberee : '.
           2 COL 37 PIC ZZ9 FROM place-liberee-num.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 2000-POINTER-SORTIE.
           IF visite-trouvee
               DISPLAY pla-sortie
               IF place-liberee
                   DISPLAY pla-place-liberee
               END-IF
           ELSE
               DISPLAY pla-non-trouve
           END-IF.
           MOVE 'N' TO indic-trouve.
           MOVE ZERO TO duree-visite.
           MOVE SPACES TO badge-a-rendre.
           MOVE 'N' TO indic-place-liberee.
           MOVE ZERO TO heure-visite-sortie.
           MOVE ZERO TO place-liberee-num.

      * Demande le nom du visiteur sortant
       1000-SAISIR-NOM.
               END-IF
               IF visite-trouvee
                   PERFORM 4000-DECREMENTER-OCCUPATION
                   PERFORM 5000-LIBERER-PLACE
               END-IF
           END-IF.

                       NOT NUMERIC
                   OR VIS-HEURE-DEPART OF VISITEURS-FILE = ZERO)
               SET visite-trouvee TO TRUE
               MOVE VIS-HEURE OF VISITEURS-FILE
                   TO heure-visite-sortie
               MOVE CP-HLG-HH
                   TO VIS-HEURE-DEPART OF VISITEURS-FILE(1:2)
               MOVE CP-HLG-MN
                   MOVE VIS-BADGE OF VISITEURS-FILE
                       TO badge-a-rendre
               END-IF
      * la zone de destination reste portee sur la visite close,
      * pour le rapprochement des passages aux portiques ; l'appel
      * d'evacuation ne retient que les visites sans heure de depart
           END-IF.
           MOVE VISITEUR-ENREGISTREMENT OF VISITEURS-FILE
               TO VISITEUR-ENREGISTREMENT
           OPEN OUTPUT OCCUPATION-FILE.
           WRITE OCCUPATION-ENREGISTREMENT.
           CLOSE OCCUPATION-FILE.

      * Estampille l'heure de depart sur le vehicule encore gare
      * de la visite pointee, ce qui libere sa place, par recopie du
      * registre des vehicules
       5000-LIBERER-PLACE.
           MOVE 'N' TO indic-fin-vehicules.
           OPEN INPUT VEHICULES-FILE.
           IF vehicules-statut = '00'
               OPEN OUTPUT VEHICULES-NOUVEAU-FILE
               PERFORM 5100-LIRE-VEHICULE
               PERFORM 5200-RECOPIER-VEHICULE UNTIL fin-vehicules
               CLOSE VEHICULES-FILE
               CLOSE VEHICULES-NOUVEAU-FILE
               CALL "CBL_DELETE_FILE" USING "VEHICULES.DAT"
               CALL "CBL_RENAME_FILE" USING "VEHICULES.NOUVEAU"
                   "VEHICULES.DAT"
           END-IF.

      * Lecture d'un enregistrement VEHICULES.DAT
       5100-LIRE-VEHICULE.
           READ VEHICULES-FILE
               AT END SET fin-vehicules TO TRUE
           END-READ.

      * Recopie le vehicule courant, en estampillant le depart du
      * vehicule de la visite pointee, puis relit
       5200-RECOPIER-VEHICULE.
           IF NOT place-liberee
                   AND VEH-NOM OF VEHICULES-FILE = nom-recherche
                   AND VEH-DATE OF VEHICULES-FILE = CP-HLG-DATE
                   AND VEH-HEURE-VISITE OF VEHICULES-FILE
                       = heure-visite-sortie
                   AND VEH-HEURE-DEPART OF VEHICULES-FILE = ZERO
               SET place-liberee TO TRUE
               MOVE VEH-PLACE OF VEHICULES-FILE TO place-liberee-num
               MOVE CP-HLG-HH
                   TO VEH-HEURE-DEPART OF VEHICULES-FILE(1:2)
               MOVE CP-HLG-MN
                   TO VEH-HEURE-DEPART OF VEHICULES-FILE(3:2)
               MOVE CP-HLG-SS
                   TO VEH-HEURE-DEPART OF VEHICULES-FILE(5:2)
           END-IF.
           MOVE VEHICULE-ENREGISTREMENT OF VEHICULES-FILE
               TO VEHICULE-ENREGISTREMENT OF VEHICULES-NOUVEAU-FILE.
           WRITE VEHICULE-ENREGISTREMENT OF VEHICULES-NOUVEAU-FILE.
           PERFORM 5100-LIRE-VEHICULE.
