      * Copybook d'enregistrement pour VOLUMES-HISTORIQUE.DAT
      * Releve nocturne du volume des fichiers de donnees : une
      * ligne par fichier et par nuit, avec le nombre
      * d'enregistrements, la taille en octets et la croissance de
      * la taille en pour cent depuis le releve precedent du meme
      * fichier (zero au premier releve). Le numero du passage
      * situe le releve dans la chaine.
       01 VOLUME-ENREGISTREMENT.
           05 VOL-DATE                PIC 9(08).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VOL-FICHIER             PIC X(30).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VOL-ENREGISTREMENTS     PIC 9(09).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VOL-OCTETS              PIC 9(12).
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VOL-CROISSANCE          PIC S9(5)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                  PIC X(01) VALUE SPACE.
           05 VOL-PASSAGE             PIC 9(05).
