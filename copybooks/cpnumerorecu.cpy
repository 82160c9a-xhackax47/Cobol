      * Copybook d'enregistrement pour NUMERO-RECU.DAT
      * Dernier numero de recu de caisse alloue, une seule ligne
      * reecrite a chaque encaissement par GererCaisse.
       01 NUMERO-RECU-ENREGISTREMENT.
           05 NRC-NUMERO              PIC 9(08).
