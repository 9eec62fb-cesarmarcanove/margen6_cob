      * se desecha; el proximo posteo lo recrea.
           05  CK-ST-RECORD-COUNT       PIC 9(08).
           05  CK-ST-HASH-SELL          PIC S9(14)V99.
      * Zona de la ultima llave procesada: PRICEIN viene en
      * secuencia de item/zona/fecha. Crecio el registro de 208 a
      * 210 bytes; el MARGCKPT anterior se verifica vacio con
      * MARGCONV y se desecha, como en la ampliacion previa.
           05  CK-LAST-ZONE-CODE        PIC X(02).
