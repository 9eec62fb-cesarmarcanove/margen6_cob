      *          total de control de SELL que el sistema de precios
      *          de las tiendas debe cuadrar antes de aceptar el
      *          archivo, igual que la interfaz contable cuadra
      *          MARGGLEX. Cada detalle lleva la zona de precio: el
      *          sistema de las tiendas aplica a cada tienda el
      *          precio de su zona y, si el item no tiene precio en
      *          esa zona, el de la zona general (zona en blanco).
      *          Los tres registros miden 63 bytes. En
      *          simulacion no se produce y en restart se continua
      *          el mismo archivo del lote.
      ******************************************************************
           05  SX-H-RUN-DATE            PIC 9(08).
           05  SX-H-RUN-TIME            PIC 9(08).
           05  SX-H-BATCH-ID            PIC X(08).
           05  FILLER                   PIC X(37) VALUE SPACES.

       01  STORE-EXTRACT-DETAIL.
           05  SX-D-RECORD-TYPE         PIC X(02) VALUE "DT".
           05  SX-D-SELL                PIC S9(10)V99.
           05  SX-D-EFF-DATE            PIC 9(08).
           05  SX-D-MARKDOWN-SW         PIC X(01).
           05  SX-D-ZONE-CODE           PIC X(02).

       01  STORE-EXTRACT-TRAILER.
           05  SX-T-RECORD-TYPE         PIC X(02) VALUE "TR".
           05  SX-T-RECORD-COUNT        PIC 9(08).
           05  SX-T-HASH-SELL           PIC S9(14)V99.
           05  FILLER                   PIC X(37) VALUE SPACES.
