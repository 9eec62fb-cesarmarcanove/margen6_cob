      ******************************************************************
      * Copybook: VENDREC
      * Purpose: Layout del archivo de cambios de costo VENDCOST que
      *          envian los proveedores (solo costo, sin precio de
      *          venta). El primer registro es una cabecera 'H' con
      *          el proveedor y la fecha del archivo, siguen los
      *          detalles 'D' con item, costo nuevo, moneda y fecha
      *          de vigencia, y cierra una cola 'T' con el conteo de
      *          detalles y el total de costos. MARGVCST lo concilia
      *          contra la cola, lo valida contra ITEMREF/MARGCURR y
      *          genera el lote PRICERAW. Los tres registros miden
      *          50 bytes.
      ******************************************************************
       01  VENDOR-COST-RECORD.
           05  VC-RECORD-TYPE          PIC X(01).
               88  VC-ES-CABECERA          VALUE "H".
               88  VC-ES-DETALLE           VALUE "D".
               88  VC-ES-COLA              VALUE "T".
           05  VC-ITEM-CODE            PIC X(10).
           05  VC-NEW-COST             PIC S9(10)V99.
      * Moneda en blanco: la del precio vigente del item.
           05  VC-CURRENCY-CODE        PIC X(03).
      * Vigencia en cero: el dia de la corrida.
           05  VC-EFF-DATE             PIC 9(08).
           05  FILLER                  PIC X(16).

       01  VENDOR-HEADER-RECORD.
           05  VH-RECORD-TYPE          PIC X(01).
           05  VH-VENDOR-ID            PIC X(08).
           05  VH-FILE-DATE            PIC 9(08).
           05  FILLER                  PIC X(33).

       01  VENDOR-TRAILER-RECORD.
           05  VT-RECORD-TYPE          PIC X(01).
           05  VT-RECORD-COUNT         PIC 9(06).
           05  VT-TOTAL-COST           PIC S9(12)V99.
           05  FILLER                  PIC X(29).
