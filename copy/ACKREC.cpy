      ******************************************************************
      * Copybook: ACKREC
      * Purpose: Layout de los acuses de recibo que devuelven la
      *          interfaz contable (GLACK, por MARGGLEX-lote) y el
      *          sistema de precios de las tiendas (STACK, por
      *          MARGSTEX-lote): un registro por lote cargado, con
      *          el conteo y los totales de control que el sistema
      *          receptor sumo al leer el extracto y si lo acepto o
      *          lo rechazo. Las tiendas solo devuelven el total de
      *          SELL y dejan en cero los de COST y DIF. MARGACK los
      *          asienta en MARGACUS y los concilia contra MARGRUNS
      *          y contra la cola del extracto. El registro mide 110
      *          bytes.
      ******************************************************************
       01  ACKNOWLEDGMENT-RECORD.
           05  AK-BATCH-ID             PIC X(08).
           05  AK-ACK-DATE             PIC 9(08).
           05  AK-RECORD-COUNT         PIC 9(08).
           05  AK-HASH-COST            PIC S9(14)V99.
           05  AK-HASH-SELL            PIC S9(14)V99.
           05  AK-HASH-DIF             PIC S9(14)V99.
           05  AK-STATUS               PIC X(01).
               88  AK-ACEPTADO             VALUE "A".
               88  AK-RECHAZADO            VALUE "R".
      * Motivo que da el sistema receptor cuando rechaza el archivo.
           05  AK-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(07).
