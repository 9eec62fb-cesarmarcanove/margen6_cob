      ******************************************************************
      * Copybook: ACKRGREC
      * Purpose: Layout del registro de acuses MARGACUS, indexado por
      *          lote + sistema receptor ('G' interfaz contable, 'S'
      *          tiendas). MARGACK asienta aqui cada acuse que llega
      *          en GLACK/STACK; un acuse nuevo del mismo lote y
      *          sistema (el archivo se corrigio y se volvio a
      *          cargar) reemplaza al anterior. La conciliacion
      *          diaria compara lo asentado contra MARGRUNS y contra
      *          la cola del extracto del lote.
      ******************************************************************
       01  ACK-REGISTER-RECORD.
           05  AR-KEY.
               10  AR-BATCH-ID         PIC X(08).
               10  AR-SYSTEM           PIC X(01).
                   88  AR-ES-CONTABLE      VALUE "G".
                   88  AR-ES-TIENDAS       VALUE "S".
           05  AR-ACK-DATE             PIC 9(08).
           05  AR-LOAD-DATE            PIC 9(08).
           05  AR-RECORD-COUNT         PIC 9(08).
           05  AR-HASH-COST            PIC S9(14)V99.
           05  AR-HASH-SELL            PIC S9(14)V99.
           05  AR-HASH-DIF             PIC S9(14)V99.
           05  AR-STATUS               PIC X(01).
               88  AR-ACEPTADO             VALUE "A".
               88  AR-RECHAZADO            VALUE "R".
           05  AR-REASON-TEXT          PIC X(30).
