      *          rechazar cada retencion, y solo lo aprobado vuelve
      *          por el archivo de reciclaje para postearse en la
      *          corrida siguiente.
      *          La llave incluye la zona de precio de la transaccion
      *          retenida (en blanco, la zona general). Con la zona y
      *          el precio contrapropuesto, y con el lote y el
      *          operador de mas abajo, el registro crecio de 146 a
      *          176 bytes y un MARGHOLD fisico anterior se convierte
      *          con MARGCONV.
      ******************************************************************
       01  HOLD-RECORD.
           05  HD-KEY.
               10  HD-ITEM-CODE        PIC X(10).
               10  HD-ZONE-CODE        PIC X(02).
               10  HD-EFF-DATE         PIC 9(08).
           05  HD-ITEM-DESC            PIC X(20).
           05  HD-CATEGORY-CODE        PIC X(05).
               88  HD-PENDIENTE            VALUE "P".
               88  HD-APROBADA             VALUE "A".
               88  HD-RECHAZADA            VALUE "R".
               88  HD-CONTRAPROPUESTA      VALUE "C".
           05  HD-REASON-CODE          PIC X(03).
           05  HD-APPROVER-ID          PIC X(08).
           05  HD-DECISION-DATE        PIC 9(08).
      * crecio el registro de 138 a 146 bytes: un MARGHOLD fisico
      * anterior se convierte una sola vez con el paso MARGCONV.
           05  HD-ENTRY-DATE           PIC 9(08).
      * Lote y operador de la corrida de MARGEN5 que retuvo la
      * transaccion: MARGAPPR no deja que un supervisor apruebe una
      * retencion de un lote que el mismo corrio. Entraron en la
      * misma ampliacion que la zona (ver arriba).
           05  HD-BATCH-ID             PIC X(08).
           05  HD-OPERATOR-ID          PIC X(08).
      * Precio que el supervisor contrapropuso en MARGAPPR en vez de
      * aprobar o rechazar; HD-SELL conserva el precio original de
      * la sucursal. En cero mientras no haya contrapropuesta.
           05  HD-PROPOSED-SELL        PIC S9(10)V99.
