      * reporte de antiguedad MARGAGE para medir cuanto lleva un
      * rechazo esperando correccion en MARGFIX.
           05  EX-ENTRY-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
      * Zona de precio de la transaccion (en blanco, la general),
      * para que MARGFIX la rearme en la misma zona.
           05  EX-ZONE-CODE            PIC X(02).
