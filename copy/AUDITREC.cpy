      * Purpose: Layout de la linea de bitacora de auditoria MARGAUD,
      *          donde MARGEN5 deja constancia de cada calculo de
      *          margen corrido: cuando, quien y con que datos.
      *          Al final va el lote de PRICEIN que posteo el calculo,
      *          para cuadrar las lineas de cada lote contra MARGRUNS;
      *          las lineas anteriores a este campo lo traen en
      *          blanco. Siguen la zona de precio del item y la marca
      *          de linea de reverso: MARGREVR, al reversar un lote,
      *          graba por cada linea viva del lote una linea igual
      *          con los montos en signo contrario y la marca 'R',
      *          para que el cuadre contra MARGRUNS netee el posteo
      *          reversado y cuente solo el ultimo. La linea mide
      *          154 bytes (un MARGAUD anterior se convierte con
      *          MARGCONV).
      ******************************************************************
       01  AUDIT-LOG-LINE.
           05  AL-RUN-DATE              PIC 9(08).
           05  AL-DIF                   PIC --,---,---,--9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-REASON-CODE           PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-BATCH-ID              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-ZONE-CODE             PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  AL-LINE-TYPE             PIC X(01).
               88  AL-ES-REVERSO            VALUE "R".
