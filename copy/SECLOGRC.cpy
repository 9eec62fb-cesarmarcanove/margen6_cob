      ******************************************************************
      * Copybook: SECLOGRC
      * Purpose: Layout de la linea de la bitacora de seguridad
      *          MARGSECL. Cada programa que valida un usuario
      *          contra MARGUSER asienta aqui todo ingreso fallido
      *          (usuario no registrado, inactivo, clave incorrecta
      *          o sin el rol que el programa exige) y todo intento
      *          de aprobar una retencion de un lote corrido por el
      *          mismo supervisor: cuando, en que programa, con que
      *          identificacion y por que se le nego el paso.
      ******************************************************************
       01  SIGNON-LOG-LINE.
           05  SL-RUN-DATE              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SL-RUN-TIME              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SL-PROGRAM-ID            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SL-USER-ID               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SL-REASON-CODE           PIC X(02).
               88  SL-NO-REGISTRADO         VALUE "NR".
               88  SL-INACTIVO              VALUE "IN".
               88  SL-CLAVE-INCORRECTA      VALUE "CL".
               88  SL-SIN-ROL               VALUE "RL".
               88  SL-LOTE-PROPIO           VALUE "LP".
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SL-REASON-TEXT           PIC X(40).
