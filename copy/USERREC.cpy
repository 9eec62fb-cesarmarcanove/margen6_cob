      ******************************************************************
      * Copybook: USERREC
      * Purpose: Layout del archivo indexado de usuarios MARGUSER,
      *          por identificador de usuario. Cada usuario lleva
      *          su clave, su estado y los cuatro roles que abren
      *          los programas del sistema: mantenimiento de tablas
      *          (MARGMNT), aprobacion de retenciones (MARGAPPR),
      *          correccion de excepciones (MARGFIX) y operador de
      *          los batch (el operador de la tarjeta de parametros
      *          de MARGEN5 y del reverso MARGREVR). Se mantiene en
      *          linea desde MARGMNT con la misma bitacora MARGMAUD
      *          que las demas tablas; la clave nunca se muestra ni
      *          se asienta en la bitacora.
      ******************************************************************
       01  USER-RECORD.
           05  US-USER-ID              PIC X(08).
           05  US-USER-NAME            PIC X(30).
           05  US-PASSWORD             PIC X(08).
           05  US-STATUS               PIC X(01).
               88  US-ACTIVO               VALUE "A".
               88  US-INACTIVO             VALUE "I".
           05  US-ROLES.
               10  US-ROLE-MAINT       PIC X(01).
                   88  US-PUEDE-MANTENER   VALUE "S".
               10  US-ROLE-APPROVE     PIC X(01).
                   88  US-PUEDE-APROBAR    VALUE "S".
               10  US-ROLE-FIX         PIC X(01).
                   88  US-PUEDE-CORREGIR   VALUE "S".
               10  US-ROLE-OPERATOR    PIC X(01).
                   88  US-PUEDE-OPERAR     VALUE "S".
           05  US-LAST-CHANGE-DATE     PIC 9(08).
           05  US-LAST-CHANGE-USER     PIC X(08).
