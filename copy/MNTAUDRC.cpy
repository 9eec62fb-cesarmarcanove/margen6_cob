      * Purpose: Layout de la linea de bitacora de mantenimiento
      *          MARGMAUD, donde MARGMNT deja constancia de cada
      *          alta, cambio o baja hecha a las tablas POLICY,
      *          CURRATE, ITEMREF, MARGUSER y ZONETAB: cuando, quien,
      *          que registro y el valor anterior y nuevo, para poder
      *          demostrar ante una auditoria cuando cambio un minimo
      *          o una tasa.
      ******************************************************************
       01  MAINT-AUDIT-LINE.
           05  MA-RUN-DATE              PIC 9(08).
