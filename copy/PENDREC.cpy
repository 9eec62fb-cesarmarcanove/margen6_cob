      *          por la fecha de vigencia para que la liberacion y
      *          el reporte de lo pendiente salgan en orden de
      *          vigencia de forma natural.
      *          Sigue la zona de precio de la transaccion diferida;
      *          con ella el registro paso de 82 a 84 bytes (un
      *          MARGPEND anterior se convierte con MARGCONV).
      ******************************************************************
       01  PENDING-PRICE-RECORD.
           05  PD-KEY.
               10  PD-EFF-DATE         PIC 9(08).
               10  PD-ITEM-CODE        PIC X(10).
               10  PD-ZONE-CODE        PIC X(02).
           05  PD-ITEM-DESC            PIC X(20).
           05  PD-CATEGORY-CODE        PIC X(05).
           05  PD-CURRENCY-CODE        PIC X(03).
