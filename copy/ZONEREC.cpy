      ******************************************************************
      * Copybook: ZONEREC
      * Purpose: Layout de la tabla indexada de zonas de precio
      *          ZONETAB, llave por codigo de zona. Las tiendas de
      *          una zona (costa, sierra, ...) pueden llevar un SELL
      *          propio para el mismo item por diferencias de flete.
      *          La zona en blanco es la zona general y no se
      *          registra aqui: es el precio de todas las tiendas
      *          cuya zona no tiene uno propio. MARGEN5 rechaza una
      *          transaccion con zona que no este activa en la
      *          tabla. Se mantiene desde MARGMNT.
      ******************************************************************
       01  ZONE-RECORD.
           05  ZN-ZONE-CODE            PIC X(02).
           05  ZN-ZONE-DESC            PIC X(20).
           05  ZN-STATUS               PIC X(01).
               88  ZN-ACTIVA               VALUE "A".
               88  ZN-INACTIVA             VALUE "I".
