      *          legitimo no rebote como 'R' eternamente. Igual que
      *          la aprobacion, solo se honra viniendo del
      *          reciclaje y se limpia al leer un lote externo.
      *          PT-PROMO-IND marca las transacciones que libera
      *          MARGPROM: 'P' el inicio de una promocion (precio
      *          promocional) y 'F' su fin (regreso al precio
      *          regular). Tambien es de uso interno del reciclaje.
      *          PT-ZONE-CODE es la zona de precio de la tabla
      *          ZONETAB a la que va el SELL; en blanco es la zona
      *          general, el precio de las tiendas cuya zona no
      *          tiene uno propio para el item.
      ******************************************************************
       01  PRICE-TRANS-RECORD.
           05  PT-ITEM-CODE            PIC X(10).
           05  PT-REASON-CODE          PIC X(03).
           05  PT-FIX-IND              PIC X(01).
               88  PT-CORREGIDA-FIX        VALUE "C".
           05  PT-PROMO-IND            PIC X(01).
               88  PT-PROMO-INICIO         VALUE "P".
               88  PT-PROMO-FIN            VALUE "F".
           05  PT-ZONE-CODE            PIC X(02).
           05  FILLER                  PIC X(02).
