      ******************************************************************
      * Copybook: PROMOREC
      * Purpose: Layout del archivo indexado de promociones MARGPROM,
      *          llave item + zona + fecha de inicio. Cada promocion
      *          tiene su precio promocional y un rango de vigencia:
      *          el dia de inicio MARGPROM guarda aqui el precio
      *          regular vigente en MARGCURR y libera por el
      *          reciclaje la transaccion al precio promocional; la
      *          fecha de fin es el dia en que vuelve el precio
      *          regular, y ese dia se libera la transaccion que lo
      *          restituye. El estado sigue la vida de la promocion
      *          para el reporte de activas, proximas y terminadas.
      *          La promocion es de un item en una zona de precio
      *          (en blanco, la zona general).
      ******************************************************************
       01  PROMOTION-RECORD.
           05  PR-KEY.
               10  PR-ITEM-CODE        PIC X(10).
               10  PR-ZONE-CODE        PIC X(02).
               10  PR-START-DATE       PIC 9(08).
           05  PR-END-DATE             PIC 9(08).
           05  PR-PROMO-SELL           PIC S9(10)V99.
      * Precio regular tomado de MARGCURR al iniciar la promocion;
      * en cero mientras la promocion no ha empezado.
           05  PR-REGULAR-SELL         PIC S9(10)V99.
           05  PR-REGULAR-COST         PIC S9(10)V99.
           05  PR-CURRENCY-CODE        PIC X(03).
           05  PR-STATUS               PIC X(01).
               88  PR-PROGRAMADA           VALUE "P".
               88  PR-ACTIVA               VALUE "A".
               88  PR-TERMINADA            VALUE "T".
               88  PR-CANCELADA            VALUE "C".
      * Motivo de cierre cuando la promocion no termino por su fecha
      * de fin (cancelada, superada por otro precio, vencida sin
      * haber iniciado).
           05  PR-CLOSE-NOTE           PIC X(20).
           05  PR-ENTRY-DATE           PIC 9(08).
           05  PR-OPERATOR-ID          PIC X(08).
           05  PR-START-RELEASE-DATE   PIC 9(08).
           05  PR-END-RELEASE-DATE     PIC 9(08).
