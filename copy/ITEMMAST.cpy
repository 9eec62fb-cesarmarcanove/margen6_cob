      *          las corridas del batch MARGEN5 (clave: item + fecha
      *          de vigencia, para poder ver la tendencia en el
      *          tiempo en lugar de solo el ultimo calculo).
      *          Con las zonas de precio la clave es item + zona +
      *          fecha de vigencia: cada zona tiene su propio
      *          historial (zona en blanco = zona general). El
      *          registro mide 125 bytes.
      ******************************************************************
       01  ITEM-MARGIN-RECORD.
           05  IM-KEY.
               10  IM-ITEM-CODE        PIC X(10).
               10  IM-ZONE-CODE        PIC X(02).
               10  IM-EFF-DATE         PIC 9(08).
           05  IM-ITEM-DESC            PIC X(20).
           05  IM-CATEGORY-CODE        PIC X(05).
      * registro violo la politica de margen minimo y aun asi se
      * autorizo su posteo; espacios en los posteos normales.
           05  IM-REASON-CODE          PIC X(03).
      * Posteo de promocion de MARGPROM: 'P' precio promocional, 'F'
      * regreso al precio regular al terminar la promocion; espacio
      * en los posteos normales.
           05  IM-PROMO-IND            PIC X(01).
               88  IM-ES-PROMOCION         VALUE "P".
               88  IM-ES-FIN-PROMOCION     VALUE "F".
