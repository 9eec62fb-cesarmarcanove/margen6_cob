      ******************************************************************
      * Copybook: CURMREC
      * Purpose: Layout del archivo indexado de margen vigente
      *          MARGCURR, llave item + zona: el ultimo registro
      *          posteado de cada item, mantenido por MARGEN5 en el
      *          mismo posteo. Es el atajo de las busquedas del
      *          posteo anterior (razonabilidad y variacion) y de la
      *          aqui no hay registro utilizable (item nuevo, o un
      *          posteo retroactivo anterior al vigente) se cae a la
      *          caminata del maestro de siempre.
      *          La llave es item + zona de precio: un registro
      *          vigente por cada zona en que el item tiene precio
      *          (zona en blanco = zona general). Mide 125 bytes.
      ******************************************************************
       01  CURRENT-MARGIN-RECORD.
           05  CM-KEY.
               10  CM-ITEM-CODE        PIC X(10).
               10  CM-ZONE-CODE        PIC X(02).
           05  CM-EFF-DATE             PIC 9(08).
           05  CM-ITEM-DESC            PIC X(20).
           05  CM-CATEGORY-CODE        PIC X(05).
               88  CM-IS-MARKDOWN          VALUE "Y" WHEN SET TO
                   FALSE IS "N".
           05  CM-REASON-CODE          PIC X(03).
      * 'P' mientras el precio vigente es el de una promocion de
      * MARGPROM; 'F' si es el regreso al regular.
           05  CM-PROMO-IND            PIC X(01).
               88  CM-ES-PROMOCION         VALUE "P".
               88  CM-ES-FIN-PROMOCION     VALUE "F".
