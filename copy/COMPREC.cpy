      ******************************************************************
      * Copybook: COMPREC
      * Purpose: Layout del archivo indexado de precios de la
      *          competencia MARGCOMP, llave item + competidor: el
      *          precio de gondola que trajo la encuesta mas reciente
      *          de cada competidor para cada item. Lo carga MARGCLOD
      *          desde el feed de encuestas COMPFD (validado contra
      *          ITEMREF) y lo lee MARGCPOS para comparar el SELL
      *          vigente de MARGCURR contra la competencia. El precio
      *          de la encuesta viene en la moneda del precio del
      *          item en el mismo mercado y no es por zona. Una
      *          encuesta mas vieja que la que ya esta cargada no la
      *          reemplaza. Mide 46 bytes.
      ******************************************************************
       01  COMPETITOR-PRICE-RECORD.
           05  CP-KEY.
               10  CP-ITEM-CODE        PIC X(10).
               10  CP-COMPETITOR-ID    PIC X(08).
           05  CP-PRICE                PIC S9(10)V99.
           05  CP-SURVEY-DATE          PIC 9(08).
           05  CP-LOAD-DATE            PIC 9(08).
