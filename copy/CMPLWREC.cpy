      ******************************************************************
      * Copybook: CMPLWREC
      * Purpose: Layout de la lista de trabajo de compradores
      *          MARGCMPW que produce el barrido nocturno MARGCMPL:
      *          un registro por cada item y zona de precio cuyo
      *          precio vigente en MARGCURR ya no cumple el minimo
      *          de POLICY de su categoria. Trae el precio vigente,
      *          los minimos y cuanto le falta a cada uno, el SELL
      *          mas alto que cumpliria los dos minimos al COST
      *          vigente, las unidades de SALESVOL y el impacto en
      *          moneda base de llevar el precio a ese SELL, y desde
      *          cuando esta fuera de politica. Sale ordenado por
      *          categoria y, dentro de ella, por impacto de mayor a
      *          menor. El registro mide 205 bytes.
      ******************************************************************
       01  COMPLIANCE-WORK-RECORD.
           05  CW-CATEGORY-CODE        PIC X(05).
           05  CW-ITEM-CODE            PIC X(10).
           05  CW-ZONE-CODE            PIC X(02).
           05  CW-ITEM-DESC            PIC X(20).
           05  CW-CURRENCY-CODE        PIC X(03).
           05  CW-COST                 PIC S9(10)V99.
           05  CW-SELL                 PIC S9(10)V99.
           05  CW-MAR                  PIC S9(10)V99.
           05  CW-AJUS                 PIC S9(10)V99.
           05  CW-MIN-MAR              PIC S9(10)V99.
           05  CW-MIN-AJUS             PIC S9(10)V99.
      * Puntos que le faltan al MAR y al AJUS para llegar a su
      * minimo; cero en el que si cumple.
           05  CW-GAP-MAR              PIC S9(10)V99.
           05  CW-GAP-AJUS             PIC S9(10)V99.
      * SELL que cumple los dos minimos al COST vigente; cero si la
      * politica no admite ningun precio positivo.
           05  CW-SUGGESTED-SELL       PIC S9(10)V99.
           05  CW-UNITS                PIC 9(08).
           05  CW-IMPACT-BASE          PIC S9(14)V99.
      * Vigencia del precio en MARGCURR y fecha desde la que se
      * considera fuera de politica, con los dias transcurridos.
           05  CW-PRICE-DATE           PIC 9(08).
           05  CW-SINCE-DATE           PIC 9(08).
           05  CW-DAYS-OUT             PIC 9(05).
           05  CW-REASON-CODE          PIC X(03).
           05  CW-NEW-IND              PIC X(01).
               88  CW-NUEVO                VALUE "N".
           05  CW-RUN-DATE             PIC 9(08).
