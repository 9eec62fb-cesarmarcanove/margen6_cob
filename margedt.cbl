      *                    los buenos la descripcion y la categoria
      *                    de la sucursal se reemplazan por las
      *                    oficiales del maestro.
      *   2026-10-15  CM  Tambien se limpia la marca de promocion:
      *                    solo MARGPROM la pone, por el reciclaje.
      *   2026-10-15  CM  La llave del lote pasa a item/zona/fecha:
      *                    la secuencia, el ordenamiento y los
      *                    duplicados consideran la zona de precio,
      *                    que tambien sale en el reporte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEDT.
           05  SR-CATEGORY-CODE        PIC X(05).
           05  SR-CURRENCY-CODE        PIC X(03).
           05  SR-EFF-DATE             PIC 9(08).
           05  SR-RESTO                PIC X(30).
           05  SR-ZONE-CODE            PIC X(02).
           05  FILLER                  PIC X(02).

       WORKING-STORAGE SECTION.
       77 raw-trans-status PIC X(02) VALUE "00".

       01 llave-anterior.
           05 la-item-code               PIC X(10).
           05 la-zone-code               PIC X(02).
           05 la-eff-date                PIC 9(08).

       01 llave-actual.
           05 lc-item-code               PIC X(10).
           05 lc-zone-code               PIC X(02).
           05 lc-eff-date                PIC 9(08).

      * Ultima transaccion buena devuelta por el ordenamiento; se
           05 tr-eff-date                PIC 9(08).
           05 tr-cost                    PIC S9(10)V99.
           05 tr-sell                    PIC S9(10)V99.
           05 tr-resto                   PIC X(06).
           05 tr-zone-code               PIC X(02).
           05 FILLER                     PIC X(02).

       01 edit-heading-line.
           05 FILLER                   PIC X(36)
       01 edit-column-line.
           05 FILLER                   PIC X(22) VALUE "NOVEDAD".
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(10) VALUE "FECHA".
           05 FILLER                   PIC X(18) VALUE "COST".
           05 FILLER                   PIC X(18) VALUE "SELL".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ed-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ed-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ed-eff-date               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ed-cost                   PIC --,---,---,--9.99.
               THRU 1000-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-ITEM-CODE
                                SR-ZONE-CODE
                                SR-EFF-DATE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 3000-SELECT-RAW
               ADD PT-SELL OF PRICE-TRANS-RECORD TO crudo-total-sell
           END-IF.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO lc-item-code.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO lc-zone-code.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO lc-eff-date.
           IF llave-actual < llave-anterior
               ADD 1 TO total-reordenados
                   THRU 3200-EXIT
           END-IF.
           MOVE llave-actual TO llave-anterior.
      * Los bytes de aprobacion y las marcas de corregida y de
      * promocion del layout son de uso interno del reciclaje; en
      * un lote de sucursal son relleno y se limpian para que no
      * lleguen a MARGEN5 pareciendo una aprobacion, una correccion
      * revisada o una promocion.
           MOVE SPACES TO PT-APPROVAL-IND OF PRICE-TRANS-RECORD.
           MOVE SPACES TO PT-REASON-CODE OF PRICE-TRANS-RECORD.
           MOVE SPACES TO PT-FIX-IND OF PRICE-TRANS-RECORD.
           MOVE SPACES TO PT-PROMO-IND OF PRICE-TRANS-RECORD.
      * El item debe existir activo en el maestro de referencia; lo
      * desconocido o descontinuado se descarta listado, y en lo
      * bueno la descripcion y la categoria de la sucursal se

       3200-WRITE-RAW-DETAIL.
           MOVE PT-ITEM-CODE OF PRICE-TRANS-RECORD TO ed-item-code.
           MOVE PT-ZONE-CODE OF PRICE-TRANS-RECORD TO ed-zone-code.
           MOVE PT-EFF-DATE OF PRICE-TRANS-RECORD TO ed-eff-date.
           IF PT-COST OF PRICE-TRANS-RECORD IS NUMERIC
               MOVE PT-COST OF PRICE-TRANS-RECORD TO ed-cost
               GO TO 4100-EXIT
           END-IF.
           IF SR-ITEM-CODE = tr-item-code AND
                   SR-ZONE-CODE = tr-zone-code AND
                   SR-EFF-DATE = tr-eff-date
      * Misma llave item/zona/fecha dentro del lote: se descarta la
      * aparicion anterior y sobrevive esta, la mas reciente.
               ADD 1 TO total-duplicados
               PERFORM 4200-WRITE-DROPPED-DETAIL
       4200-WRITE-DROPPED-DETAIL.
           MOVE "DUPLICADO DESCARTADO" TO ed-novedad.
           MOVE tr-item-code TO ed-item-code.
           MOVE tr-zone-code TO ed-zone-code.
           MOVE tr-eff-date TO ed-eff-date.
           IF tr-cost IS NUMERIC
               MOVE tr-cost TO ed-cost
