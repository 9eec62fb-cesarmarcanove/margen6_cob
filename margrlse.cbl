      * Modification History:
      *   2026-08-21  CM  Version inicial: liberacion por fecha de
      *                    vigencia y reporte de precios en espera.
      *   2026-10-15  CM  El precio diferido es por item y zona de
      *                    precio: la zona se libera con la
      *                    transaccion y sale en su columna del
      *                    reporte MARGPIPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGRLSE.
           05 FILLER                   PIC X(12) VALUE "ESTADO".
           05 FILLER                   PIC X(10) VALUE "VIGENCIA".
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(22) VALUE "DESCRIPCION".
           05 FILLER                   PIC X(07) VALUE "CATEG".
           05 FILLER                   PIC X(18) VALUE "COST".
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pp-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pp-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pp-item-desc              PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 pp-category               PIC X(05).
       3000-RELEASE-PENDING.
           MOVE SPACES TO PRICE-TRANS-RECORD.
           MOVE PD-ITEM-CODE TO PT-ITEM-CODE OF PRICE-TRANS-RECORD.
           MOVE PD-ZONE-CODE TO PT-ZONE-CODE OF PRICE-TRANS-RECORD.
           MOVE PD-ITEM-DESC TO PT-ITEM-DESC OF PRICE-TRANS-RECORD.
           MOVE PD-CATEGORY-CODE
               TO PT-CATEGORY-CODE OF PRICE-TRANS-RECORD.
           DELETE PENDING-FILE
               INVALID KEY
                   DISPLAY " No se pudo liberar de MARGPEND el "
                       "item " PD-ITEM-CODE " zona " PD-ZONE-CODE
                       " vigencia "
                       PD-EFF-DATE
                   GO TO 3000-EXIT
           END-DELETE.
       4000-WRITE-PIPE-DETAIL.
           MOVE PD-EFF-DATE TO pp-eff-date.
           MOVE PD-ITEM-CODE TO pp-item-code.
           MOVE PD-ZONE-CODE TO pp-zone-code.
           MOVE PD-ITEM-DESC TO pp-item-desc.
           MOVE PD-CATEGORY-CODE TO pp-category.
           MOVE PD-COST TO pp-cost.
