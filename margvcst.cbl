      ******************************************************************
      * Author: Cesar Marcano
      * Date: Octubre 15 del 2026
      * Purpose: Interfaz de entrada de cambios de costo de
      *          proveedores. Lee el archivo VENDCOST (solo costo),
      *          lo concilia contra su cabecera y su cola, valida
      *          cada item contra el maestro de referencia ITEMREF y
      *          genera un lote PRICERAW con cabecera y cola de lote
      *          listo para la preedicion MARGEDT y el batch MARGEN5.
      *          El SELL de cada transaccion es el vigente de
      *          MARGCURR ('S' en la tarjeta VCSTPARM, por omision),
      *          o el precio que cumple justo los minimos de POLICY
      *          de la categoria al costo nuevo ('M'), calculado con
      *          las mismas formulas de margen de MARGEN5.
      *          Antes de generar nada se emite el reporte de
      *          excepciones MARGVEXC: items desconocidos o
      *          descontinuados, costos invalidos, items sin precio
      *          vigente y movimientos de COST/SELL contra MARGCURR
      *          mayores que la tolerancia de razonabilidad de
      *          MARGPARM, que MARGEN5 rechazaria como 'R'. Lo
      *          listado queda fuera del lote; los fuera de
      *          tolerancia entran igual si la tarjeta lo pide ('I'),
      *          para que el comprador los confirme en MARGFIX.
      *          Con 'L' en la tarjeta solo se lista, sin generar.
      * Tectonics: cobc
      * Modification History:
      *   2026-10-15  CM  Version inicial: lote PRICERAW desde el
      *                    archivo de costos de proveedor, con
      *                    repreciado opcional a la politica de la
      *                    categoria y reporte de excepciones.
      *   2026-10-15  CM  Un item con precio de promocion vigente
      *                    (MARGPROM) no entra al lote: su SELL no
      *                    es el regular y cualquier posteo encima
      *                    dejaria la promocion sin regreso. Sale
      *                    listado para reenviar el costo despues
      *                    del fin de la promocion.
      *   2026-10-15  CM  Zonas de precio: el costo nuevo vale para
      *                    todas las zonas del item, y se genera una
      *                    transaccion por cada zona con precio en
      *                    MARGCURR (su SELL, su promocion y su
      *                    tolerancia son los de esa zona). Un item
      *                    sin precio vigente sale a la zona general.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGVCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-COST-FILE ASSIGN TO "VENDCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vendor-cost-status.
           SELECT VCST-PARM-FILE ASSIGN TO "VCSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vcst-parm-status.
           SELECT PARM-FILE ASSIGN TO "MARGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS parm-file-status.
           SELECT RAW-TRANS-FILE ASSIGN TO "PRICERAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS raw-trans-status.
           SELECT WORK-VENDOR-FILE ASSIGN TO "PRICEVWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS work-vendor-status.
           SELECT VENDOR-REPORT-FILE ASSIGN TO "MARGVEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS vendor-report-status.
           SELECT ITEM-REF-FILE ASSIGN TO "ITEMREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-ITEM-CODE
               FILE STATUS IS item-ref-status.
           SELECT CURRENT-MARGIN-FILE ASSIGN TO "MARGCURR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS current-margin-status.
           SELECT POLICY-FILE ASSIGN TO "POLICY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-CATEGORY-CODE
               FILE STATUS IS policy-status.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-COST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY VENDREC.

       FD  VCST-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  VCST-PARM-RECORD.
           05  VP-BATCH-ID                  PIC X(08).
           05  VP-SELL-MODE                 PIC X(01).
           05  VP-TOL-IND                   PIC X(01).
           05  VP-LIST-IND                  PIC X(01).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05  PARM-OPERATOR-ID             PIC X(08).
           05  PARM-TERMINAL-ID             PIC X(08).
           05  PARM-RESTART-IND             PIC X(01).
           05  PARM-BASE-CCY                PIC X(03).
           05  PARM-VAR-THRESHOLD           PIC 9(03)V99.
           05  PARM-SIMULATE-IND            PIC X(01).
           05  PARM-TOL-THRESHOLD           PIC 9(03)V99.
           05  PARM-RANK-IND                PIC X(01).

       FD  RAW-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RAW-TRANS-RECORD                PIC X(80).

       FD  WORK-VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-VENDOR-RECORD              PIC X(80).

       FD  VENDOR-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENDOR-REPORT-RECORD            PIC X(132).

       FD  ITEM-REF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ITEMREF.

       FD  CURRENT-MARGIN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURMREC.

       FD  POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY POLICYREC.

       WORKING-STORAGE SECTION.
       77 vendor-cost-status PIC X(02) VALUE "00".
           88 vendor-cost-ok               VALUE "00".
           88 vendor-cost-eof              VALUE "10".

       77 vcst-parm-status PIC X(02) VALUE "00".
           88 vcst-parm-ok                 VALUE "00".

       77 parm-file-status PIC X(02) VALUE "00".
           88 parm-file-ok                 VALUE "00".

       77 raw-trans-status PIC X(02) VALUE "00".
           88 raw-trans-ok                 VALUE "00".

       77 work-vendor-status PIC X(02) VALUE "00".
           88 work-vendor-ok               VALUE "00".

       77 vendor-report-status PIC X(02) VALUE "00".
           88 vendor-report-ok             VALUE "00".

       77 item-ref-status PIC X(02) VALUE "00".
           88 item-ref-ok                  VALUE "00".
           88 item-ref-not-found           VALUE "23".

       77 current-margin-status PIC X(02) VALUE "00".
           88 current-margin-ok            VALUE "00".
           88 current-margin-not-found     VALUE "23".

       77 policy-status PIC X(02) VALUE "00".
           88 policy-ok                    VALUE "00".
           88 policy-not-found             VALUE "23".

       77 margcurr-disponible-sw PIC X(01) VALUE "Y".
           88 margcurr-disponible          VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 policy-disponible-sw PIC X(01) VALUE "N".
           88 policy-disponible            VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 fin-vendor-sw PIC X(01) VALUE "N".
           88 fin-del-vendor               VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-copia-sw PIC X(01) VALUE "N".
           88 fin-de-la-copia              VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 cola-vendor-sw PIC X(01) VALUE "N".
           88 hay-cola-vendor              VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 item-rechazado-sw PIC X(01) VALUE "N".
           88 item-rechazado               VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 vigente-sw PIC X(01) VALUE "N".
           88 hay-precio-vigente           VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fuera-tolerancia-sw PIC X(01) VALUE "N".
           88 item-fuera-tolerancia        VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 precio-cumple-sw PIC X(01) VALUE "N".
           88 precio-cumple                VALUE "Y" WHEN SET TO
               FALSE IS "N".
       77 fin-zonas-sw PIC X(01) VALUE "N".
           88 fin-de-zonas                 VALUE "Y" WHEN SET TO
               FALSE IS "N".

       77 zonas-del-item PIC 9(04) VALUE ZERO.
       77 zona-trans PIC X(02) VALUE SPACES.

      * Opciones de la tarjeta VCSTPARM.
       77 batch-id-lote PIC X(08) VALUE SPACES.
       77 modo-sell PIC X(01) VALUE "S".
           88 sell-vigente                 VALUE "S".
           88 sell-politica                VALUE "M".
       77 tolerancia-ind PIC X(01) VALUE SPACE.
           88 incluir-fuera-tolerancia     VALUE "I".
       77 listado-ind PIC X(01) VALUE SPACE.
           88 solo-listado                 VALUE "L".

      * Tolerancia de razonabilidad: la misma de MARGEN5, para que
      * lo que aqui se lista sea lo que alla rebotaria como 'R'.
       77 tol-threshold PIC 9(03)V99 VALUE 50.00.

       77 run-date PIC 9(08) VALUE ZERO.

       77 vendor-registros PIC 9(06) VALUE ZERO.
       77 vendor-total-cost PIC S9(12)V99 VALUE ZERO.
       77 cola-registros PIC 9(06) VALUE ZERO.
       77 cola-total-cost PIC S9(12)V99 VALUE ZERO.

       77 total-generados PIC 9(06) VALUE ZERO.
       77 total-rechazados PIC 9(06) VALUE ZERO.
       77 total-fuera-tolerancia PIC 9(06) VALUE ZERO.
       77 total-repreciados PIC 9(06) VALUE ZERO.

       77 generados-total-cost PIC S9(12)V99 VALUE ZERO.
       77 generados-total-sell PIC S9(12)V99 VALUE ZERO.

      * Campos de calculo con las mismas formulas y precision de
      * 5000-CALCULATE-MARGIN en MARGEN5.
       77 cost PIC S9(10)V99.
       77 sell PIC S9(10)V99.
       77 mar PIC S9(10)V99.
       77 ajus PIC S9(10)V99.
       77 resto1 PIC S9(10)V99.
       77 resto2 PIC S9(10)V99.
       77 cien PIC 9(3) VALUE 100.
       77 divt1 PIC S9(10)V99.
       77 divt2 PIC S9(10)V99.
       77 delta-monto PIC S9(10)V99 VALUE ZERO.
       77 pct-var-cost PIC S9(10)V99 VALUE ZERO.
       77 pct-var-sell PIC S9(10)V99 VALUE ZERO.

      * Precio de politica: el SELL mas alto que todavia cumple las
      * dos cotas, el menor entre cost/(1+MIN-MAR/100) y
      * cost*(1-MIN-AJUS/100), truncado al centavo.
       77 factor-politica PIC S9(05)V9(06) VALUE ZERO.
       77 precio-por-mar PIC S9(10)V99 VALUE ZERO.
       77 precio-por-ajus PIC S9(10)V99 VALUE ZERO.

       77 fecha-vigencia PIC 9(08) VALUE ZERO.
       77 moneda-trans PIC X(03) VALUE SPACES.

       COPY PRICEIN.

       COPY BATCHREC.

       01 vendor-heading-line.
           05 FILLER                   PIC X(36)
               VALUE " CAMBIOS DE COSTO DE PROVEEDOR -   ".
           05 ph-run-date               PIC 99/99/9999.
           05 FILLER                   PIC X(13)
               VALUE "  PROVEEDOR: ".
           05 ph-vendor-id              PIC X(08).
           05 FILLER                   PIC X(08) VALUE "  LOTE: ".
           05 ph-batch-id               PIC X(08).
           05 FILLER                   PIC X(08) VALUE "  SELL: ".
           05 ph-modo                   PIC X(22).

       01 vendor-column-line.
           05 FILLER                   PIC X(26) VALUE "NOVEDAD".
           05 FILLER                   PIC X(12) VALUE "ITEM".
           05 FILLER                   PIC X(04) VALUE "ZN".
           05 FILLER                   PIC X(10) VALUE "FECHA".
           05 FILLER                   PIC X(17) VALUE "COST NUEVO".
           05 FILLER                   PIC X(17) VALUE "COST VIGENTE".
           05 FILLER                   PIC X(17) VALUE "SELL VIGENTE".
           05 FILLER                   PIC X(17) VALUE "SELL NUEVO".
           05 FILLER                   PIC X(07) VALUE "VAR %".

       01 vendor-detail-line.
           05 vd-novedad                PIC X(24).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 vd-item-code              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 vd-zone-code              PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 vd-eff-date               PIC 9(08).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 vd-cost-nuevo             PIC -,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 vd-cost-vigente           PIC -,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 vd-sell-vigente           PIC -,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 vd-sell-nuevo             PIC -,---,---,--9.99.
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 vd-pct-var                PIC ---,--9.99.

       01 vendor-total-line.
           05 FILLER                   PIC X(09)
               VALUE "LEIDOS: ".
           05 vt-leidos                 PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(15)
               VALUE "  RECHAZADOS: ".
           05 vt-rechazados             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(22)
               VALUE "  FUERA TOLERANCIA: ".
           05 vt-fuera-tolerancia       PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(16)
               VALUE "  REPRECIADOS: ".
           05 vt-repreciados            PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(14)
               VALUE "  GENERADOS: ".
           05 vt-generados              PIC ZZZ,ZZ9.

       01 vendor-list-line.
           05 FILLER                   PIC X(50)
               VALUE "*** SOLO LISTADO: NO SE GENERO EL LOTE PRICERAW".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-EXIT.
           PERFORM 2000-PROCESS-VENDOR
               THRU 2000-EXIT
               UNTIL fin-del-vendor.
           PERFORM 2900-VERIFY-VENDOR-FILE
               THRU 2900-EXIT.
           IF NOT solo-listado AND total-generados > ZERO
               PERFORM 5000-ASSEMBLE-PRICERAW
                   THRU 5000-EXIT
           END-IF.
           PERFORM 9000-FINALIZE
               THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-READ-PARM-CARD
               THRU 1200-EXIT.
           PERFORM 1300-READ-MARGPARM
               THRU 1300-EXIT.
           ACCEPT run-date FROM DATE YYYYMMDD.
           OPEN INPUT VENDOR-COST-FILE.
           IF NOT vendor-cost-ok
               DISPLAY " No hay archivo de proveedor VENDCOST, "
                   "status: " vendor-cost-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ VENDOR-COST-FILE
               AT END
                   DISPLAY " VENDCOST vacio: el archivo debe traer "
                       "cabecera 'H' y cola 'T'."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT VC-ES-CABECERA
               DISPLAY " VENDCOST no comienza con la cabecera 'H' "
                   "del proveedor; no se genera nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE VH-VENDOR-ID TO ph-vendor-id.
      * Sin maestro de referencia no hay contra que validar los
      * items del proveedor, y eso es justamente lo que esta
      * interfaz promete: no se genera nada.
           OPEN INPUT ITEM-REF-FILE.
           IF NOT item-ref-ok
               DISPLAY " No se pudo abrir ITEMREF, status: "
                   item-ref-status "; no se genera nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CURRENT-MARGIN-FILE.
           IF NOT current-margin-ok
               DISPLAY " No hay margen vigente MARGCURR; los items "
                   "no tienen SELL vigente ni prueba de tolerancia."
               SET margcurr-disponible TO FALSE
           END-IF.
           IF sell-politica
               OPEN INPUT POLICY-FILE
               IF NOT policy-ok
                   DISPLAY " El repreciado a politica requiere "
                       "POLICY, status: " policy-status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET policy-disponible TO TRUE
           END-IF.
           OPEN OUTPUT WORK-VENDOR-FILE.
           IF NOT work-vendor-ok
               DISPLAY " No se pudo abrir PRICEVWK, status: "
                   work-vendor-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VENDOR-REPORT-FILE.
           IF NOT vendor-report-ok
               DISPLAY " No se pudo abrir MARGVEXC, status: "
                   vendor-report-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE run-date TO ph-run-date.
           MOVE batch-id-lote TO ph-batch-id.
           IF sell-politica
               MOVE "REPRECIADO A POLITICA" TO ph-modo
           ELSE
               MOVE "VIGENTE DE MARGCURR" TO ph-modo
           END-IF.
           WRITE VENDOR-REPORT-RECORD FROM vendor-heading-line.
           WRITE VENDOR-REPORT-RECORD FROM vendor-column-line.
       1000-EXIT.
           EXIT.

      * La tarjeta VCSTPARM trae el identificador del lote PRICERAW
      * a generar (obligatorio: es el que MARGEN5 asienta en
      * MARGRUNS), el modo de SELL ('S' vigente, 'M' politica), 'I'
      * para incluir en el lote lo fuera de tolerancia y 'L' para
      * solo listar.
       1200-READ-PARM-CARD.
           OPEN INPUT VCST-PARM-FILE.
           IF NOT vcst-parm-ok
               DISPLAY " No hay tarjeta VCSTPARM con el lote a "
                   "generar; no se genera nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ VCST-PARM-FILE
               AT END
                   DISPLAY " Tarjeta VCSTPARM vacia; no se genera "
                       "nada."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF VP-BATCH-ID = SPACES
               DISPLAY " La tarjeta VCSTPARM no trae identificador "
                   "de lote; no se genera nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE VP-BATCH-ID TO batch-id-lote.
           IF VP-SELL-MODE NOT = SPACE
               MOVE VP-SELL-MODE TO modo-sell
           END-IF.
           IF NOT sell-vigente AND NOT sell-politica
               DISPLAY " Modo de SELL " VP-SELL-MODE " invalido en "
                   "VCSTPARM ('S' vigente o 'M' politica)."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE VP-TOL-IND TO tolerancia-ind.
           MOVE VP-LIST-IND TO listado-ind.
           CLOSE VCST-PARM-FILE.
       1200-EXIT.
           EXIT.

       1300-READ-MARGPARM.
           OPEN INPUT PARM-FILE.
           IF NOT parm-file-ok
               GO TO 1300-EXIT
           END-IF.
           READ PARM-FILE
               AT END
                   NEXT SENTENCE
               NOT AT END
                   IF PARM-TOL-THRESHOLD IS NUMERIC
                       AND PARM-TOL-THRESHOLD > ZERO
                       MOVE PARM-TOL-THRESHOLD TO tol-threshold
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
       1300-EXIT.
           EXIT.

       2000-PROCESS-VENDOR.
           READ VENDOR-COST-FILE
               AT END
                   SET fin-del-vendor TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF VC-ES-COLA
               IF hay-cola-vendor
                   DISPLAY " Cola 'T' duplicada en VENDCOST; no se "
                       "genera nada."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET hay-cola-vendor TO TRUE
               MOVE VT-RECORD-COUNT TO cola-registros
               MOVE VT-TOTAL-COST TO cola-total-cost
               GO TO 2000-EXIT
           END-IF.
           IF hay-cola-vendor
               DISPLAY " Hay registros despues de la cola de "
                   "VENDCOST; no se genera nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT VC-ES-DETALLE
               DISPLAY " Registro de tipo '" VC-RECORD-TYPE
                   "' en VENDCOST; no se genera nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO vendor-registros.
           IF VC-NEW-COST IS NUMERIC
               ADD VC-NEW-COST TO vendor-total-cost
           END-IF.
           PERFORM 3000-EDIT-VENDOR-ITEM
               THRU 3000-EXIT.
           IF item-rechazado
               ADD 1 TO total-rechazados
               GO TO 2000-EXIT
           END-IF.
      * El costo es del item: se aplica a cada zona que tiene precio
      * vigente. Sin ninguna, el item sale a la zona general.
           MOVE ZERO TO zonas-del-item.
           SET fin-de-zonas TO FALSE.
           IF NOT margcurr-disponible
               SET fin-de-zonas TO TRUE
           END-IF.
           MOVE VC-ITEM-CODE TO CM-ITEM-CODE.
           MOVE LOW-VALUES TO CM-ZONE-CODE.
           IF margcurr-disponible
               START CURRENT-MARGIN-FILE
                   KEY IS NOT LESS THAN CM-KEY
                   INVALID KEY
                       SET fin-de-zonas TO TRUE
               END-START
           END-IF.
           PERFORM 2100-NEXT-ZONE
               THRU 2100-EXIT
               UNTIL fin-de-zonas.
           IF zonas-del-item = ZERO
               SET hay-precio-vigente TO FALSE
               MOVE ZERO TO CM-COST
               MOVE ZERO TO CM-SELL
               MOVE SPACES TO zona-trans
               PERFORM 2200-PROCESS-ZONE
                   THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-NEXT-ZONE.
           READ CURRENT-MARGIN-FILE NEXT
               AT END
                   SET fin-de-zonas TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF CM-ITEM-CODE NOT = VC-ITEM-CODE
               SET fin-de-zonas TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO zonas-del-item.
           SET hay-precio-vigente TO TRUE.
           MOVE CM-ZONE-CODE TO zona-trans.
           PERFORM 2200-PROCESS-ZONE
               THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2200-PROCESS-ZONE.
           PERFORM 3050-EDIT-ZONE-PRICE
               THRU 3050-EXIT.
           IF item-rechazado
               ADD 1 TO total-rechazados
               GO TO 2200-EXIT
           END-IF.
           PERFORM 4000-BUILD-TRANSACTION
               THRU 4000-EXIT.
       2200-EXIT.
           EXIT.

      * El archivo del proveedor se concilia contra su propia cola
      * antes de armar nada: un archivo mutilado en la transmision
      * no puede convertirse en un lote PRICERAW "limpio".
       2900-VERIFY-VENDOR-FILE.
           IF NOT hay-cola-vendor
               DISPLAY " VENDCOST sin cola 'T'; el archivo puede "
                   "estar incompleto. No se genera nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF vendor-registros NOT = cola-registros
               DISPLAY " Conteo de VENDCOST no cuadra: leidos "
                   vendor-registros ", cola " cola-registros
                   ". No se genera nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF vendor-total-cost NOT = cola-total-cost
               DISPLAY " Total de costos de VENDCOST no cuadra "
                   "contra la cola. No se genera nada."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-EXIT.
           EXIT.

      * Validacion de cada detalle del proveedor. Lo que no pasa se
      * lista en MARGVEXC y queda fuera del lote.
       3000-EDIT-VENDOR-ITEM.
           SET item-rechazado TO FALSE.
           SET hay-precio-vigente TO FALSE.
           SET item-fuera-tolerancia TO FALSE.
           MOVE SPACES TO zona-trans.
           MOVE ZERO TO cost.
           MOVE ZERO TO sell.
           MOVE ZERO TO pct-var-cost.
           MOVE ZERO TO pct-var-sell.
           MOVE ZERO TO CM-COST.
           MOVE ZERO TO CM-SELL.
           IF VC-EFF-DATE IS NUMERIC AND VC-EFF-DATE > ZERO
               MOVE VC-EFF-DATE TO fecha-vigencia
           ELSE
               MOVE run-date TO fecha-vigencia
           END-IF.
           IF VC-NEW-COST IS NUMERIC
               MOVE VC-NEW-COST TO cost
           END-IF.
           MOVE VC-ITEM-CODE TO IR-ITEM-CODE.
           READ ITEM-REF-FILE
               KEY IS IR-ITEM-CODE
               INVALID KEY
                   MOVE "ITEM NO REGISTRADO" TO vd-novedad
                   GO TO 3000-REJECT
           END-READ.
           IF IR-DESCONTINUADO
               MOVE "ITEM DESCONTINUADO" TO vd-novedad
               GO TO 3000-REJECT
           END-IF.
           IF cost NOT > ZERO
               MOVE "COST INVALIDO" TO vd-novedad
               GO TO 3000-REJECT
           END-IF.
           GO TO 3000-EXIT.
       3000-REJECT.
           SET item-rechazado TO TRUE.
           PERFORM 3900-WRITE-VENDOR-DETAIL
               THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      * Validacion del precio de una zona contra su registro de
      * MARGCURR (hay-precio-vigente) o sin precio vigente.
       3050-EDIT-ZONE-PRICE.
           SET item-rechazado TO FALSE.
           SET item-fuera-tolerancia TO FALSE.
           MOVE ZERO TO sell.
           MOVE ZERO TO pct-var-cost.
           MOVE ZERO TO pct-var-sell.
           MOVE VC-CURRENCY-CODE TO moneda-trans.
           IF hay-precio-vigente
               IF moneda-trans = SPACES
                   MOVE CM-CURRENCY-CODE TO moneda-trans
               END-IF
      * El SELL vigente esta en la moneda del precio vigente; un
      * costo en otra moneda no se puede parear con el.
               IF moneda-trans NOT = CM-CURRENCY-CODE
                   MOVE "MONEDA NO ES LA VIGENTE" TO vd-novedad
                   GO TO 3050-REJECT
               END-IF
           END-IF.
           IF moneda-trans = SPACES
               MOVE "SIN MONEDA" TO vd-novedad
               GO TO 3050-REJECT
           END-IF.
           IF hay-precio-vigente AND CM-ES-PROMOCION
               MOVE "ITEM EN PROMOCION" TO vd-novedad
               GO TO 3050-REJECT
           END-IF.
           IF sell-vigente
               IF NOT hay-precio-vigente OR CM-SELL NOT > ZERO
                   MOVE "SIN SELL VIGENTE" TO vd-novedad
                   GO TO 3050-REJECT
               END-IF
               MOVE CM-SELL TO sell
           ELSE
               PERFORM 3100-PRICE-TO-POLICY
                   THRU 3100-EXIT
               IF item-rechazado
                   GO TO 3050-REJECT
               END-IF
           END-IF.
           PERFORM 3200-CHECK-TOLERANCE
               THRU 3200-EXIT.
           IF NOT item-fuera-tolerancia
               GO TO 3050-EXIT
           END-IF.
           ADD 1 TO total-fuera-tolerancia.
           IF incluir-fuera-tolerancia
      * Entra al lote igual; MARGEN5 lo va a rebotar como 'R' y el
      * comprador lo confirma en MARGFIX.
               MOVE "FUERA TOLER (INCLUIDO)" TO vd-novedad
               PERFORM 3900-WRITE-VENDOR-DETAIL
                   THRU 3900-EXIT
               GO TO 3050-EXIT
           END-IF.
           IF pct-var-cost > pct-var-sell
               MOVE "COST FUERA DE TOLERANCIA" TO vd-novedad
           ELSE
               MOVE "SELL FUERA DE TOLERANCIA" TO vd-novedad
           END-IF.
       3050-REJECT.
           SET item-rechazado TO TRUE.
           PERFORM 3900-WRITE-VENDOR-DETAIL
               THRU 3900-EXIT.
       3050-EXIT.
           EXIT.

      * SELL que cumple justo los minimos de POLICY de la categoria
      * al costo nuevo. Con las formulas de MARGEN5 un SELL cumple
      * mientras no pase de cost/(1+MIN-MAR/100) ni de
      * cost*(1-MIN-AJUS/100); se toma el menor, truncado al
      * centavo, y se verifica con el calculo de margen de MARGEN5
      * bajando un centavo mientras el truncado de mar/ajus lo deje
      * bajo el minimo.
       3100-PRICE-TO-POLICY.
           MOVE IR-CATEGORY-CODE TO PL-CATEGORY-CODE.
           READ POLICY-FILE
               KEY IS PL-CATEGORY-CODE
               INVALID KEY
                   MOVE "CATEGORIA SIN POLITICA" TO vd-novedad
                   SET item-rechazado TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           DIVIDE PL-MIN-MAR BY cien GIVING factor-politica.
           ADD 1 TO factor-politica.
           IF factor-politica NOT > ZERO
               MOVE "POLITICA SIN PRECIO" TO vd-novedad
               SET item-rechazado TO TRUE
               GO TO 3100-EXIT
           END-IF.
           DIVIDE cost BY factor-politica GIVING precio-por-mar.
           DIVIDE PL-MIN-AJUS BY cien GIVING factor-politica.
           SUBTRACT factor-politica FROM 1 GIVING factor-politica.
           MULTIPLY cost BY factor-politica GIVING precio-por-ajus.
           IF precio-por-mar < precio-por-ajus
               MOVE precio-por-mar TO sell
           ELSE
               MOVE precio-por-ajus TO sell
           END-IF.
           SET precio-cumple TO FALSE.
           PERFORM 3110-VERIFY-POLICY-PRICE
               THRU 3110-EXIT
               UNTIL precio-cumple OR sell NOT > ZERO.
           IF sell NOT > ZERO
               MOVE "POLITICA SIN PRECIO" TO vd-novedad
               SET item-rechazado TO TRUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO total-repreciados.
       3100-EXIT.
           EXIT.

       3110-VERIFY-POLICY-PRICE.
           PERFORM 6000-CALCULATE-MARGIN
               THRU 6000-EXIT.
           IF mar NOT < PL-MIN-MAR AND ajus NOT < PL-MIN-AJUS
               SET precio-cumple TO TRUE
           ELSE
               SUBTRACT 0.01 FROM sell
           END-IF.
       3110-EXIT.
           EXIT.

      * Misma prueba de razonabilidad que 4200-CHECK-TOLERANCE de
      * MARGEN5, contra el precio vigente de MARGCURR: sin precio
      * vigente no hay contra que comparar y pasa derecho.
       3200-CHECK-TOLERANCE.
           SET item-fuera-tolerancia TO FALSE.
           IF NOT hay-precio-vigente
               GO TO 3200-EXIT
           END-IF.
           IF CM-COST NOT > ZERO OR CM-SELL NOT > ZERO
               GO TO 3200-EXIT
           END-IF.
           SUBTRACT CM-COST FROM cost GIVING delta-monto.
           IF delta-monto < ZERO
               SUBTRACT delta-monto FROM ZERO GIVING delta-monto
           END-IF.
           DIVIDE delta-monto BY CM-COST GIVING divt1.
           MULTIPLY divt1 BY cien GIVING pct-var-cost.
           SUBTRACT CM-SELL FROM sell GIVING delta-monto.
           IF delta-monto < ZERO
               SUBTRACT delta-monto FROM ZERO GIVING delta-monto
           END-IF.
           DIVIDE delta-monto BY CM-SELL GIVING divt2.
           MULTIPLY divt2 BY cien GIVING pct-var-sell.
           IF pct-var-cost > tol-threshold OR
                   pct-var-sell > tol-threshold
               SET item-fuera-tolerancia TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

       3900-WRITE-VENDOR-DETAIL.
           MOVE VC-ITEM-CODE TO vd-item-code.
           MOVE zona-trans TO vd-zone-code.
           MOVE fecha-vigencia TO vd-eff-date.
           MOVE cost TO vd-cost-nuevo.
           MOVE CM-COST TO vd-cost-vigente.
           MOVE CM-SELL TO vd-sell-vigente.
           MOVE sell TO vd-sell-nuevo.
           IF pct-var-cost > pct-var-sell
               MOVE pct-var-cost TO vd-pct-var
           ELSE
               MOVE pct-var-sell TO vd-pct-var
           END-IF.
           WRITE VENDOR-REPORT-RECORD FROM vendor-detail-line.
       3900-EXIT.
           EXIT.

      * La transaccion generada lleva la descripcion y la categoria
      * oficiales de ITEMREF; los bytes de aprobacion y correccion
      * van en blanco, como los exige MARGEDT en un lote externo.
       4000-BUILD-TRANSACTION.
           MOVE SPACES TO PRICE-TRANS-RECORD.
           MOVE VC-ITEM-CODE TO PT-ITEM-CODE.
           MOVE zona-trans TO PT-ZONE-CODE.
           MOVE IR-ITEM-DESC TO PT-ITEM-DESC.
           MOVE IR-CATEGORY-CODE TO PT-CATEGORY-CODE.
           MOVE moneda-trans TO PT-CURRENCY-CODE.
           MOVE fecha-vigencia TO PT-EFF-DATE.
           MOVE cost TO PT-COST.
           MOVE sell TO PT-SELL.
           WRITE WORK-VENDOR-RECORD FROM PRICE-TRANS-RECORD.
           ADD 1 TO total-generados.
           ADD cost TO generados-total-cost.
           ADD sell TO generados-total-sell.
       4000-EXIT.
           EXIT.

      * El lote PRICERAW se arma al final, cuando ya se sabe que el
      * archivo del proveedor cuadro y cuanto quedo despues de las
      * excepciones: cabecera, detalles y cola con los mismos
      * conteos y totales, que es lo que verifica MARGEDT.
       5000-ASSEMBLE-PRICERAW.
           CLOSE WORK-VENDOR-FILE.
           OPEN INPUT WORK-VENDOR-FILE.
           IF NOT work-vendor-ok
               DISPLAY " No se pudo reabrir PRICEVWK, status: "
                   work-vendor-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RAW-TRANS-FILE.
           IF NOT raw-trans-ok
               DISPLAY " No se pudo abrir PRICERAW, status: "
                   raw-trans-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO BATCH-HEADER-RECORD.
           MOVE "**HEADER**" TO BH-RECORD-ID.
           MOVE batch-id-lote TO BH-BATCH-ID.
           MOVE run-date TO BH-CREATE-DATE.
           MOVE total-generados TO BH-EXPECTED-COUNT.
           MOVE generados-total-cost TO BH-TOTAL-COST.
           MOVE generados-total-sell TO BH-TOTAL-SELL.
           WRITE RAW-TRANS-RECORD FROM BATCH-HEADER-RECORD.
           PERFORM 5100-COPY-WORK-RECORD
               THRU 5100-EXIT
               UNTIL fin-de-la-copia.
           MOVE SPACES TO BATCH-TRAILER-RECORD.
           MOVE "**TRAILER*" TO BT-RECORD-ID.
           MOVE batch-id-lote TO BT-BATCH-ID.
           MOVE total-generados TO BT-RECORD-COUNT.
           MOVE generados-total-cost TO BT-TOTAL-COST.
           MOVE generados-total-sell TO BT-TOTAL-SELL.
           WRITE RAW-TRANS-RECORD FROM BATCH-TRAILER-RECORD.
           CLOSE RAW-TRANS-FILE.
       5000-EXIT.
           EXIT.

       5100-COPY-WORK-RECORD.
           READ WORK-VENDOR-FILE
               AT END
                   SET fin-de-la-copia TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           WRITE RAW-TRANS-RECORD FROM WORK-VENDOR-RECORD.
       5100-EXIT.
           EXIT.

       6000-CALCULATE-MARGIN.
      * Calculo NRO 1: margen de ganancia
           SUBTRACT sell FROM cost GIVING resto1.
           DIVIDE resto1 BY sell GIVING divt1.
           MULTIPLY divt1 BY cien GIVING mar.
      * Calculo NRO 2: margen porcentual
           SUBTRACT sell FROM cost GIVING resto2.
           DIVIDE resto2 BY cost GIVING divt2.
           MULTIPLY divt2 BY cien GIVING ajus.
       6000-EXIT.
           EXIT.

       9000-FINALIZE.
           MOVE vendor-registros TO vt-leidos.
           MOVE total-rechazados TO vt-rechazados.
           MOVE total-fuera-tolerancia TO vt-fuera-tolerancia.
           MOVE total-repreciados TO vt-repreciados.
           MOVE total-generados TO vt-generados.
           WRITE VENDOR-REPORT-RECORD FROM vendor-total-line.
           IF solo-listado
               WRITE VENDOR-REPORT-RECORD FROM vendor-list-line
           END-IF.
           DISPLAY " Costos del proveedor " ph-vendor-id
               ": leidos " vendor-registros
               ", generados " total-generados
               ", rechazados " total-rechazados
               ", fuera de tolerancia " total-fuera-tolerancia
               ", repreciados " total-repreciados.
           IF solo-listado
               DISPLAY " Solo listado: no se genero PRICERAW."
           ELSE
               IF total-generados = ZERO
                   DISPLAY " Ningun item quedo para el lote "
                       batch-id-lote "; no se genero PRICERAW."
               ELSE
                   DISPLAY " Lote PRICERAW " batch-id-lote
                       " generado para MARGEDT."
               END-IF
           END-IF.
           IF total-rechazados > ZERO OR
                   total-fuera-tolerancia > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE VENDOR-COST-FILE.
           CLOSE ITEM-REF-FILE.
           IF margcurr-disponible
               CLOSE CURRENT-MARGIN-FILE
           END-IF.
           IF policy-disponible
               CLOSE POLICY-FILE
           END-IF.
           CLOSE WORK-VENDOR-FILE.
           CLOSE VENDOR-REPORT-FILE.
       9000-EXIT.
           EXIT.

       END PROGRAM MARGVCST.
